      ******************************************************************
      *    MODPCRT.CPY
      *    RECORD LAYOUT FOR THE PURGE CERTIFICATE FILE (MODPCERT)
      *    KEPT FOR THE RECORDS-RETENTION AUDITORS.  EVERY PURGE RUN
      *    APPENDS ONE CERTIFICATE - A HEADER RECORD (RUN STAMP AND
      *    OPERATOR), ONE DETAIL RECORD PER MODULE REMOVED, AND A
      *    TRAILER RECORD WITH THE RUN'S COUNTS - SO THE FILE HOLDS
      *    EVERY CERTIFICATE EVER ISSUED.  A RUN THAT REMOVES NOTHING
      *    STILL ISSUES ONE.
      *    DETAIL TREE FLAG IS Y WHEN AN ARCHIVE TREE WAS DELETED, N
      *    WHEN THERE WAS NONE ON DISK TO DELETE.  THE AUDIT SEQUENCE
      *    IS THAT OF THE SEALED PURGE ENTRY IN MODAUDIT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - PURGE CERTIFICATE.
      ******************************************************************
       01  CERT-RECORD.
           05  CERT-REC-TYPE           PIC X(01).
               88  CERT-HEADER                    VALUE "H".
               88  CERT-DETAIL                    VALUE "D".
               88  CERT-TRAILER                   VALUE "T".
           05  FILLER                  PIC X(01).
           05  CERT-DATA               PIC X(140).
           05  CERT-HEADER-DATA REDEFINES CERT-DATA.
               10  CERT-TITLE          PIC X(40).
               10  FILLER              PIC X(01).
               10  CERT-RUN-STAMP      PIC X(20).
               10  FILLER              PIC X(01).
               10  CERT-OPERATOR-ID    PIC X(10).
               10  FILLER              PIC X(68).
           05  CERT-DETAIL-DATA REDEFINES CERT-DATA.
               10  CERT-MODULE-NAME    PIC X(30).
               10  FILLER              PIC X(01).
               10  CERT-OWNING-TEAM    PIC X(30).
               10  FILLER              PIC X(01).
               10  CERT-MODULE-TYPE    PIC X(08).
               10  FILLER              PIC X(01).
               10  CERT-DECOM-DATE     PIC 9(08).
               10  FILLER              PIC X(01).
               10  CERT-RETENTION-DAYS PIC 9(05).
               10  FILLER              PIC X(01).
               10  CERT-AUDIT-SEQUENCE PIC 9(06).
               10  FILLER              PIC X(01).
               10  CERT-TREE-FLAG      PIC X(01).
                   88  CERT-TREE-REMOVED          VALUE "Y".
                   88  CERT-NO-TREE               VALUE "N".
               10  FILLER              PIC X(01).
               10  CERT-ARCHIVE-PATH   PIC X(38).
               10  FILLER              PIC X(07).
           05  CERT-TRAILER-DATA REDEFINES CERT-DATA.
               10  CERT-PURGED-COUNT   PIC 9(05).
               10  FILLER              PIC X(01).
               10  CERT-TREE-COUNT     PIC 9(05).
               10  FILLER              PIC X(01).
               10  CERT-HELD-COUNT     PIC 9(05).
               10  FILLER              PIC X(01).
               10  CERT-FAILED-COUNT   PIC 9(05).
               10  FILLER              PIC X(117).
