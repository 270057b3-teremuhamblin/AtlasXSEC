      ******************************************************************
      *    MODRETR.CPY
      *    RECORD LAYOUT FOR THE RETIRED-CATALOG ARCHIVE (MODRETIR).
      *    RETENTION-PURGE APPENDS ONE RECORD PER MODULE IT PURGES -
      *    THE CATALOG ROW EXACTLY AS IT STOOD IN MODCAT (LAID OUT BY
      *    MODCAT.CPY), THEN WHEN, BY WHOM AND UNDER WHICH SEALED
      *    AUDIT SEQUENCE IT WAS REMOVED.  THE FILE IS NEVER
      *    REWRITTEN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - RETIRED-CATALOG ARCHIVE.
      ******************************************************************
       01  RETR-RECORD.
           05  RETR-CATALOG-ROW        PIC X(98).
           05  FILLER                  PIC X(01).
           05  RETR-PURGE-STAMP        PIC X(20).
           05  FILLER                  PIC X(01).
           05  RETR-OPERATOR-ID        PIC X(10).
           05  FILLER                  PIC X(01).
           05  RETR-AUDIT-SEQUENCE     PIC 9(06).
