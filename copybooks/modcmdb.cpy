      ******************************************************************
      *    MODCMDB.CPY
      *    RECORD LAYOUT FOR THE CMDB INTERFACE FILES WRITTEN NIGHTLY
      *    BY CMDB-EXPORT - THE FULL FILE (MODCMDBF), ONE DETAIL PER
      *    CATALOG ENTRY, AND THE DELTA FILE (MODCMDBD), ONE DETAIL
      *    PER MODULE ADDED, CHANGED OR RETIRED SINCE THE LAST GOOD
      *    EXTRACT.  EACH FILE OPENS WITH ONE HEADER RECORD (FILE ID,
      *    EXTRACT STAMP AND, ON THE DELTA, THE STAMP IT RUNS FROM)
      *    AND CLOSES WITH ONE TRAILER RECORD CARRYING THE DETAIL
      *    COUNT AND THE COUNT PER ACTION, SO THE RECEIVING SIDE CAN
      *    REJECT A SHORT FILE.
      *    DETAIL ACTION IS CURRENT ON THE FULL FILE, ADD, CHANGE OR
      *    RETIRE ON THE DELTA.  A RETIRE FOR A NAME NO LONGER IN THE
      *    CATALOG (RENAMED AWAY) CARRIES THE NAME AND STATUS ONLY.
      *    PRESENCE FLAGS ARE Y OR N.  THE PROVIDER LIST HOLDS THE
      *    FIRST 20 MODULES THE ENTRY DEPENDS ON IN MODDEP; THE COUNT
      *    IS ALWAYS THE FULL NUMBER.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - CMDB INTERFACE LAYOUT.
      ******************************************************************
       01  CMDB-RECORD.
           05  CMDB-REC-TYPE           PIC X(01).
               88  CMDB-HEADER                    VALUE "H".
               88  CMDB-DETAIL                    VALUE "D".
               88  CMDB-TRAILER                   VALUE "T".
           05  FILLER                  PIC X(01).
           05  CMDB-DATA               PIC X(782).
           05  CMDB-DETAIL-DATA REDEFINES CMDB-DATA.
               10  CMDB-ACTION         PIC X(08).
                   88  CMDB-ACT-CURRENT           VALUE "CURRENT".
                   88  CMDB-ACT-ADD               VALUE "ADD".
                   88  CMDB-ACT-CHANGE            VALUE "CHANGE".
                   88  CMDB-ACT-RETIRE            VALUE "RETIRE".
               10  FILLER              PIC X(01).
               10  CMDB-MODULE-NAME    PIC X(30).
               10  FILLER              PIC X(01).
               10  CMDB-OWNING-TEAM    PIC X(30).
               10  FILLER              PIC X(01).
               10  CMDB-TEAM-FULL-NAME PIC X(40).
               10  FILLER              PIC X(01).
               10  CMDB-MODULE-TYPE    PIC X(08).
               10  FILLER              PIC X(01).
               10  CMDB-STATUS         PIC X(12).
               10  FILLER              PIC X(01).
               10  CMDB-CREATE-DATE    PIC 9(08).
               10  FILLER              PIC X(01).
               10  CMDB-DECOM-DATE     PIC 9(08).
               10  FILLER              PIC X(01).
               10  CMDB-IN-DEV         PIC X(01).
               10  FILLER              PIC X(01).
               10  CMDB-IN-QA          PIC X(01).
               10  FILLER              PIC X(01).
               10  CMDB-IN-PROD        PIC X(01).
               10  FILLER              PIC X(01).
               10  CMDB-PROVIDER-COUNT PIC 9(03).
               10  FILLER              PIC X(01).
               10  CMDB-PROVIDER-ENTRY OCCURS 20 TIMES.
                   15  CMDB-PROVIDER   PIC X(30).
                   15  FILLER          PIC X(01).
           05  CMDB-HEADER-DATA REDEFINES CMDB-DATA.
               10  CMDB-FILE-ID        PIC X(08).
                   88  CMDB-FULL-FILE             VALUE "CMDBFULL".
                   88  CMDB-DELTA-FILE            VALUE "CMDBDLTA".
               10  FILLER              PIC X(01).
               10  CMDB-EXTRACT-STAMP  PIC X(20).
               10  FILLER              PIC X(01).
               10  CMDB-SINCE-STAMP    PIC X(20).
               10  FILLER              PIC X(732).
           05  CMDB-TRAILER-DATA REDEFINES CMDB-DATA.
               10  CMDB-DETAIL-COUNT   PIC 9(07).
               10  FILLER              PIC X(01).
               10  CMDB-ADD-COUNT      PIC 9(07).
               10  FILLER              PIC X(01).
               10  CMDB-CHANGE-COUNT   PIC 9(07).
               10  FILLER              PIC X(01).
               10  CMDB-RETIRE-COUNT   PIC 9(07).
               10  FILLER              PIC X(751).
