      ******************************************************************
      *    MODRETN.CPY
      *    RECORD LAYOUT FOR THE RETENTION TABLE (MODRETN).  ONE
      *    RECORD PER MODULE TYPE (LIBRARY, SERVICE, BATCH) GIVING
      *    THE NUMBER OF DAYS A DECOMMISSIONED MODULE OF THAT TYPE IS
      *    KEPT - ARCHIVE TREE AND CATALOG ROW - BEFORE
      *    RETENTION-PURGE MAY REMOVE IT.  AN UNTYPED MODULE TAKES
      *    THE LIBRARY PERIOD.  A TYPE WITH NO RECORD IS NEVER
      *    PURGED.  MAINTAINED BY RECORDS MANAGEMENT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - RETENTION TABLE.
      ******************************************************************
       01  RETN-RECORD.
           05  RETN-MODULE-TYPE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RETN-DAYS               PIC 9(05).
