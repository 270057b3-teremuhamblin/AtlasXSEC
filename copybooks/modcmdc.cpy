      ******************************************************************
      *    MODCMDC.CPY
      *    RECORD LAYOUT FOR THE CMDB EXTRACT CONTROL FILE (MODCMDBC).
      *    ONE RECORD, REWRITTEN BY CMDB-EXPORT ONLY AFTER BOTH
      *    INTERFACE FILES ARE FILED - THE YYYYMMDD-HHMMSS STAMP OF
      *    THE LAST GOOD EXTRACT, ITS DETAIL COUNTS, AND HOW FAR INTO
      *    THE CATALOG HISTORY (MODHIST RECORD COUNT) AND THE AUDIT
      *    LOG (HIGHEST AUD-SEQUENCE) IT REACHED.  THE NEXT DELTA
      *    COVERS EVERY HISTORY RECORD AND AUDIT ENTRY PAST THOSE
      *    POSITIONS - THE STAMP IS FOR THE READER ONLY.  NO CONTROL
      *    FILE MEANS NO EXTRACT HAS EVER SUCCEEDED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - CMDB EXTRACT CONTROL.
      *    2026-10-15 DL100 ADDED CMDC-HIST-COUNT AND CMDC-AUDIT-SEQ -
      *                     THE DELTA NOW RUNS FROM FILE POSITIONS, NOT
      *                     FROM THE STAMP.  RECORD NOW 53 BYTES.
      ******************************************************************
       01  CMDC-RECORD.
           05  CMDC-LAST-STAMP         PIC X(20).
           05  FILLER                  PIC X(01).
           05  CMDC-FULL-COUNT         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CMDC-DELTA-COUNT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CMDC-HIST-COUNT         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CMDC-AUDIT-SEQ          PIC 9(06).
