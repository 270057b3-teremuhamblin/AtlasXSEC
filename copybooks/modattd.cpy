      ******************************************************************
      *    MODATTD.CPY
      *    RECORD LAYOUT FOR THE DISPUTED-OWNERSHIP WORKLIST
      *    (MODATTD).  REBUILT WHOLE BY EVERY ATTEST-RESPONSE RUN -
      *    ONE RECORD PER MODULE WHOSE LATEST ANSWER IN THE CYCLE IS A
      *    DISPUTE AND WHOSE CATALOG OWNER IS NOT YET THE PROPOSED
      *    OWNER.  THE TRANSFER-OWNERSHIP OPERATOR WORKS DOWN IT; A
      *    TRANSFER DONE DROPS THE MODULE OFF THE NEXT REBUILD.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - DISPUTED OWNERSHIP.
      ******************************************************************
       01  ATD-RECORD.
           05  ATD-CYCLE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ATD-MODULE-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATD-OWNING-TEAM         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATD-PROPOSED-OWNER      PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATD-DISPUTED-STAMP      PIC X(20).
