      ******************************************************************
      *    MODRUNL.CPY
      *    RECORD LAYOUT FOR THE SUITE RUN CONTROL LOG (MODRUNLOG).
      *    EVERY PROGRAM IN THE SUITE APPENDS A START RECORD ONCE IT
      *    KNOWS ITS OPERATOR AND AN END RECORD AS IT STOPS.  THE END
      *    RECORD REPEATS THE START STAMP SO THE TWO CAN BE PAIRED, AND
      *    CARRIES THE RECORDS READ, PROCESSED AND REJECTED, THE FINAL
      *    RETURN-CODE AND AN OUTCOME WORD.  A START WITH NO MATCHING
      *    END IS A RUN THAT NEVER FINISHED.  STAMPS ARE TRUE
      *    YYYYMMDD-HHMMSS CLOCK TIMES SO THE LOG SORTS IN RUN ORDER.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - RUN CONTROL LOG.
      ******************************************************************
       01  RUN-RECORD.
           05  RUN-PROGRAM-ID          PIC X(20).
           05  FILLER                  PIC X(01).
           05  RUN-EVENT               PIC X(05).
               88  RUN-EVENT-START                VALUE "START".
               88  RUN-EVENT-END                  VALUE "END".
           05  FILLER                  PIC X(01).
           05  RUN-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  RUN-START-STAMP         PIC X(20).
           05  FILLER                  PIC X(01).
           05  RUN-END-STAMP           PIC X(20).
           05  FILLER                  PIC X(01).
           05  RUN-READ-COUNT          PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RUN-PROCESSED-COUNT     PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RUN-REJECTED-COUNT      PIC 9(07).
           05  FILLER                  PIC X(01).
           05  RUN-RETURN-CODE         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RUN-OUTCOME             PIC X(08).
               88  RUN-OUTCOME-OK                 VALUE "OK".
               88  RUN-OUTCOME-WARNING            VALUE "WARNING".
               88  RUN-OUTCOME-FAILED             VALUE "FAILED".
               88  RUN-OUTCOME-LOCKED             VALUE "LOCKED".
