      ******************************************************************
      *
      *    PROGRAM-ID.  TEAM-CHARGEBACK
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        MONTHLY TEAM CHARGEBACK STATEMENT.  FOR A CLOSED MONTH,
      *        WORKS OUT HOW MANY DAYS EACH MODULE WAS ACTIVE AND
      *        PRESENT IN EACH ENVIRONMENT UNDER EACH OWNING TEAM,
      *        PRICES THEM FROM THE RATE TABLE (MODRATE, LAID OUT BY
      *        MODRATE.CPY) AND PRINTS A STATEMENT PER TEAM WITH THE
      *        TEAM'S FULL NAME FROM THE TEAM MASTER (MODTEAMS).  THE
      *        SAME CHARGES GO TO THE FLAT LEDGER EXTRACT (MODCHRG,
      *        LAID OUT BY MODCHRG.CPY) FOR THE FINANCE LEDGER LOAD.
      *
      *        THE CATALOG ONLY HOLDS CURRENT STATE, SO EACH MODULE'S
      *        STATE THROUGH THE MONTH IS REBUILT BY WALKING THE
      *        CATALOG HISTORY (MODHIST) BACKWARDS FROM TODAY -
      *        UNDOING EVERY STATUS, OWNING-TEAM, MODULE-NAME,
      *        QA-FLAG AND PROD-FLAG CHANGE BACK TO THE MONTH END,
      *        THEN DAY BY DAY TO THE FIRST.  A DAY IS CHARGED TO THE
      *        STATE IN FORCE AT THE END OF THAT DAY, SO A MID-MONTH
      *        TRANSFER CHARGES THE TRANSFER DAY TO THE NEW TEAM, A
      *        DECOMMISSION DAY IS NOT CHARGED AND A CREATE OR
      *        PROMOTION DAY IS.  EVERY ACTIVE DAY COUNTS AS DEV
      *        (EVERY MODULE IS BUILT IN DEV); QA AND PROD DAYS
      *        FOLLOW THE PROMOTION FLAGS.  THE CHARGE IS THE MONTHLY
      *        RATE TIMES DAYS OVER DAYS IN THE MONTH, ROUNDED TO THE
      *        CENT.  AN UNTYPED MODULE (PREDATES TYPE PROFILES) IS
      *        PRICED AS A LIBRARY, THE PROFILE IT WAS BUILT WITH.
      *        READ-ONLY AGAINST THE CATALOG; NO LOCK IS TAKEN.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      *    2026-10-15 DL100 EVERY RUN NOW APPENDS A START AND AN END
      *                     RECORD TO THE SUITE RUN CONTROL LOG
      *                     (MODRUNLOG) - OPERATOR, START AND END
      *                     TIMES, RECORDS READ, PROCESSED AND
      *                     REJECTED AND THE FINAL RETURN-CODE - FOR
      *                     THE MORNING OPERATIONS SUMMARY.
      *    2026-10-15 DL100 NO HISTORY FILE IS NOW WARNED OF WITH
      *                     RETURN-CODE 4; ONE THAT EXISTS BUT WILL
      *                     NOT OPEN STOPS THE RUN WITH RETURN-CODE 8
      *                     AND NO LEDGER EXTRACT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAM-CHARGEBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

           SELECT TEAM-MASTER ASSIGN TO "MODTEAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TEAM-STATUS.

           SELECT RATE-TABLE ASSIGN TO "MODRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RATE-STATUS.

           SELECT CHARGE-EXTRACT ASSIGN TO "MODCHRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CHRG-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-CATALOG.
       COPY "modcat.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

       FD  TEAM-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "modteam.cpy".

       FD  RATE-TABLE
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modrate.cpy".

       FD  CHARGE-EXTRACT
           RECORD CONTAINS 105 CHARACTERS.
       COPY "modchrg.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-TEAM-STATUS           PIC X(02).
       77  DL100-RATE-STATUS           PIC X(02).
       77  DL100-CHRG-STATUS           PIC X(02).

       77  DL100-EXTRACT-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-NO-RATE-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-EXTRACT-COUNT-OUT     PIC ZZZZ9.
       77  DL100-NO-RATE-COUNT-OUT     PIC ZZZZ9.

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-HISTORY-EOF                  VALUE "Y".
           88  DL100-HISTORY-NOT-EOF              VALUE "N".

       01  DL100-TEAM-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-TEAM-EOF                     VALUE "Y".
           88  DL100-TEAM-NOT-EOF                 VALUE "N".

       01  DL100-RATE-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-RATE-EOF                     VALUE "Y".
           88  DL100-RATE-NOT-EOF                 VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

       01  DL100-HIST-MISSING-SW       PIC X(01) VALUE "N".
           88  DL100-HIST-MISSING                 VALUE "Y".
           88  DL100-HIST-ON-FILE                 VALUE "N".

       01  DL100-CHRG-OPEN-SW          PIC X(01) VALUE "N".
           88  DL100-CHRG-OPEN                    VALUE "Y".
           88  DL100-CHRG-NOT-OPEN                VALUE "N".

      *---------------------------------------------------------------*
      *    CHARGE PERIOD.  A BLANK ANSWER TAKES LAST MONTH.           *
      *---------------------------------------------------------------*
       01  DL100-PERIOD-IN             PIC X(06).
       01  DL100-PERIOD.
           05  DL100-PERIOD-YYYY       PIC 9(04).
           05  DL100-PERIOD-MM         PIC 9(02).
       01  DL100-PERIOD-NUM REDEFINES DL100-PERIOD PIC 9(06).
       01  DL100-CURRENT-PERIOD        PIC 9(06).
       01  DL100-MONTH-BASE            PIC 9(08).
       01  DL100-MONTH-END             PIC 9(08).
       01  DL100-MONTH-DAYS            PIC 9(02).
       01  DL100-DAY-NO                PIC 9(02).

       01  DL100-MONTH-LENGTH-TABLE
               VALUE "312831303130313130313031".
           05  DL100-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).

      *---------------------------------------------------------------*
      *    ENVIRONMENT NAMES - SLOT 1 DEV, 2 QA, 3 PROD, THE ORDER    *
      *    OF THE DAY AND AMOUNT SLOTS IN THE CHARGE TABLE.           *
      *---------------------------------------------------------------*
       01  DL100-ENV-NAME-TABLE        VALUE "DEV QA  PROD".
           05  DL100-ENV-NAME OCCURS 3 TIMES PIC X(04).
       77  DL100-ENV-IX                PIC 9(01) COMP.

      *---------------------------------------------------------------*
      *    RATE TABLE AS LOADED.                                      *
      *---------------------------------------------------------------*
       01  DL100-RATE-TABLE.
           05  DL100-RATE-ENTRY OCCURS 30 TIMES.
               10  DL100-RT-TYPE           PIC X(08).
               10  DL100-RT-ENV            PIC X(04).
               10  DL100-RT-AMOUNT         PIC 9(07)V99.
       77  DL100-RATE-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-RATE-IX               PIC 9(03) COMP.
       01  DL100-RATE-TYPE             PIC X(08).
       01  DL100-RATE-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-RATE-FOUND                   VALUE "Y".
           88  DL100-RATE-NOT-FOUND               VALUE "N".

      *---------------------------------------------------------------*
      *    TEAM MASTER AS LOADED - NAME AND FULL NAME ONLY.           *
      *---------------------------------------------------------------*
       01  DL100-TEAM-TABLE.
           05  DL100-TEAM-ENTRY OCCURS 500 TIMES.
               10  DL100-TM-NAME           PIC X(30).
               10  DL100-TM-FULL-NAME      PIC X(40).
       77  DL100-TEAM-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-TEAM-IX               PIC 9(03) COMP.
       01  DL100-TEAM-FULL-NAME        PIC X(40).
       01  DL100-TEAM-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-TEAM-FOUND                   VALUE "Y".
           88  DL100-TEAM-NOT-FOUND               VALUE "N".

      *---------------------------------------------------------------*
      *    HISTORY EVENTS DATED ON OR AFTER THE FIRST OF THE PERIOD,  *
      *    IN FILE (TIME) ORDER.  NOTHING EARLIER IS NEEDED - THE     *
      *    WALK STARTS FROM CURRENT STATE AND ONLY GOES BACK AS FAR   *
      *    AS THE FIRST.                                              *
      *---------------------------------------------------------------*
       01  DL100-EVT-TABLE.
           05  DL100-EVT-ENTRY OCCURS 9999 TIMES.
               10  DL100-EVT-NAME          PIC X(30).
               10  DL100-EVT-DATE          PIC 9(08).
               10  DL100-EVT-FIELD         PIC X(12).
               10  DL100-EVT-OLD-VALUE     PIC X(30).
       77  DL100-EVT-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-EVT-IX                PIC 9(05) COMP.

      *---------------------------------------------------------------*
      *    WALK STATE FOR THE MODULE IN HAND.                         *
      *---------------------------------------------------------------*
       01  DL100-WALK-NAME             PIC X(30).
       01  DL100-WALK-TEAM             PIC X(30).
       01  DL100-WALK-STATUS           PIC X(12).
       01  DL100-WALK-QA               PIC X(01).
       01  DL100-WALK-PROD             PIC X(01).
       01  DL100-WALK-TYPE             PIC X(08).
       01  DL100-UNDO-AFTER            PIC 9(08).

       01  DL100-BORN-SW               PIC X(01) VALUE "Y".
           88  DL100-MODULE-BORN                  VALUE "Y".
           88  DL100-MODULE-UNBORN                VALUE "N".

       01  DL100-UNDO-SW               PIC X(01) VALUE "N".
           88  DL100-UNDO-DONE                    VALUE "Y".
           88  DL100-UNDO-GOING                   VALUE "N".

      *---------------------------------------------------------------*
      *    CHARGE TABLE - ONE ENTRY PER OWNING TEAM AND MODULE, DAYS  *
      *    AND AMOUNTS PER ENVIRONMENT SLOT.  TEAM THEN MODULE IS THE *
      *    SORT KEY, WHICH GIVES THE STATEMENT BREAKS.                *
      *---------------------------------------------------------------*
       01  DL100-CHG-TABLE.
           05  DL100-CHG-ENTRY OCCURS 4000 TIMES.
               10  DL100-CHG-KEY.
                   15  DL100-CHG-TEAM      PIC X(30).
                   15  DL100-CHG-NAME      PIC X(30).
               10  DL100-CHG-TYPE          PIC X(08).
               10  DL100-CHG-DAYS OCCURS 3 TIMES PIC 9(02) COMP.
               10  DL100-CHG-RATE OCCURS 3 TIMES PIC 9(07)V99.
               10  DL100-CHG-AMOUNT OCCURS 3 TIMES PIC 9(07)V99.
       77  DL100-CHG-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-CHG-IX                PIC 9(05) COMP.
       77  DL100-CHG-JX                PIC 9(05) COMP.
       01  DL100-CHG-HOLD.
           05  DL100-CH-KEY            PIC X(60).
           05  DL100-CH-TYPE           PIC X(08).
           05  DL100-CH-DAYS OCCURS 3 TIMES PIC 9(02) COMP.
           05  DL100-CH-RATE OCCURS 3 TIMES PIC 9(07)V99.
           05  DL100-CH-AMOUNT OCCURS 3 TIMES PIC 9(07)V99.

       01  DL100-CACHE-TEAM            PIC X(30).
       77  DL100-CACHE-IX              PIC 9(05) COMP.

       01  DL100-CHG-FULL-SW           PIC X(01) VALUE "N".
           88  DL100-CHG-TABLE-FULL               VALUE "Y".
           88  DL100-CHG-TABLE-NOT-FULL           VALUE "N".

      *---------------------------------------------------------------*
      *    STATEMENT TOTALS AND LINES.                                *
      *---------------------------------------------------------------*
       01  DL100-PRIOR-TEAM            PIC X(30) VALUE HIGH-VALUES.
       01  DL100-TEAM-TOTAL            PIC 9(09)V99 VALUE 0.
       01  DL100-GRAND-TOTAL           PIC 9(09)V99 VALUE 0.

       01  DL100-TOTAL-LINE.
           05  DL100-TL-LABEL          PIC X(61).
           05  DL100-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-MODULE         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TYPE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-ENV            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-DAYS           PIC Z9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-RATE           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.

      *---------------------------------------------------------------*
      *    DATE WORK AREAS - LEAP RULE AS IN REQUEST-AGING.           *
      *---------------------------------------------------------------*
       01  DL100-WORK-DATE-NUM         PIC 9(08).
       01  DL100-WORK-DATE REDEFINES DL100-WORK-DATE-NUM.
           05  DL100-WD-YYYY               PIC 9(04).
           05  DL100-WD-MM                 PIC 9(02).
           05  DL100-WD-DD                 PIC 9(02).

       01  DL100-LEAP-SW               PIC X(01) VALUE "N".
           88  DL100-LEAP-YEAR                    VALUE "Y".
           88  DL100-NOT-LEAP-YEAR                VALUE "N".

       01  DL100-YEAR-MOD-4            PIC 9(04) COMP.
       01  DL100-YEAR-MOD-100          PIC 9(04) COMP.
       01  DL100-YEAR-MOD-400          PIC 9(04) COMP.
       01  DL100-DIVIDE-QUOTIENT       PIC 9(07) COMP.

       01  DL100-CURRENT-DATE.
           05  DL100-CD-YYYYMMDD        PIC 9(08).
           05  FILLER                   PIC X(13).

      *---------------------------------------------------------------*
      *    RUN CONTROL LOG - THIS RUN'S START STAMP AND COUNTS FOR    *
      *    ITS START AND END RECORDS ON MODRUNLOG.  THE CLOCK IS      *
      *    TAKEN AS A FULL HHMMSSHH TIME SO THE LOG SORTS IN RUN      *
      *    ORDER.                                                     *
      *---------------------------------------------------------------*
       77  DL100-RUNLOG-STATUS         PIC X(02).
       77  DL100-RUN-READ              PIC 9(07) COMP VALUE 0.
       77  DL100-RUN-PROCESSED         PIC 9(07) COMP VALUE 0.
       77  DL100-RUN-REJECTED          PIC 9(07) COMP VALUE 0.
       77  DL100-RUN-RC                PIC S9(04) COMP VALUE 0.
       01  DL100-RUN-START-STAMP       PIC X(20) VALUE SPACES.
       01  DL100-RUN-CLOCK.
           05  DL100-RUN-DATE          PIC 9(08).
           05  DL100-RUN-TIME          PIC 9(08).
           05  DL100-RUN-TIME-PARTS REDEFINES DL100-RUN-TIME.
               10  DL100-RUN-HHMMSS    PIC 9(06).
               10  FILLER              PIC 9(02).

       PROCEDURE DIVISION.
      *================================================================*
      *    0000-MAINLINE                                               *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 8700-LOG-RUN-START THRU 8700-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 1100-LOAD-RATES THRU 1100-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 1200-LOAD-TEAMS THRU 1200-EXIT
               PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 3000-WALK-CATALOG THRU 3000-EXIT
           END-IF.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.

           PERFORM 5000-PRICE-ONE-ENTRY THRU 5000-EXIT
               VARYING DL100-CHG-IX FROM 1 BY 1
               UNTIL DL100-CHG-IX > DL100-CHG-COUNT.
           PERFORM 6000-SORT-CHARGES THRU 6000-EXIT.
           PERFORM 8000-PRINT-STATEMENT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-CHRG-NOT-OPEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DL100-NO-RATE-COUNT > 0 OR DL100-HIST-MISSING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - TAKE AND VALIDATE THE CHARGE PERIOD AND   *
      *    FIX ITS FIRST AND LAST DAYS.  ONLY A CLOSED MONTH CAN BE    *
      *    CHARGED.                                                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE DL100-CD-YYYYMMDD TO DL100-WORK-DATE-NUM.
           COMPUTE DL100-CURRENT-PERIOD = DL100-WD-YYYY * 100
               + DL100-WD-MM.

           DISPLAY "Charge month (YYYYMM, blank = last month): "
               WITH NO ADVANCING.
           ACCEPT DL100-PERIOD-IN.

           IF DL100-PERIOD-IN = SPACES
               IF DL100-WD-MM = 1
                   COMPUTE DL100-PERIOD-YYYY = DL100-WD-YYYY - 1
                   MOVE 12 TO DL100-PERIOD-MM
               ELSE
                   MOVE DL100-WD-YYYY TO DL100-PERIOD-YYYY
                   COMPUTE DL100-PERIOD-MM = DL100-WD-MM - 1
               END-IF
           ELSE
               IF DL100-PERIOD-IN IS NOT NUMERIC
                   DISPLAY "Charge month must be YYYYMM."
                   SET DL100-RUN-ABORTED TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE DL100-PERIOD-IN TO DL100-PERIOD
           END-IF.

           IF DL100-PERIOD-MM < 1 OR DL100-PERIOD-MM > 12
               DISPLAY "Charge month must be YYYYMM."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF.

           IF DL100-PERIOD-NUM NOT < DL100-CURRENT-PERIOD
               DISPLAY "Month " DL100-PERIOD-NUM
                       " has not closed - nothing to charge yet."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE DL100-PERIOD-YYYY TO DL100-WD-YYYY.
           MOVE DL100-PERIOD-MM   TO DL100-WD-MM.
           MOVE 0                 TO DL100-WD-DD.
           MOVE DL100-WORK-DATE-NUM TO DL100-MONTH-BASE.

           MOVE DL100-MONTH-LENGTH(DL100-PERIOD-MM)
               TO DL100-MONTH-DAYS.
           IF DL100-PERIOD-MM = 2
               PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT
               IF DL100-LEAP-YEAR
                   MOVE 29 TO DL100-MONTH-DAYS
               END-IF
           END-IF.
           COMPUTE DL100-MONTH-END = DL100-MONTH-BASE
               + DL100-MONTH-DAYS.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-LOAD-RATES - THE WHOLE RATE TABLE.  NO RATE TABLE, NO  *
      *    STATEMENT.                                                  *
      *----------------------------------------------------------------*
       1100-LOAD-RATES.
           OPEN INPUT RATE-TABLE.
           IF DL100-RATE-STATUS NOT = "00"
               DISPLAY "Unable to open chargeback rate table - "
                       "MODRATE."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
               UNTIL DL100-RATE-EOF.
           CLOSE RATE-TABLE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1110-LOAD-ONE-RATE - ONE RATE RECORD.                       *
      *----------------------------------------------------------------*
       1110-LOAD-ONE-RATE.
           READ RATE-TABLE
               AT END
                   SET DL100-RATE-EOF TO TRUE
           END-READ.

           IF DL100-RATE-EOF OR RATE-MODULE-TYPE = SPACES
               GO TO 1110-EXIT
           END-IF.

           IF DL100-RATE-COUNT >= 30
               DISPLAY "Warning - rate table holds more than 30 "
                       "rates; the rest are ignored."
               SET DL100-RATE-EOF TO TRUE
               GO TO 1110-EXIT
           END-IF.

           ADD 1 TO DL100-RATE-COUNT.
           MOVE RATE-MODULE-TYPE TO DL100-RT-TYPE(DL100-RATE-COUNT).
           MOVE RATE-ENVIRONMENT TO DL100-RT-ENV(DL100-RATE-COUNT).
           IF RATE-MONTHLY-AMOUNT IS NUMERIC
               MOVE RATE-MONTHLY-AMOUNT
                   TO DL100-RT-AMOUNT(DL100-RATE-COUNT)
           ELSE
               MOVE 0 TO DL100-RT-AMOUNT(DL100-RATE-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-TEAMS - TEAM NAMES AND FULL NAMES FOR THE         *
      *    STATEMENT HEADINGS.  A MISSING MASTER ONLY COSTS THE FULL   *
      *    NAMES.                                                      *
      *----------------------------------------------------------------*
       1200-LOAD-TEAMS.
           OPEN INPUT TEAM-MASTER.
           IF DL100-TEAM-STATUS NOT = "00"
               DISPLAY "No team master on file - MODTEAMS - "
                       "statements carry team names only."
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1210-LOAD-ONE-TEAM THRU 1210-EXIT
               UNTIL DL100-TEAM-EOF.
           CLOSE TEAM-MASTER.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1210-LOAD-ONE-TEAM - ONE TEAM MASTER RECORD.                *
      *----------------------------------------------------------------*
       1210-LOAD-ONE-TEAM.
           READ TEAM-MASTER
               AT END
                   SET DL100-TEAM-EOF TO TRUE
           END-READ.

           IF DL100-TEAM-EOF OR DL100-TEAM-COUNT >= 500
               GO TO 1210-EXIT
           END-IF.

           ADD 1 TO DL100-TEAM-COUNT.
           MOVE TEAM-NAME      TO DL100-TM-NAME(DL100-TEAM-COUNT).
           MOVE TEAM-FULL-NAME TO DL100-TM-FULL-NAME(DL100-TEAM-COUNT).
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-HISTORY - EVERY HISTORY EVENT DATED ON OR AFTER   *
      *    THE FIRST OF THE PERIOD.  IF THEY WILL NOT ALL FIT THE      *
      *    WALK CANNOT BE TRUSTED, SO THE RUN STOPS.  NO HISTORY FILE  *
      *    (STATUS 35) CHARGES EVERY MODULE AS IT STANDS TODAY AND IS  *
      *    WARNED OF; ONE THAT IS THERE BUT WILL NOT OPEN STOPS THE    *
      *    RUN BEFORE ANY LEDGER IS WRITTEN.                           *
      *----------------------------------------------------------------*
       2000-LOAD-HISTORY.
           OPEN INPUT CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS = "35"
               DISPLAY "Warning - no catalog history on file - "
                       "MODHIST; every module charged as it stands "
                       "today."
               SET DL100-HIST-MISSING TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF DL100-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to read catalog history - MODHIST "
                       "status " DL100-HISTORY-STATUS "."
               DISPLAY "No statement or ledger extract produced."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-ONE-EVENT THRU 2100-EXIT
               UNTIL DL100-HISTORY-EOF OR DL100-RUN-ABORTED.
           CLOSE CATALOG-HISTORY.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-ONE-EVENT - ONE HISTORY RECORD.                   *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-EVENT.
           READ CATALOG-HISTORY
               AT END
                   SET DL100-HISTORY-EOF TO TRUE
           END-READ.

           IF DL100-HISTORY-EOF
               GO TO 2100-EXIT
           END-IF.

           IF HIST-TIMESTAMP(1:8) IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.
           IF HIST-TIMESTAMP(1:8) NOT > DL100-MONTH-BASE
               GO TO 2100-EXIT
           END-IF.

           IF DL100-EVT-COUNT >= 9999
               DISPLAY "Too much catalog history since the period "
                       "began to rebuild it - run stopped."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-EVT-COUNT.
           MOVE HIST-MODULE-NAME    TO DL100-EVT-NAME(DL100-EVT-COUNT).
           MOVE HIST-TIMESTAMP(1:8) TO DL100-EVT-DATE(DL100-EVT-COUNT).
           MOVE HIST-FIELD          TO DL100-EVT-FIELD(DL100-EVT-COUNT).
           MOVE HIST-OLD-VALUE
               TO DL100-EVT-OLD-VALUE(DL100-EVT-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-WALK-CATALOG - EVERY CATALOG ENTRY, ACTIVE OR NOT - A  *
      *    MODULE DECOMMISSIONED SINCE THE PERIOD STILL OWES FOR IT.   *
      *----------------------------------------------------------------*
       3000-WALK-CATALOG.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-WALK-ONE-MODULE THRU 3100-EXIT
               UNTIL DL100-CATALOG-EOF OR DL100-CHG-TABLE-FULL.
           CLOSE MODULE-CATALOG.

           IF DL100-CHG-TABLE-FULL
               DISPLAY "More team/module charges than the table "
                       "holds - run stopped."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-WALK-ONE-MODULE - START FROM THE CATALOG ENTRY, UNDO   *
      *    EVERYTHING AFTER THE MONTH END, THEN CHARGE EACH DAY FROM   *
      *    THE LAST BACK TO THE FIRST, UNDOING THAT DAY'S EVENTS       *
      *    AFTER CHARGING IT.                                          *
      *----------------------------------------------------------------*
       3100-WALK-ONE-MODULE.
           READ MODULE-CATALOG
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           MOVE CAT-MODULE-NAME TO DL100-WALK-NAME.
           MOVE CAT-OWNING-TEAM TO DL100-WALK-TEAM.
           MOVE CAT-STATUS      TO DL100-WALK-STATUS.
           MOVE CAT-QA-FLAG     TO DL100-WALK-QA.
           MOVE CAT-PROD-FLAG   TO DL100-WALK-PROD.
           IF CAT-MODULE-TYPE = SPACES
               MOVE "LIBRARY" TO DL100-WALK-TYPE
           ELSE
               MOVE CAT-MODULE-TYPE TO DL100-WALK-TYPE
           END-IF.
           SET DL100-MODULE-BORN TO TRUE.
           MOVE HIGH-VALUES TO DL100-CACHE-TEAM.
           MOVE DL100-EVT-COUNT TO DL100-EVT-IX.

           MOVE DL100-MONTH-END TO DL100-UNDO-AFTER.
           PERFORM 3200-UNDO-EVENTS THRU 3200-EXIT.

           PERFORM 3300-CHARGE-ONE-DAY THRU 3300-EXIT
               VARYING DL100-DAY-NO FROM DL100-MONTH-DAYS BY -1
               UNTIL DL100-DAY-NO < 1 OR DL100-CHG-TABLE-FULL.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-UNDO-EVENTS - STEP BACK THROUGH THE EVENT TABLE FROM   *
      *    DL100-EVT-IX, UNDOING THIS MODULE'S EVENTS DATED AFTER      *
      *    DL100-UNDO-AFTER.  THE INDEX IS LEFT ON THE FIRST EVENT     *
      *    NOT YET UNDONE.                                             *
      *----------------------------------------------------------------*
       3200-UNDO-EVENTS.
           SET DL100-UNDO-GOING TO TRUE.
           PERFORM 3210-UNDO-ONE-EVENT THRU 3210-EXIT
               UNTIL DL100-UNDO-DONE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3210-UNDO-ONE-EVENT - PUT ONE FIELD BACK TO ITS OLD VALUE.  *
      *    A RENAME PUTS THE WALK NAME BACK, SO EARLIER EVENTS FILED   *
      *    UNDER THE OLD NAME MATCH.  UNDOING THE CREATE (STATUS BACK  *
      *    TO BLANK) ENDS THE MODULE'S LIFE - ANYTHING EARLIER UNDER   *
      *    THE SAME NAME BELONGED TO A DIFFERENT MODULE.               *
      *----------------------------------------------------------------*
       3210-UNDO-ONE-EVENT.
           IF DL100-EVT-IX = 0
               SET DL100-UNDO-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF.
           IF DL100-EVT-DATE(DL100-EVT-IX) NOT > DL100-UNDO-AFTER
               SET DL100-UNDO-DONE TO TRUE
               GO TO 3210-EXIT
           END-IF.

           IF DL100-MODULE-BORN
               AND DL100-EVT-NAME(DL100-EVT-IX) = DL100-WALK-NAME
               EVALUATE DL100-EVT-FIELD(DL100-EVT-IX)
                   WHEN "STATUS"
                       MOVE DL100-EVT-OLD-VALUE(DL100-EVT-IX)
                           TO DL100-WALK-STATUS
                       IF DL100-WALK-STATUS = SPACES
                           SET DL100-MODULE-UNBORN TO TRUE
                       END-IF
                   WHEN "OWNING-TEAM"
                       MOVE DL100-EVT-OLD-VALUE(DL100-EVT-IX)
                           TO DL100-WALK-TEAM
                   WHEN "MODULE-NAME"
                       MOVE DL100-EVT-OLD-VALUE(DL100-EVT-IX)
                           TO DL100-WALK-NAME
                   WHEN "QA-FLAG"
                       MOVE DL100-EVT-OLD-VALUE(DL100-EVT-IX)
                           TO DL100-WALK-QA
                   WHEN "PROD-FLAG"
                       MOVE DL100-EVT-OLD-VALUE(DL100-EVT-IX)
                           TO DL100-WALK-PROD
               END-EVALUATE
           END-IF.

           SUBTRACT 1 FROM DL100-EVT-IX.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3300-CHARGE-ONE-DAY - THE WALK STATE IS THE STATE AT THE    *
      *    END OF DAY DL100-DAY-NO.  IF ACTIVE, ADD THE DAY TO EVERY   *
      *    ENVIRONMENT IT WAS IN, THEN UNDO THE DAY'S OWN EVENTS.      *
      *----------------------------------------------------------------*
       3300-CHARGE-ONE-DAY.
           IF DL100-MODULE-BORN AND DL100-WALK-STATUS = "ACTIVE"
               PERFORM 4000-FIND-CHARGE THRU 4000-EXIT
               IF DL100-CHG-TABLE-FULL
                   GO TO 3300-EXIT
               END-IF
               ADD 1 TO DL100-CHG-DAYS(DL100-CACHE-IX, 1)
               IF DL100-WALK-QA = "Y"
                   ADD 1 TO DL100-CHG-DAYS(DL100-CACHE-IX, 2)
               END-IF
               IF DL100-WALK-PROD = "Y"
                   ADD 1 TO DL100-CHG-DAYS(DL100-CACHE-IX, 3)
               END-IF
           END-IF.

           COMPUTE DL100-UNDO-AFTER = DL100-MONTH-BASE
               + DL100-DAY-NO - 1.
           PERFORM 3200-UNDO-EVENTS THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-FIND-CHARGE - POINT DL100-CACHE-IX AT THE CHARGE ENTRY *
      *    FOR THE WALK TEAM AND THE CATALOG NAME, ADDING ONE IF       *
      *    THERE IS NONE.  THE TEAM RARELY CHANGES WITHIN A MONTH, SO  *
      *    THE LAST ENTRY FOUND IS KEPT.                               *
      *----------------------------------------------------------------*
       4000-FIND-CHARGE.
           IF DL100-WALK-TEAM = DL100-CACHE-TEAM
               GO TO 4000-EXIT
           END-IF.

           MOVE 0 TO DL100-CACHE-IX.
           PERFORM 4010-TEST-ONE-CHARGE THRU 4010-EXIT
               VARYING DL100-CHG-IX FROM 1 BY 1
               UNTIL DL100-CHG-IX > DL100-CHG-COUNT
                   OR DL100-CACHE-IX > 0.

           IF DL100-CACHE-IX = 0
               IF DL100-CHG-COUNT >= 4000
                   SET DL100-CHG-TABLE-FULL TO TRUE
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO DL100-CHG-COUNT
               MOVE DL100-CHG-COUNT TO DL100-CACHE-IX
               MOVE DL100-WALK-TEAM TO DL100-CHG-TEAM(DL100-CACHE-IX)
               MOVE CAT-MODULE-NAME TO DL100-CHG-NAME(DL100-CACHE-IX)
               MOVE DL100-WALK-TYPE TO DL100-CHG-TYPE(DL100-CACHE-IX)
               MOVE 0 TO DL100-CHG-DAYS(DL100-CACHE-IX, 1)
               MOVE 0 TO DL100-CHG-DAYS(DL100-CACHE-IX, 2)
               MOVE 0 TO DL100-CHG-DAYS(DL100-CACHE-IX, 3)
           END-IF.

           MOVE DL100-WALK-TEAM TO DL100-CACHE-TEAM.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4010-TEST-ONE-CHARGE - ONE CHARGE ENTRY.                    *
      *----------------------------------------------------------------*
       4010-TEST-ONE-CHARGE.
           IF DL100-CHG-TEAM(DL100-CHG-IX) = DL100-WALK-TEAM
               AND DL100-CHG-NAME(DL100-CHG-IX) = CAT-MODULE-NAME
               MOVE DL100-CHG-IX TO DL100-CACHE-IX
           END-IF.
       4010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-PRICE-ONE-ENTRY - RATE AND AMOUNT FOR EACH             *
      *    ENVIRONMENT SLOT OF ONE CHARGE ENTRY.                       *
      *----------------------------------------------------------------*
       5000-PRICE-ONE-ENTRY.
           PERFORM 5100-PRICE-ONE-SLOT THRU 5100-EXIT
               VARYING DL100-ENV-IX FROM 1 BY 1
               UNTIL DL100-ENV-IX > 3.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-PRICE-ONE-SLOT - MONTHLY RATE TIMES DAYS OVER DAYS IN  *
      *    THE MONTH.  NO RATE ON FILE CHARGES NOTHING AND IS COUNTED. *
      *----------------------------------------------------------------*
       5100-PRICE-ONE-SLOT.
           MOVE 0 TO DL100-CHG-RATE(DL100-CHG-IX, DL100-ENV-IX).
           MOVE 0 TO DL100-CHG-AMOUNT(DL100-CHG-IX, DL100-ENV-IX).
           IF DL100-CHG-DAYS(DL100-CHG-IX, DL100-ENV-IX) = 0
               GO TO 5100-EXIT
           END-IF.

           MOVE DL100-CHG-TYPE(DL100-CHG-IX) TO DL100-RATE-TYPE.
           SET DL100-RATE-NOT-FOUND TO TRUE.
           PERFORM 5110-TEST-ONE-RATE THRU 5110-EXIT
               VARYING DL100-RATE-IX FROM 1 BY 1
               UNTIL DL100-RATE-IX > DL100-RATE-COUNT
                   OR DL100-RATE-FOUND.

           IF DL100-RATE-NOT-FOUND
               ADD 1 TO DL100-NO-RATE-COUNT
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 5100-EXIT
           END-IF.

           SUBTRACT 1 FROM DL100-RATE-IX.
           MOVE DL100-RT-AMOUNT(DL100-RATE-IX)
               TO DL100-CHG-RATE(DL100-CHG-IX, DL100-ENV-IX).
           COMPUTE DL100-CHG-AMOUNT(DL100-CHG-IX, DL100-ENV-IX)
               ROUNDED =
               DL100-RT-AMOUNT(DL100-RATE-IX)
               * DL100-CHG-DAYS(DL100-CHG-IX, DL100-ENV-IX)
               / DL100-MONTH-DAYS.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5110-TEST-ONE-RATE - ONE LOADED RATE.                       *
      *----------------------------------------------------------------*
       5110-TEST-ONE-RATE.
           IF DL100-RT-TYPE(DL100-RATE-IX) = DL100-RATE-TYPE
               AND DL100-RT-ENV(DL100-RATE-IX)
                   = DL100-ENV-NAME(DL100-ENV-IX)
               SET DL100-RATE-FOUND TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-SORT-CHARGES - STRAIGHT INSERTION SORT ON THE          *
      *    TEAM-PLUS-MODULE KEY.                                       *
      *----------------------------------------------------------------*
       6000-SORT-CHARGES.
           PERFORM 6100-INSERT-ONE-ENTRY THRU 6100-EXIT
               VARYING DL100-CHG-IX FROM 2 BY 1
               UNTIL DL100-CHG-IX > DL100-CHG-COUNT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6100-INSERT-ONE-ENTRY - SINK ENTRY DL100-CHG-IX BACK TO ITS *
      *    SORTED SPOT.                                                *
      *----------------------------------------------------------------*
       6100-INSERT-ONE-ENTRY.
           MOVE DL100-CHG-ENTRY(DL100-CHG-IX) TO DL100-CHG-HOLD.
           MOVE DL100-CHG-IX TO DL100-CHG-JX.

           PERFORM 6200-SHIFT-ONE-ENTRY THRU 6200-EXIT
               UNTIL DL100-CHG-JX = 1
               OR DL100-CHG-KEY(DL100-CHG-JX - 1)
                   NOT > DL100-CH-KEY.

           MOVE DL100-CHG-HOLD TO DL100-CHG-ENTRY(DL100-CHG-JX).
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6200-SHIFT-ONE-ENTRY - MOVE ONE LATER ENTRY UP A SLOT.      *
      *----------------------------------------------------------------*
       6200-SHIFT-ONE-ENTRY.
           MOVE DL100-CHG-ENTRY(DL100-CHG-JX - 1)
               TO DL100-CHG-ENTRY(DL100-CHG-JX).
           SUBTRACT 1 FROM DL100-CHG-JX.
       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7100-CHECK-LEAP-YEAR - SET DL100-LEAP-SW FOR DL100-WD-YYYY. *
      *----------------------------------------------------------------*
       7100-CHECK-LEAP-YEAR.
           SET DL100-NOT-LEAP-YEAR TO TRUE.
           DIVIDE DL100-WD-YYYY BY 4
               GIVING DL100-DIVIDE-QUOTIENT
               REMAINDER DL100-YEAR-MOD-4.
           IF DL100-YEAR-MOD-4 = 0
               DIVIDE DL100-WD-YYYY BY 100
                   GIVING DL100-DIVIDE-QUOTIENT
                   REMAINDER DL100-YEAR-MOD-100
               IF DL100-YEAR-MOD-100 = 0
                   DIVIDE DL100-WD-YYYY BY 400
                       GIVING DL100-DIVIDE-QUOTIENT
                       REMAINDER DL100-YEAR-MOD-400
                   IF DL100-YEAR-MOD-400 = 0
                       SET DL100-LEAP-YEAR TO TRUE
                   END-IF
               ELSE
                   SET DL100-LEAP-YEAR TO TRUE
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-STATEMENT - ONE STATEMENT PER TEAM, A LINE PER   *
      *    MODULE AND ENVIRONMENT CHARGED, WITH TEAM AND GRAND TOTALS. *
      *    EACH LINE ALSO GOES TO THE LEDGER EXTRACT.                  *
      *----------------------------------------------------------------*
       8000-PRINT-STATEMENT.
           OPEN OUTPUT CHARGE-EXTRACT.
           IF DL100-CHRG-STATUS = "00"
               SET DL100-CHRG-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open ledger extract - MODCHRG - "
                       "statement only."
           END-IF.

           DISPLAY " ".
           DISPLAY "Team Chargeback Statement".
           DISPLAY "=========================".
           DISPLAY "Period: " DL100-PERIOD-NUM
                   "   Days in month: " DL100-MONTH-DAYS.

           IF DL100-CHG-COUNT = 0
               DISPLAY " "
               DISPLAY "No module was active in the period - "
                       "nothing to charge."
           END-IF.

           MOVE HIGH-VALUES TO DL100-PRIOR-TEAM.
           PERFORM 8100-PRINT-ONE-ENTRY THRU 8100-EXIT
               VARYING DL100-CHG-IX FROM 1 BY 1
               UNTIL DL100-CHG-IX > DL100-CHG-COUNT.
           IF DL100-CHG-COUNT > 0
               PERFORM 8300-PRINT-TEAM-TOTAL THRU 8300-EXIT
           END-IF.

           MOVE "Grand total charged:" TO DL100-TL-LABEL.
           MOVE DL100-GRAND-TOTAL   TO DL100-TL-AMOUNT.
           MOVE DL100-EXTRACT-COUNT TO DL100-EXTRACT-COUNT-OUT.
           MOVE DL100-NO-RATE-COUNT TO DL100-NO-RATE-COUNT-OUT.
           DISPLAY " ".
           DISPLAY DL100-TOTAL-LINE.
           DISPLAY "Ledger records written: " DL100-EXTRACT-COUNT-OUT.
           IF DL100-NO-RATE-COUNT > 0
               DISPLAY "Warning - " DL100-NO-RATE-COUNT-OUT
                       " charge line(s) had no rate on MODRATE and "
                       "were charged at zero."
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-ENTRY - TEAM BREAK IF NEEDED, THEN ONE LINE  *
      *    PER ENVIRONMENT WITH DAYS.                                  *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-ENTRY.
           IF DL100-CHG-TEAM(DL100-CHG-IX) NOT = DL100-PRIOR-TEAM
               IF DL100-PRIOR-TEAM NOT = HIGH-VALUES
                   PERFORM 8300-PRINT-TEAM-TOTAL THRU 8300-EXIT
               END-IF
               MOVE DL100-CHG-TEAM(DL100-CHG-IX) TO DL100-PRIOR-TEAM
               PERFORM 8200-FIND-TEAM-NAME THRU 8200-EXIT
               DISPLAY " "
               DISPLAY "Team: " DL100-PRIOR-TEAM
               DISPLAY "      " DL100-TEAM-FULL-NAME
               DISPLAY "  MODULE                         TYPE     "
                       "ENV  DY MONTHLY RATE       CHARGE"
               DISPLAY "  ------------------------------ -------- "
                       "---- -- ------------ ------------"
           END-IF.

           PERFORM 8110-PRINT-ONE-SLOT THRU 8110-EXIT
               VARYING DL100-ENV-IX FROM 1 BY 1
               UNTIL DL100-ENV-IX > 3.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8110-PRINT-ONE-SLOT - ONE ENVIRONMENT OF ONE ENTRY.         *
      *----------------------------------------------------------------*
       8110-PRINT-ONE-SLOT.
           IF DL100-CHG-DAYS(DL100-CHG-IX, DL100-ENV-IX) = 0
               GO TO 8110-EXIT
           END-IF.

           MOVE DL100-CHG-NAME(DL100-CHG-IX) TO DL100-DL-MODULE.
           MOVE DL100-CHG-TYPE(DL100-CHG-IX) TO DL100-DL-TYPE.
           MOVE DL100-ENV-NAME(DL100-ENV-IX) TO DL100-DL-ENV.
           MOVE DL100-CHG-DAYS(DL100-CHG-IX, DL100-ENV-IX)
               TO DL100-DL-DAYS.
           MOVE DL100-CHG-RATE(DL100-CHG-IX, DL100-ENV-IX)
               TO DL100-DL-RATE.
           MOVE DL100-CHG-AMOUNT(DL100-CHG-IX, DL100-ENV-IX)
               TO DL100-DL-AMOUNT.
           DISPLAY DL100-DETAIL-LINE.

           ADD DL100-CHG-AMOUNT(DL100-CHG-IX, DL100-ENV-IX)
               TO DL100-TEAM-TOTAL.
           ADD DL100-CHG-AMOUNT(DL100-CHG-IX, DL100-ENV-IX)
               TO DL100-GRAND-TOTAL.

           IF DL100-CHRG-NOT-OPEN
               GO TO 8110-EXIT
           END-IF.

           MOVE SPACES TO CHRG-RECORD.
           MOVE DL100-PERIOD-NUM              TO CHRG-PERIOD.
           MOVE DL100-CHG-TEAM(DL100-CHG-IX)  TO CHRG-OWNING-TEAM.
           MOVE DL100-CHG-NAME(DL100-CHG-IX)  TO CHRG-MODULE-NAME.
           MOVE DL100-CHG-TYPE(DL100-CHG-IX)  TO CHRG-MODULE-TYPE.
           MOVE DL100-ENV-NAME(DL100-ENV-IX)  TO CHRG-ENVIRONMENT.
           MOVE DL100-CHG-DAYS(DL100-CHG-IX, DL100-ENV-IX)
               TO CHRG-DAYS.
           MOVE DL100-CHG-RATE(DL100-CHG-IX, DL100-ENV-IX)
               TO CHRG-MONTHLY-RATE.
           MOVE DL100-CHG-AMOUNT(DL100-CHG-IX, DL100-ENV-IX)
               TO CHRG-AMOUNT.
           WRITE CHRG-RECORD.
           ADD 1 TO DL100-EXTRACT-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8200-FIND-TEAM-NAME - FULL NAME OF DL100-PRIOR-TEAM FROM    *
      *    THE LOADED TEAM MASTER.                                     *
      *----------------------------------------------------------------*
       8200-FIND-TEAM-NAME.
           MOVE "(NOT ON TEAM MASTER)" TO DL100-TEAM-FULL-NAME.
           SET DL100-TEAM-NOT-FOUND TO TRUE.
           PERFORM 8210-TEST-ONE-TEAM THRU 8210-EXIT
               VARYING DL100-TEAM-IX FROM 1 BY 1
               UNTIL DL100-TEAM-IX > DL100-TEAM-COUNT
                   OR DL100-TEAM-FOUND.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8210-TEST-ONE-TEAM - ONE LOADED TEAM.                       *
      *----------------------------------------------------------------*
       8210-TEST-ONE-TEAM.
           IF DL100-TM-NAME(DL100-TEAM-IX) = DL100-PRIOR-TEAM
               MOVE DL100-TM-FULL-NAME(DL100-TEAM-IX)
                   TO DL100-TEAM-FULL-NAME
               SET DL100-TEAM-FOUND TO TRUE
           END-IF.
       8210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8300-PRINT-TEAM-TOTAL - CLOSE OFF ONE TEAM'S STATEMENT.     *
      *----------------------------------------------------------------*
       8300-PRINT-TEAM-TOTAL.
           MOVE "  Team total:"  TO DL100-TL-LABEL.
           MOVE DL100-TEAM-TOTAL TO DL100-TL-AMOUNT.
           DISPLAY DL100-TOTAL-LINE.
           MOVE 0 TO DL100-TEAM-TOTAL.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8700-LOG-RUN-START - APPEND THE START-OF-RUN RECORD TO THE  *
      *    RUN CONTROL LOG.  A START WITH NO MATCHING END TELLS THE    *
      *    MORNING SUMMARY THE RUN NEVER FINISHED.                     *
      *----------------------------------------------------------------*
       8700-LOG-RUN-START.
           ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-RUN-TIME FROM TIME.
           MOVE SPACES TO DL100-RUN-START-STAMP.
           STRING DL100-RUN-DATE "-" DL100-RUN-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-RUN-START-STAMP
           END-STRING.

           MOVE SPACES TO RUN-RECORD.
           MOVE "TEAM-CHARGEBACK"     TO RUN-PROGRAM-ID.
           SET RUN-EVENT-START TO TRUE.
           MOVE SPACES                TO RUN-OPERATOR-ID.
           MOVE DL100-RUN-START-STAMP TO RUN-START-STAMP.
           MOVE 0 TO RUN-READ-COUNT RUN-PROCESSED-COUNT
                     RUN-REJECTED-COUNT RUN-RETURN-CODE.
           PERFORM 8790-APPEND-RUN-RECORD THRU 8790-EXIT.
       8700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8750-LOG-RUN-END - APPEND THE END-OF-RUN RECORD - COUNTS,   *
      *    FINAL RETURN-CODE AND OUTCOME.  PERFORMED FROM 9999-EXIT,   *
      *    SO EVERY WAY OUT OF THE PROGRAM IS LOGGED WITH THE          *
      *    RETURN-CODE THE SCHEDULER WILL SEE.                         *
      *----------------------------------------------------------------*
       8750-LOG-RUN-END.
           MOVE RETURN-CODE TO DL100-RUN-RC.
           ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-RUN-TIME FROM TIME.

           MOVE SPACES TO RUN-RECORD.
           MOVE "TEAM-CHARGEBACK"     TO RUN-PROGRAM-ID.
           SET RUN-EVENT-END TO TRUE.
           MOVE SPACES                TO RUN-OPERATOR-ID.
           MOVE DL100-RUN-START-STAMP TO RUN-START-STAMP.
           STRING DL100-RUN-DATE "-" DL100-RUN-HHMMSS
                  DELIMITED BY SIZE
                  INTO RUN-END-STAMP
           END-STRING.
           MOVE DL100-RUN-READ        TO RUN-READ-COUNT.
           MOVE DL100-RUN-PROCESSED   TO RUN-PROCESSED-COUNT.
           MOVE DL100-RUN-REJECTED    TO RUN-REJECTED-COUNT.
           MOVE DL100-RUN-RC          TO RUN-RETURN-CODE.

           EVALUATE TRUE
               WHEN DL100-RUN-RC = 0
                   SET RUN-OUTCOME-OK TO TRUE
               WHEN DL100-RUN-RC < 8
                   SET RUN-OUTCOME-WARNING TO TRUE
               WHEN OTHER
                   SET RUN-OUTCOME-FAILED TO TRUE
           END-EVALUATE.
           PERFORM 8790-APPEND-RUN-RECORD THRU 8790-EXIT.
           MOVE DL100-RUN-RC TO RETURN-CODE.
       8750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8790-APPEND-RUN-RECORD - ADD RUN-RECORD TO THE END OF THE   *
      *    RUN CONTROL LOG.  A LOG THAT CANNOT BE OPENED IS REPORTED   *
      *    BUT NEVER CHANGES THE OUTCOME OF THE RUN ITSELF.            *
      *----------------------------------------------------------------*
       8790-APPEND-RUN-RECORD.
           OPEN EXTEND RUN-CONTROL-LOG.
           IF DL100-RUNLOG-STATUS = "05" OR DL100-RUNLOG-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-LOG
           END-IF.
           IF DL100-RUNLOG-STATUS NOT = "00"
               DISPLAY "Unable to open run control log - MODRUNLOG."
               GO TO 8790-EXIT
           END-IF.
           WRITE RUN-RECORD.
           CLOSE RUN-CONTROL-LOG.
       8790-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9000-TERMINATE - CLOSE THE LEDGER EXTRACT.                  *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-CHRG-OPEN
               CLOSE CHARGE-EXTRACT
           END-IF.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
