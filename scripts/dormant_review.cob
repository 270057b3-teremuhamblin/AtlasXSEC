      ******************************************************************
      *
      *    PROGRAM-ID.  DORMANT-REVIEW
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        QUARTERLY DORMANT AND STALLED MODULE REVIEW.  JOINS THE
      *        MODULE CATALOG (MODCAT), THE DEPENDENCY REGISTRY
      *        (MODDEP), THE AUDIT LOG (MODAUDIT) AND THE CATALOG
      *        HISTORY (MODHIST) AND LISTS EVERY ACTIVE MODULE THAT
      *        TRIPS ANY OF THREE DORMANCY RULES -
      *            IDLE      - THE LAST AUDIT OR HISTORY EVENT FOR
      *                        THE MODULE IS OLDER THAN THE IDLE
      *                        THRESHOLD (DEFAULT 180 DAYS),
      *            DEV-STALL - NEITHER QA NOR PROD FLAG IS Y (BLANK
      *                        OR N) AND THE MODULE WAS CREATED
      *                        LONGER AGO THAN THE DEV THRESHOLD
      *                        (DEFAULT 90 DAYS),
      *            NO-LINKS  - THE MODULE APPEARS ON NEITHER SIDE OF
      *                        ANY DEPENDENCY REGISTRY ROW.
      *        THE REPORT BREAKS BY OWNING TEAM AND SHOWS TYPE,
      *        CREATE DATE, LAST ACTIVITY DATE, DAYS IDLE AND EVERY
      *        RULE TRIPPED.  THE SAME CANDIDATES ARE WRITTEN TO THE
      *        SEQUENTIAL CANDIDATE FILE (MODDORM, LAID OUT BY
      *        MODDORM.CPY) FOR THE REVIEW BOARD'S WORKLIST.
      *        THE CREATE DATE IS THE FLOOR FOR LAST ACTIVITY, SO A
      *        MODULE WHOSE EVENTS HAVE ALL BEEN ROLLED OUT TO A
      *        PER-YEAR AUDIT ARCHIVE STILL GETS A DATE.  DATE
      *        ARITHMETIC USES THE SAME CUMULATIVE-DAYS TABLE AND LEAP
      *        RULE AS REQUEST-AGING - NO INTRINSIC DATE FUNCTIONS.
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT MODULE-DEPENDENCY ASSIGN TO "MODDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DEPEND-STATUS.

           SELECT MODULE-AUDIT-LOG ASSIGN TO "MODAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

           SELECT DORMANT-CANDIDATE ASSIGN TO "MODDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DORM-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-CATALOG.
       COPY "modcat.cpy".

       FD  MODULE-DEPENDENCY
           RECORD CONTAINS 61 CHARACTERS.
       COPY "moddep.cpy".

       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
       COPY "modaud.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

       FD  DORMANT-CANDIDATE
           RECORD CONTAINS 107 CHARACTERS.
       COPY "moddorm.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-DEPEND-STATUS         PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-DORM-STATUS           PIC X(02).

       77  DL100-REVIEWED-COUNT        PIC 9(05) COMP VALUE 0.
       77  DL100-CAND-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-IDLE-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-DEV-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-ORPHAN-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-REVIEWED-COUNT-OUT    PIC ZZZZ9.
       77  DL100-CAND-COUNT-OUT        PIC ZZZZ9.
       77  DL100-IDLE-COUNT-OUT        PIC ZZZZ9.
       77  DL100-DEV-COUNT-OUT         PIC ZZZZ9.
       77  DL100-ORPHAN-COUNT-OUT      PIC ZZZZ9.

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-DEPEND-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-DEPEND-EOF                   VALUE "Y".
           88  DL100-DEPEND-NOT-EOF               VALUE "N".

       01  DL100-AUDIT-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-AUDIT-EOF                    VALUE "Y".
           88  DL100-AUDIT-NOT-EOF                VALUE "N".

       01  DL100-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-HISTORY-EOF                  VALUE "Y".
           88  DL100-HISTORY-NOT-EOF              VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

       01  DL100-DORM-OPEN-SW          PIC X(01) VALUE "N".
           88  DL100-DORM-OPEN                    VALUE "Y".
           88  DL100-DORM-NOT-OPEN                VALUE "N".

      *---------------------------------------------------------------*
      *    THRESHOLDS IN DAYS - A BLANK OR ZERO ANSWER TAKES THE      *
      *    DEFAULT.                                                   *
      *---------------------------------------------------------------*
       01  DL100-IDLE-LIMIT            PIC 9(04) VALUE 0.
       01  DL100-DEV-LIMIT             PIC 9(04) VALUE 0.
       01  DL100-IDLE-LIMIT-OUT        PIC ZZZ9.
       01  DL100-DEV-LIMIT-OUT         PIC ZZZ9.

      *---------------------------------------------------------------*
      *    MODULE TABLE - EVERY ACTIVE CATALOG ENTRY, IN KEY ORDER,   *
      *    WITH ITS LAST ACTIVITY DATE, LINK SWITCH AND RULE FLAGS.   *
      *---------------------------------------------------------------*
       01  DL100-MOD-TABLE.
           05  DL100-MOD-ENTRY OCCURS 2000 TIMES.
               10  DL100-MOD-NAME          PIC X(30).
               10  DL100-MOD-TEAM          PIC X(30).
               10  DL100-MOD-TYPE          PIC X(08).
               10  DL100-MOD-CREATE        PIC 9(08).
               10  DL100-MOD-QA            PIC X(01).
               10  DL100-MOD-PROD          PIC X(01).
               10  DL100-MOD-LAST          PIC 9(08).
               10  DL100-MOD-LINKED        PIC X(01).
               10  DL100-MOD-IDLE-DAYS     PIC 9(05) COMP.
               10  DL100-MOD-IDLE-FLAG     PIC X(01).
               10  DL100-MOD-DEV-FLAG      PIC X(01).
               10  DL100-MOD-ORPHAN-FLAG   PIC X(01).
       77  DL100-MOD-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-MOD-IX                PIC 9(05) COMP.

       01  DL100-MOD-FULL-SW           PIC X(01) VALUE "N".
           88  DL100-MOD-TABLE-FULL               VALUE "Y".
           88  DL100-MOD-TABLE-NOT-FULL           VALUE "N".

      *---------------------------------------------------------------*
      *    MODULE TABLE LOOKUP - THE TABLE IS IN KEY ORDER, SO THE    *
      *    SCAN STOPS AS SOON AS IT PASSES THE NAME WANTED.           *
      *---------------------------------------------------------------*
       01  DL100-FIND-NAME             PIC X(30).
       77  DL100-FIND-IX               PIC 9(05) COMP.
       01  DL100-FIND-SW               PIC X(01) VALUE "N".
           88  DL100-FIND-FOUND                   VALUE "Y".
           88  DL100-FIND-PASSED                  VALUE "P".
           88  DL100-FIND-SEARCHING               VALUE "N".

       01  DL100-EVENT-DATE            PIC X(08).

      *---------------------------------------------------------------*
      *    CANDIDATE TABLE - TEAM THEN MODULE IS THE SORT KEY, WHICH  *
      *    GIVES THE TEAM BREAKS.  EACH ENTRY POINTS BACK INTO THE    *
      *    MODULE TABLE.                                              *
      *---------------------------------------------------------------*
       01  DL100-CAND-TABLE.
           05  DL100-CAND-ENTRY OCCURS 2000 TIMES.
               10  DL100-CAND-KEY.
                   15  DL100-CAND-TEAM     PIC X(30).
                   15  DL100-CAND-NAME     PIC X(30).
               10  DL100-CAND-MOD-IX       PIC 9(05) COMP.
       77  DL100-CAND-IX               PIC 9(05) COMP.
       77  DL100-CAND-JX               PIC 9(05) COMP.
       01  DL100-CAND-HOLD.
           05  DL100-CH-KEY            PIC X(60).
           05  DL100-CH-MOD-IX         PIC 9(05) COMP.

       01  DL100-PRIOR-TEAM            PIC X(30) VALUE HIGH-VALUES.

      *---------------------------------------------------------------*
      *    REPORT DETAIL LINE.                                        *
      *---------------------------------------------------------------*
       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-MODULE         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TYPE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-CREATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-LAST           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-IDLE-DAYS      PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-IDLE           PIC X(05).
           05  DL100-DL-DEV            PIC X(10).
           05  DL100-DL-ORPHAN         PIC X(08).

      *---------------------------------------------------------------*
      *    DATE ARITHMETIC WORK AREAS - A DAY SERIAL IS DAYS SINCE    *
      *    THE PROLEPTIC GREGORIAN EPOCH, SO TWO DATES SUBTRACT       *
      *    DIRECTLY.                                                  *
      *---------------------------------------------------------------*
       01  DL100-WORK-DATE-NUM         PIC 9(08).
       01  DL100-WORK-DATE REDEFINES DL100-WORK-DATE-NUM.
           05  DL100-WD-YYYY               PIC 9(04).
           05  DL100-WD-MM                 PIC 9(02).
           05  DL100-WD-DD                 PIC 9(02).

       01  DL100-CUM-DAYS-TABLE
               VALUE "000031059090120151181212243273304334".
           05  DL100-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

       01  DL100-LEAP-SW               PIC X(01) VALUE "N".
           88  DL100-LEAP-YEAR                    VALUE "Y".
           88  DL100-NOT-LEAP-YEAR                VALUE "N".

       01  DL100-YEAR-MOD-4            PIC 9(04) COMP.
       01  DL100-YEAR-MOD-100          PIC 9(04) COMP.
       01  DL100-YEAR-MOD-400          PIC 9(04) COMP.
       01  DL100-DIVIDE-QUOTIENT       PIC 9(07) COMP.
       01  DL100-YEAR-LESS-1           PIC 9(04) COMP.
       01  DL100-LEAPS-BEFORE          PIC 9(07) COMP.
       01  DL100-DAY-OF-YEAR           PIC 9(03) COMP.

       01  DL100-DAY-SERIAL            PIC 9(08) COMP.
       01  DL100-TODAY-SERIAL          PIC 9(08) COMP.
       01  DL100-DAYS-SINCE            PIC 9(05) COMP.

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
           PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-SCAN-REGISTRY THRU 3000-EXIT.
           PERFORM 3100-SCAN-AUDIT-LOG THRU 3100-EXIT.
           PERFORM 3200-SCAN-HISTORY THRU 3200-EXIT.
           PERFORM 4000-APPLY-RULES THRU 4000-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.
           PERFORM 5000-SORT-CANDIDATES THRU 5000-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-DORM-NOT-OPEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - FIX TODAY'S SERIAL AND TAKE THE TWO       *
      *    THRESHOLDS.                                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE DL100-CD-YYYYMMDD TO DL100-WORK-DATE-NUM.
           PERFORM 7000-COMPUTE-DAY-SERIAL THRU 7000-EXIT.
           MOVE DL100-DAY-SERIAL TO DL100-TODAY-SERIAL.

           DISPLAY "Idle threshold in days (blank = 180): "
               WITH NO ADVANCING.
           ACCEPT DL100-IDLE-LIMIT.
           IF DL100-IDLE-LIMIT NOT NUMERIC OR DL100-IDLE-LIMIT = 0
               MOVE 180 TO DL100-IDLE-LIMIT
           END-IF.

           DISPLAY "Dev-stall threshold in days (blank = 90): "
               WITH NO ADVANCING.
           ACCEPT DL100-DEV-LIMIT.
           IF DL100-DEV-LIMIT NOT NUMERIC OR DL100-DEV-LIMIT = 0
               MOVE 90 TO DL100-DEV-LIMIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-CATALOG - EVERY ACTIVE ENTRY INTO THE MODULE      *
      *    TABLE.  NO CATALOG MEANS NOTHING TO REVIEW.                 *
      *----------------------------------------------------------------*
       2000-LOAD-CATALOG.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
               UNTIL DL100-CATALOG-EOF OR DL100-MOD-TABLE-FULL.
           CLOSE MODULE-CATALOG.

           IF DL100-MOD-TABLE-FULL
               DISPLAY "Warning - more active modules than the "
                       "table holds; review covers the first 2000."
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-ONE-ENTRY - ONE CATALOG RECORD.  THE CREATE DATE  *
      *    SEEDS THE LAST ACTIVITY DATE.                               *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-ENTRY.
           READ MODULE-CATALOG
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF OR NOT CAT-STATUS-ACTIVE
               GO TO 2100-EXIT
           END-IF.

           IF DL100-MOD-COUNT >= 2000
               SET DL100-MOD-TABLE-FULL TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-MOD-COUNT.
           ADD 1 TO DL100-RUN-READ.
           MOVE DL100-MOD-COUNT   TO DL100-MOD-IX.
           MOVE CAT-MODULE-NAME   TO DL100-MOD-NAME(DL100-MOD-IX).
           MOVE CAT-OWNING-TEAM   TO DL100-MOD-TEAM(DL100-MOD-IX).
           MOVE CAT-MODULE-TYPE   TO DL100-MOD-TYPE(DL100-MOD-IX).
           MOVE CAT-QA-FLAG       TO DL100-MOD-QA(DL100-MOD-IX).
           MOVE CAT-PROD-FLAG     TO DL100-MOD-PROD(DL100-MOD-IX).
           IF CAT-CREATE-DATE IS NUMERIC
               MOVE CAT-CREATE-DATE TO DL100-MOD-CREATE(DL100-MOD-IX)
           ELSE
               MOVE 0 TO DL100-MOD-CREATE(DL100-MOD-IX)
           END-IF.
           MOVE DL100-MOD-CREATE(DL100-MOD-IX)
               TO DL100-MOD-LAST(DL100-MOD-IX).
           MOVE "N" TO DL100-MOD-LINKED(DL100-MOD-IX).
           MOVE "N" TO DL100-MOD-IDLE-FLAG(DL100-MOD-IX).
           MOVE "N" TO DL100-MOD-DEV-FLAG(DL100-MOD-IX).
           MOVE "N" TO DL100-MOD-ORPHAN-FLAG(DL100-MOD-IX).
           MOVE 0   TO DL100-MOD-IDLE-DAYS(DL100-MOD-IX).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SCAN-REGISTRY - MARK EVERY MODULE NAMED ON EITHER SIDE *
      *    OF A REGISTRY ROW AS LINKED.  A MISSING REGISTRY MEANS      *
      *    NOTHING IS LINKED.                                          *
      *----------------------------------------------------------------*
       3000-SCAN-REGISTRY.
           OPEN INPUT MODULE-DEPENDENCY.
           IF DL100-DEPEND-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3010-SCAN-ONE-PAIR THRU 3010-EXIT
               UNTIL DL100-DEPEND-EOF.
           CLOSE MODULE-DEPENDENCY.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3010-SCAN-ONE-PAIR - ONE REGISTRY ROW, BOTH SIDES.          *
      *----------------------------------------------------------------*
       3010-SCAN-ONE-PAIR.
           READ MODULE-DEPENDENCY
               AT END
                   SET DL100-DEPEND-EOF TO TRUE
           END-READ.

           IF DL100-DEPEND-EOF
               GO TO 3010-EXIT
           END-IF.

           MOVE DEP-MODULE-NAME TO DL100-FIND-NAME.
           PERFORM 6000-FIND-MODULE THRU 6000-EXIT.
           IF DL100-FIND-FOUND
               MOVE "Y" TO DL100-MOD-LINKED(DL100-FIND-IX)
           END-IF.

           MOVE DEP-DEPENDS-ON TO DL100-FIND-NAME.
           PERFORM 6000-FIND-MODULE THRU 6000-EXIT.
           IF DL100-FIND-FOUND
               MOVE "Y" TO DL100-MOD-LINKED(DL100-FIND-IX)
           END-IF.
       3010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-SCAN-AUDIT-LOG - EVERY AUDIT ENTRY FOR A TABLE MODULE  *
      *    MOVES ITS LAST ACTIVITY DATE FORWARD.                       *
      *----------------------------------------------------------------*
       3100-SCAN-AUDIT-LOG.
           OPEN INPUT MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS NOT = "00"
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3110-SCAN-ONE-AUDIT THRU 3110-EXIT
               UNTIL DL100-AUDIT-EOF.
           CLOSE MODULE-AUDIT-LOG.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3110-SCAN-ONE-AUDIT - ONE AUDIT ENTRY.                      *
      *----------------------------------------------------------------*
       3110-SCAN-ONE-AUDIT.
           READ MODULE-AUDIT-LOG
               AT END
                   SET DL100-AUDIT-EOF TO TRUE
           END-READ.

           IF DL100-AUDIT-EOF OR AUD-MODULE-NAME = SPACES
               GO TO 3110-EXIT
           END-IF.

           MOVE AUD-MODULE-NAME    TO DL100-FIND-NAME.
           MOVE AUD-TIMESTAMP(1:8) TO DL100-EVENT-DATE.
           PERFORM 3300-NOTE-ACTIVITY THRU 3300-EXIT.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-SCAN-HISTORY - THE SAME FOR EVERY CATALOG-HISTORY      *
      *    RECORD.                                                     *
      *----------------------------------------------------------------*
       3200-SCAN-HISTORY.
           OPEN INPUT CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS NOT = "00"
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3210-SCAN-ONE-HISTORY THRU 3210-EXIT
               UNTIL DL100-HISTORY-EOF.
           CLOSE CATALOG-HISTORY.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3210-SCAN-ONE-HISTORY - ONE HISTORY RECORD.                 *
      *----------------------------------------------------------------*
       3210-SCAN-ONE-HISTORY.
           READ CATALOG-HISTORY
               AT END
                   SET DL100-HISTORY-EOF TO TRUE
           END-READ.

           IF DL100-HISTORY-EOF
               GO TO 3210-EXIT
           END-IF.

           MOVE HIST-MODULE-NAME    TO DL100-FIND-NAME.
           MOVE HIST-TIMESTAMP(1:8) TO DL100-EVENT-DATE.
           PERFORM 3300-NOTE-ACTIVITY THRU 3300-EXIT.
       3210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3300-NOTE-ACTIVITY - IF THE EVENT IN DL100-EVENT-DATE IS    *
      *    FOR A TABLE MODULE AND LATER THAN ITS LAST ACTIVITY, IT     *
      *    BECOMES THE LAST ACTIVITY.                                  *
      *----------------------------------------------------------------*
       3300-NOTE-ACTIVITY.
           IF DL100-EVENT-DATE IS NOT NUMERIC
               GO TO 3300-EXIT
           END-IF.

           PERFORM 6000-FIND-MODULE THRU 6000-EXIT.
           IF DL100-FIND-FOUND
               IF DL100-EVENT-DATE > DL100-MOD-LAST(DL100-FIND-IX)
                   MOVE DL100-EVENT-DATE
                       TO DL100-MOD-LAST(DL100-FIND-IX)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-APPLY-RULES - TEST ONE MODULE AGAINST ALL THREE RULES  *
      *    AND QUEUE IT AS A CANDIDATE IF ANY TRIPPED.                 *
      *----------------------------------------------------------------*
       4000-APPLY-RULES.
           ADD 1 TO DL100-REVIEWED-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.

           IF DL100-MOD-LAST(DL100-MOD-IX) > 0
               MOVE DL100-MOD-LAST(DL100-MOD-IX)
                   TO DL100-WORK-DATE-NUM
               PERFORM 7200-DAYS-SINCE THRU 7200-EXIT
               MOVE DL100-DAYS-SINCE
                   TO DL100-MOD-IDLE-DAYS(DL100-MOD-IX)
               IF DL100-DAYS-SINCE > DL100-IDLE-LIMIT
                   MOVE "Y" TO DL100-MOD-IDLE-FLAG(DL100-MOD-IX)
                   ADD 1 TO DL100-IDLE-COUNT
               END-IF
           END-IF.

           IF DL100-MOD-QA(DL100-MOD-IX) NOT = "Y"
               AND DL100-MOD-PROD(DL100-MOD-IX) NOT = "Y"
               AND DL100-MOD-CREATE(DL100-MOD-IX) > 0
               MOVE DL100-MOD-CREATE(DL100-MOD-IX)
                   TO DL100-WORK-DATE-NUM
               PERFORM 7200-DAYS-SINCE THRU 7200-EXIT
               IF DL100-DAYS-SINCE > DL100-DEV-LIMIT
                   MOVE "Y" TO DL100-MOD-DEV-FLAG(DL100-MOD-IX)
                   ADD 1 TO DL100-DEV-COUNT
               END-IF
           END-IF.

           IF DL100-MOD-LINKED(DL100-MOD-IX) NOT = "Y"
               MOVE "Y" TO DL100-MOD-ORPHAN-FLAG(DL100-MOD-IX)
               ADD 1 TO DL100-ORPHAN-COUNT
           END-IF.

           IF DL100-MOD-IDLE-FLAG(DL100-MOD-IX) = "Y"
               OR DL100-MOD-DEV-FLAG(DL100-MOD-IX) = "Y"
               OR DL100-MOD-ORPHAN-FLAG(DL100-MOD-IX) = "Y"
               ADD 1 TO DL100-CAND-COUNT
               MOVE DL100-MOD-TEAM(DL100-MOD-IX)
                   TO DL100-CAND-TEAM(DL100-CAND-COUNT)
               MOVE DL100-MOD-NAME(DL100-MOD-IX)
                   TO DL100-CAND-NAME(DL100-CAND-COUNT)
               MOVE DL100-MOD-IX
                   TO DL100-CAND-MOD-IX(DL100-CAND-COUNT)
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-SORT-CANDIDATES - STRAIGHT INSERTION SORT ON THE       *
      *    TEAM-PLUS-MODULE KEY.                                       *
      *----------------------------------------------------------------*
       5000-SORT-CANDIDATES.
           PERFORM 5100-INSERT-ONE-ENTRY THRU 5100-EXIT
               VARYING DL100-CAND-IX FROM 2 BY 1
               UNTIL DL100-CAND-IX > DL100-CAND-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-INSERT-ONE-ENTRY - SINK CANDIDATE DL100-CAND-IX BACK   *
      *    TO ITS SORTED SPOT.                                         *
      *----------------------------------------------------------------*
       5100-INSERT-ONE-ENTRY.
           MOVE DL100-CAND-ENTRY(DL100-CAND-IX) TO DL100-CAND-HOLD.
           MOVE DL100-CAND-IX TO DL100-CAND-JX.

           PERFORM 5200-SHIFT-ONE-ENTRY THRU 5200-EXIT
               UNTIL DL100-CAND-JX = 1
               OR DL100-CAND-KEY(DL100-CAND-JX - 1)
                   NOT > DL100-CH-KEY.

           MOVE DL100-CAND-HOLD TO DL100-CAND-ENTRY(DL100-CAND-JX).
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5200-SHIFT-ONE-ENTRY - MOVE ONE LATER ENTRY UP A SLOT.      *
      *----------------------------------------------------------------*
       5200-SHIFT-ONE-ENTRY.
           MOVE DL100-CAND-ENTRY(DL100-CAND-JX - 1)
               TO DL100-CAND-ENTRY(DL100-CAND-JX).
           SUBTRACT 1 FROM DL100-CAND-JX.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-FIND-MODULE - LOOK DL100-FIND-NAME UP IN THE MODULE    *
      *    TABLE, LEAVING ITS SLOT IN DL100-FIND-IX.                   *
      *----------------------------------------------------------------*
       6000-FIND-MODULE.
           SET DL100-FIND-SEARCHING TO TRUE.
           PERFORM 6010-TEST-ONE-MODULE THRU 6010-EXIT
               VARYING DL100-FIND-IX FROM 1 BY 1
               UNTIL DL100-FIND-IX > DL100-MOD-COUNT
                   OR NOT DL100-FIND-SEARCHING.
           IF DL100-FIND-FOUND
               SUBTRACT 1 FROM DL100-FIND-IX
           END-IF.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6010-TEST-ONE-MODULE - ONE TABLE SLOT.                      *
      *----------------------------------------------------------------*
       6010-TEST-ONE-MODULE.
           IF DL100-MOD-NAME(DL100-FIND-IX) = DL100-FIND-NAME
               SET DL100-FIND-FOUND TO TRUE
           ELSE
               IF DL100-MOD-NAME(DL100-FIND-IX) > DL100-FIND-NAME
                   SET DL100-FIND-PASSED TO TRUE
               END-IF
           END-IF.
       6010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-COMPUTE-DAY-SERIAL - TURN DL100-WORK-DATE-NUM          *
      *    (YYYYMMDD) INTO A DAY SERIAL.  DAYS IN FULL PRIOR YEARS     *
      *    PLUS LEAP DAYS PLUS THE DAY OF YEAR.                        *
      *----------------------------------------------------------------*
       7000-COMPUTE-DAY-SERIAL.
           PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT.

           MOVE DL100-CUM-DAYS(DL100-WD-MM) TO DL100-DAY-OF-YEAR.
           ADD DL100-WD-DD TO DL100-DAY-OF-YEAR.
           IF DL100-LEAP-YEAR AND DL100-WD-MM > 2
               ADD 1 TO DL100-DAY-OF-YEAR
           END-IF.

           SUBTRACT 1 FROM DL100-WD-YYYY GIVING DL100-YEAR-LESS-1.
           COMPUTE DL100-LEAPS-BEFORE =
               DL100-YEAR-LESS-1 / 4
               - DL100-YEAR-LESS-1 / 100
               + DL100-YEAR-LESS-1 / 400.
           COMPUTE DL100-DAY-SERIAL =
               DL100-YEAR-LESS-1 * 365
               + DL100-LEAPS-BEFORE
               + DL100-DAY-OF-YEAR.
       7000-EXIT.
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
      *    7200-DAYS-SINCE - CALENDAR DAYS FROM DL100-WORK-DATE-NUM TO *
      *    TODAY.  A DATE IN THE FUTURE COUNTS AS ZERO.                *
      *----------------------------------------------------------------*
       7200-DAYS-SINCE.
           MOVE 0 TO DL100-DAYS-SINCE.
           PERFORM 7000-COMPUTE-DAY-SERIAL THRU 7000-EXIT.
           IF DL100-DAY-SERIAL < DL100-TODAY-SERIAL
               COMPUTE DL100-DAYS-SINCE =
                   DL100-TODAY-SERIAL - DL100-DAY-SERIAL
           END-IF.
       7200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-REPORT - TEAM-BROKEN LISTING OF THE CANDIDATES,  *
      *    EACH ALSO WRITTEN TO THE CANDIDATE FILE.                    *
      *----------------------------------------------------------------*
       8000-PRINT-REPORT.
           OPEN OUTPUT DORMANT-CANDIDATE.
           IF DL100-DORM-STATUS = "00"
               SET DL100-DORM-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open candidate file - MODDORM - "
                       "report only."
           END-IF.

           MOVE DL100-IDLE-LIMIT TO DL100-IDLE-LIMIT-OUT.
           MOVE DL100-DEV-LIMIT  TO DL100-DEV-LIMIT-OUT.
           DISPLAY " ".
           DISPLAY "Dormant and Stalled Module Review".
           DISPLAY "=================================".
           DISPLAY "Idle threshold:      " DL100-IDLE-LIMIT-OUT
                   " days since last audit or history event".
           DISPLAY "Dev-stall threshold: " DL100-DEV-LIMIT-OUT
                   " days since create, not in QA or PROD".

           IF DL100-CAND-COUNT = 0
               DISPLAY " "
               DISPLAY "No active module trips a dormancy rule."
           END-IF.

           MOVE HIGH-VALUES TO DL100-PRIOR-TEAM.
           PERFORM 8100-PRINT-ONE-CANDIDATE THRU 8100-EXIT
               VARYING DL100-CAND-IX FROM 1 BY 1
               UNTIL DL100-CAND-IX > DL100-CAND-COUNT.

           MOVE DL100-REVIEWED-COUNT TO DL100-REVIEWED-COUNT-OUT.
           MOVE DL100-CAND-COUNT     TO DL100-CAND-COUNT-OUT.
           MOVE DL100-IDLE-COUNT     TO DL100-IDLE-COUNT-OUT.
           MOVE DL100-DEV-COUNT      TO DL100-DEV-COUNT-OUT.
           MOVE DL100-ORPHAN-COUNT   TO DL100-ORPHAN-COUNT-OUT.
           DISPLAY " ".
           DISPLAY "Active modules reviewed: " DL100-REVIEWED-COUNT-OUT.
           DISPLAY "Candidates flagged:      " DL100-CAND-COUNT-OUT.
           DISPLAY "  Idle:                  " DL100-IDLE-COUNT-OUT.
           DISPLAY "  Dev-stall:             " DL100-DEV-COUNT-OUT.
           DISPLAY "  No dependency links:   " DL100-ORPHAN-COUNT-OUT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-CANDIDATE - ONE DETAIL LINE, WITH A TEAM     *
      *    HEADER WHENEVER THE TEAM CHANGES, AND ONE CANDIDATE RECORD. *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-CANDIDATE.
           MOVE DL100-CAND-MOD-IX(DL100-CAND-IX) TO DL100-MOD-IX.

           IF DL100-CAND-TEAM(DL100-CAND-IX) NOT = DL100-PRIOR-TEAM
               MOVE DL100-CAND-TEAM(DL100-CAND-IX)
                   TO DL100-PRIOR-TEAM
               DISPLAY " "
               DISPLAY "Team: " DL100-PRIOR-TEAM
               DISPLAY "  MODULE                         TYPE     "
                       "CREATED  LAST ACT  IDLE  REASON FLAGGED"
               DISPLAY "  ------------------------------ -------- "
                       "-------- -------- -----  --------------------"
           END-IF.

           MOVE DL100-MOD-NAME(DL100-MOD-IX)   TO DL100-DL-MODULE.
           MOVE DL100-MOD-TYPE(DL100-MOD-IX)   TO DL100-DL-TYPE.
           MOVE DL100-MOD-CREATE(DL100-MOD-IX) TO DL100-DL-CREATE.
           MOVE DL100-MOD-LAST(DL100-MOD-IX)   TO DL100-DL-LAST.
           MOVE DL100-MOD-IDLE-DAYS(DL100-MOD-IX)
               TO DL100-DL-IDLE-DAYS.
           MOVE SPACES TO DL100-DL-IDLE.
           MOVE SPACES TO DL100-DL-DEV.
           MOVE SPACES TO DL100-DL-ORPHAN.
           IF DL100-MOD-IDLE-FLAG(DL100-MOD-IX) = "Y"
               MOVE "IDLE" TO DL100-DL-IDLE
           END-IF.
           IF DL100-MOD-DEV-FLAG(DL100-MOD-IX) = "Y"
               MOVE "DEV-STALL" TO DL100-DL-DEV
           END-IF.
           IF DL100-MOD-ORPHAN-FLAG(DL100-MOD-IX) = "Y"
               MOVE "NO-LINKS" TO DL100-DL-ORPHAN
           END-IF.
           DISPLAY DL100-DETAIL-LINE.

           IF DL100-DORM-NOT-OPEN
               GO TO 8100-EXIT
           END-IF.

           MOVE SPACES TO DORM-RECORD.
           MOVE DL100-MOD-NAME(DL100-MOD-IX)   TO DORM-MODULE-NAME.
           MOVE DL100-MOD-TEAM(DL100-MOD-IX)   TO DORM-OWNING-TEAM.
           MOVE DL100-MOD-TYPE(DL100-MOD-IX)   TO DORM-MODULE-TYPE.
           MOVE DL100-MOD-CREATE(DL100-MOD-IX) TO DORM-CREATE-DATE.
           MOVE DL100-MOD-LAST(DL100-MOD-IX)   TO DORM-LAST-ACTIVITY.
           MOVE DL100-MOD-IDLE-DAYS(DL100-MOD-IX) TO DORM-IDLE-DAYS.
           MOVE DL100-MOD-IDLE-FLAG(DL100-MOD-IX) TO DORM-IDLE-FLAG.
           MOVE DL100-MOD-DEV-FLAG(DL100-MOD-IX)  TO DORM-DEV-FLAG.
           MOVE DL100-MOD-ORPHAN-FLAG(DL100-MOD-IX)
               TO DORM-ORPHAN-FLAG.
           MOVE DL100-CD-YYYYMMDD TO DORM-RUN-DATE.
           WRITE DORM-RECORD.
       8100-EXIT.
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
           MOVE "DORMANT-REVIEW"      TO RUN-PROGRAM-ID.
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
           MOVE "DORMANT-REVIEW"      TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE THE CANDIDATE FILE.                  *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-DORM-OPEN
               CLOSE DORMANT-CANDIDATE
           END-IF.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
