      ******************************************************************
      *
      *    PROGRAM-ID.  ACCESS-RECERT
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        QUARTERLY ACCESS RECERTIFICATION REPORT.  LISTS EVERY
      *        OPERATOR ON THE OPERATOR MASTER (MODOPR) IN ID ORDER
      *        WITH THE AUTHORITIES GRANTED AND THE DATE OF THEIR
      *        LAST ENTRY IN THE AUDIT LOG (MODAUDIT) - ANY ACTION,
      *        DENIED ATTEMPTS INCLUDED.  THE ROLLOVER ARCHIVE
      *        (MODAUDYYYY) FOR EVERY YEAR THE IDLE WINDOW REACHES
      *        INTO IS READ AS WELL, SO AN OPERATOR ACTIVE JUST
      *        BEFORE A ROLLOVER IS NOT FLAGGED.  AN OPERATOR WITH NO AUDIT
      *        ENTRY FOR 90 DAYS OR MORE, OR NONE AT ALL, IS FLAGGED
      *        FOR REMOVAL.  AN OPERATOR WITH EVERY FLAG N HAS BEEN
      *        DEACTIVATED BY MASTER-MAINT AND IS LISTED AS SUCH
      *        RATHER THAN FLAGGED.  DAY COUNTS USE THE SAME
      *        CUMULATIVE-DAYS TABLE AND LEAP RULE AS REQUEST-AGING.
      *        READ-ONLY; NO LOCK IS TAKEN.
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
      *    2026-10-15 DL100 THE NEW PURGE AUTHORITY (OPR-PURGE-AUTH) IS
      *                     LOADED AND LISTED WITH THE OTHER ELEVEN.
      *    2026-10-15 DL100 LAST ACTIVITY NOW ALSO COMES FROM THE
      *                     MODAUDYYYY ARCHIVE FOR EACH YEAR THE
      *                     90-DAY WINDOW REACHES INTO.  A MISSING
      *                     LOG OR ARCHIVE (STATUS 35) IS EMPTY; ANY
      *                     OTHER OPEN OR READ FAILURE ENDS THE RUN
      *                     RC 8 WITH NO REPORT, RATHER THAN FLAG
      *                     ACTIVE OPERATORS FOR REMOVAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "MODOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPR-STATUS.

           SELECT MODULE-AUDIT-LOG ASSIGN DYNAMIC DL100-AUDIT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
       COPY "modaud.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-OPR-STATUS            PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).

       77  DL100-REMOVE-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-DEACT-COUNT           PIC 9(05) COMP VALUE 0.
       77  DL100-OPR-COUNT-OUT         PIC ZZZZ9.
       77  DL100-REMOVE-COUNT-OUT      PIC ZZZZ9.
       77  DL100-DEACT-COUNT-OUT       PIC ZZZZ9.

       01  DL100-OPR-EOF-SW            PIC X(01) VALUE "N".
           88  DL100-OPR-EOF                      VALUE "Y".
           88  DL100-OPR-NOT-EOF                  VALUE "N".

       01  DL100-AUDIT-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-AUDIT-EOF                    VALUE "Y".
           88  DL100-AUDIT-NOT-EOF                VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

      *---------------------------------------------------------------*
      *    AUDIT FILE BEING SCANNED - THE LIVE LOG, THEN THE ARCHIVE  *
      *    FOR EACH YEAR FROM THE FIRST YEAR OF THE IDLE WINDOW TO    *
      *    THIS YEAR.                                                 *
      *---------------------------------------------------------------*
       01  DL100-AUDIT-NAME            PIC X(200) VALUE SPACES.
       01  DL100-ARCHIVE-NAME-BUILD.
           05  FILLER                  PIC X(06) VALUE "MODAUD".
           05  DL100-AN-YEAR           PIC 9(04).
       77  DL100-THIS-YEAR             PIC 9(04).
       77  DL100-WINDOW-YEAR           PIC 9(04).
       77  DL100-SCAN-YEAR             PIC 9(04).

      *---------------------------------------------------------------*
      *    IDLE DAYS AT OR PAST WHICH AN OPERATOR IS FLAGGED.         *
      *---------------------------------------------------------------*
       01  DL100-IDLE-LIMIT            PIC 9(03) VALUE 90.
       77  DL100-IDLE-LIMIT-OUT        PIC ZZ9.

      *---------------------------------------------------------------*
      *    OPERATOR TABLE - ID, THE TWELVE FLAGS FROM BYTE 12 OF      *
      *    OPR-RECORD, AND THE LAST AUDIT DATE (ZERO IF NONE).        *
      *---------------------------------------------------------------*
       01  DL100-OPR-TABLE.
           05  DL100-OPR-ENTRY OCCURS 500 TIMES.
               10  DL100-OT-ID             PIC X(10).
               10  DL100-OT-FLAGS          PIC X(12).
               10  DL100-OT-LAST           PIC 9(08).
       77  DL100-OPR-COUNT             PIC 9(03) COMP VALUE 0.
       77  DL100-OPR-IX                PIC 9(03) COMP.
       77  DL100-OPR-JX                PIC 9(03) COMP.
       01  DL100-OPR-HOLD.
           05  DL100-OH-ID             PIC X(10).
           05  DL100-OH-FLAGS          PIC X(12).
           05  DL100-OH-LAST           PIC 9(08).

       01  DL100-EVENT-DATE            PIC X(08).
       01  DL100-NO-FLAGS              PIC X(12) VALUE "NNNNNNNNNNNN".

      *---------------------------------------------------------------*
      *    AUTHORITY NAMES IN COPYBOOK FLAG ORDER.                    *
      *---------------------------------------------------------------*
       01  DL100-AUTH-NAME-TABLE.
           05  FILLER  PIC X(40)
               VALUE "CREATE  DECOM   REACT   TRANSFERAPPROVE ".
           05  FILLER  PIC X(40)
               VALUE "DEPEND  ROLLOVERRENAME  PROMOTE RECOVER ".
           05  FILLER  PIC X(16)
               VALUE "MAINT   PURGE   ".
       01  DL100-AUTH-NAMES REDEFINES DL100-AUTH-NAME-TABLE.
           05  DL100-AUTH-NAME OCCURS 12 TIMES PIC X(08).
       77  DL100-FLAG-IX               PIC 9(02) COMP.

       01  DL100-GRANTED-LINE          PIC X(100).
       77  DL100-GRANTED-PTR           PIC 9(03) COMP.

      *---------------------------------------------------------------*
      *    REPORT DETAIL LINE.                                        *
      *---------------------------------------------------------------*
       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-LAST           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-IDLE           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-FLAG           PIC X(24).
       01  DL100-IDLE-OUT              PIC ZZZZ9.

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
           PERFORM 2000-LOAD-OPERATORS THRU 2000-EXIT.
           IF DL100-OPR-COUNT = 0
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-SCAN-AUDIT-LOG THRU 3000-EXIT.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 4000-SORT-OPERATORS THRU 4000-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - FIX TODAY'S DAY SERIAL AND THE FIRST YEAR *
      *    THE IDLE WINDOW REACHES INTO - LAST YEAR WHILE TODAY IS     *
      *    STILL WITHIN THE LIMIT OF 1 JANUARY.                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE DL100-CD-YYYYMMDD TO DL100-WORK-DATE-NUM.
           PERFORM 7000-COMPUTE-DAY-SERIAL THRU 7000-EXIT.
           MOVE DL100-DAY-SERIAL TO DL100-TODAY-SERIAL.

           MOVE DL100-WD-YYYY TO DL100-THIS-YEAR.
           MOVE DL100-WD-YYYY TO DL100-WINDOW-YEAR.
           IF DL100-DAY-OF-YEAR NOT > DL100-IDLE-LIMIT
               SUBTRACT 1 FROM DL100-WINDOW-YEAR
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-OPERATORS - EVERY OPERATOR MASTER RECORD INTO THE *
      *    TABLE.  NO MASTER, NOTHING TO RECERTIFY.                    *
      *----------------------------------------------------------------*
       2000-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER.
           IF DL100-OPR-STATUS NOT = "00"
               DISPLAY "No operator master on file - MODOPR."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
               UNTIL DL100-OPR-EOF.
           CLOSE OPERATOR-MASTER.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-ONE-OPERATOR - ONE MASTER RECORD.  A BLANK FLAG   *
      *    ON AN OLDER, SHORTER RECORD READS AS NOT PERMITTED.         *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-EOF OR OPR-OPERATOR-ID = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           IF DL100-OPR-COUNT >= 500
               DISPLAY "Warning - more operators than the table "
                       "holds; report covers the first 500."
               SET DL100-OPR-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-OPR-COUNT.
           MOVE OPR-OPERATOR-ID   TO DL100-OT-ID(DL100-OPR-COUNT).
           MOVE OPR-RECORD(12:12) TO DL100-OT-FLAGS(DL100-OPR-COUNT).
           INSPECT DL100-OT-FLAGS(DL100-OPR-COUNT)
               REPLACING ALL SPACE BY "N".
           MOVE 0 TO DL100-OT-LAST(DL100-OPR-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SCAN-AUDIT-LOG - EVERY AUDIT ENTRY MOVES ITS           *
      *    OPERATOR'S LAST ACTIVITY DATE FORWARD - THE LIVE LOG FIRST, *
      *    THEN THE ARCHIVE FOR EACH YEAR OF THE IDLE WINDOW.  A FILE  *
      *    THAT CANNOT BE READ ABORTS THE RUN - A PARTIAL SCAN WOULD   *
      *    FLAG ACTIVE OPERATORS FOR REMOVAL.                          *
      *----------------------------------------------------------------*
       3000-SCAN-AUDIT-LOG.
           MOVE SPACES TO DL100-AUDIT-NAME.
           MOVE "MODAUDIT" TO DL100-AUDIT-NAME.
           PERFORM 3050-SCAN-ONE-FILE THRU 3050-EXIT.
           IF DL100-RUN-ABORTED
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3020-SCAN-ONE-ARCHIVE THRU 3020-EXIT
               VARYING DL100-SCAN-YEAR FROM DL100-WINDOW-YEAR BY 1
               UNTIL DL100-SCAN-YEAR > DL100-THIS-YEAR
               OR DL100-RUN-ABORTED.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3020-SCAN-ONE-ARCHIVE - THE ROLLOVER ARCHIVE FOR ONE YEAR.  *
      *----------------------------------------------------------------*
       3020-SCAN-ONE-ARCHIVE.
           MOVE DL100-SCAN-YEAR TO DL100-AN-YEAR.
           MOVE SPACES TO DL100-AUDIT-NAME.
           MOVE DL100-ARCHIVE-NAME-BUILD TO DL100-AUDIT-NAME.
           PERFORM 3050-SCAN-ONE-FILE THRU 3050-EXIT.
       3020-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3050-SCAN-ONE-FILE - EVERY ENTRY OF THE AUDIT FILE NAMED IN *
      *    DL100-AUDIT-NAME.  A FILE NOT ON DISK (STATUS 35) HOLDS NO  *
      *    ACTIVITY; ANY OTHER FAILURE ABORTS THE RUN.                 *
      *----------------------------------------------------------------*
       3050-SCAN-ONE-FILE.
           SET DL100-AUDIT-NOT-EOF TO TRUE.
           OPEN INPUT MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "35"
               GO TO 3050-EXIT
           END-IF.
           IF DL100-AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to read audit file "
                       DL100-AUDIT-NAME(1:10)
                       " - status " DL100-AUDIT-STATUS "."
               DISPLAY "No recertification report produced."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3050-EXIT
           END-IF.

           PERFORM 3100-SCAN-ONE-AUDIT THRU 3100-EXIT
               UNTIL DL100-AUDIT-EOF.
           CLOSE MODULE-AUDIT-LOG.
       3050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-SCAN-ONE-AUDIT - ONE AUDIT ENTRY.                      *
      *----------------------------------------------------------------*
       3100-SCAN-ONE-AUDIT.
           READ MODULE-AUDIT-LOG
               AT END
                   SET DL100-AUDIT-EOF TO TRUE
           END-READ.

           IF DL100-AUDIT-EOF
               GO TO 3100-EXIT
           END-IF.
           IF DL100-AUDIT-STATUS(1:1) NOT = "0"
               DISPLAY "Unable to read audit file "
                       DL100-AUDIT-NAME(1:10)
                       " - status " DL100-AUDIT-STATUS "."
               DISPLAY "No recertification report produced."
               SET DL100-RUN-ABORTED TO TRUE
               SET DL100-AUDIT-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.

           MOVE AUD-TIMESTAMP(1:8) TO DL100-EVENT-DATE.
           IF DL100-EVENT-DATE IS NOT NUMERIC
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3110-TEST-ONE-OPERATOR THRU 3110-EXIT
               VARYING DL100-OPR-IX FROM 1 BY 1
               UNTIL DL100-OPR-IX > DL100-OPR-COUNT.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3110-TEST-ONE-OPERATOR - ONE TABLE SLOT AGAINST THE ENTRY.  *
      *----------------------------------------------------------------*
       3110-TEST-ONE-OPERATOR.
           IF DL100-OT-ID(DL100-OPR-IX) = AUD-OPERATOR-ID
               IF DL100-EVENT-DATE > DL100-OT-LAST(DL100-OPR-IX)
                   MOVE DL100-EVENT-DATE TO DL100-OT-LAST(DL100-OPR-IX)
               END-IF
           END-IF.
       3110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-SORT-OPERATORS - STRAIGHT INSERTION SORT ON THE ID.    *
      *----------------------------------------------------------------*
       4000-SORT-OPERATORS.
           PERFORM 4100-INSERT-ONE-ENTRY THRU 4100-EXIT
               VARYING DL100-OPR-IX FROM 2 BY 1
               UNTIL DL100-OPR-IX > DL100-OPR-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-INSERT-ONE-ENTRY - SINK ENTRY DL100-OPR-IX BACK TO ITS *
      *    SORTED SPOT.                                                *
      *----------------------------------------------------------------*
       4100-INSERT-ONE-ENTRY.
           MOVE DL100-OPR-ENTRY(DL100-OPR-IX) TO DL100-OPR-HOLD.
           MOVE DL100-OPR-IX TO DL100-OPR-JX.

           PERFORM 4200-SHIFT-ONE-ENTRY THRU 4200-EXIT
               UNTIL DL100-OPR-JX = 1
               OR DL100-OT-ID(DL100-OPR-JX - 1) NOT > DL100-OH-ID.

           MOVE DL100-OPR-HOLD TO DL100-OPR-ENTRY(DL100-OPR-JX).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-SHIFT-ONE-ENTRY - MOVE ONE LATER ENTRY UP A SLOT.      *
      *----------------------------------------------------------------*
       4200-SHIFT-ONE-ENTRY.
           MOVE DL100-OPR-ENTRY(DL100-OPR-JX - 1)
               TO DL100-OPR-ENTRY(DL100-OPR-JX).
           SUBTRACT 1 FROM DL100-OPR-JX.
       4200-EXIT.
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
      *    8000-PRINT-REPORT - ONE ENTRY PER OPERATOR AND THE COUNTS.  *
      *----------------------------------------------------------------*
       8000-PRINT-REPORT.
           MOVE DL100-IDLE-LIMIT TO DL100-IDLE-LIMIT-OUT.
           DISPLAY " ".
           DISPLAY "Operator Access Recertification".
           DISPLAY "===============================".
           DISPLAY "Run date: " DL100-CD-YYYYMMDD
                   "   Flag for removal after" DL100-IDLE-LIMIT-OUT
                   " idle days".
           DISPLAY " ".
           DISPLAY "  OPERATOR    LAST ACT  IDLE   REVIEW".
           DISPLAY "  ----------  --------  -----  "
                   "------------------------".

           PERFORM 8100-PRINT-ONE-OPERATOR THRU 8100-EXIT
               VARYING DL100-OPR-IX FROM 1 BY 1
               UNTIL DL100-OPR-IX > DL100-OPR-COUNT.

           MOVE DL100-OPR-COUNT    TO DL100-OPR-COUNT-OUT.
           MOVE DL100-REMOVE-COUNT TO DL100-REMOVE-COUNT-OUT.
           MOVE DL100-DEACT-COUNT  TO DL100-DEACT-COUNT-OUT.
           DISPLAY " ".
           DISPLAY "Operators on master:     " DL100-OPR-COUNT-OUT.
           DISPLAY "Flagged for removal:     " DL100-REMOVE-COUNT-OUT.
           DISPLAY "Already deactivated:     " DL100-DEACT-COUNT-OUT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-OPERATOR - THE STATUS LINE AND THE LIST OF   *
      *    AUTHORITIES GRANTED.                                        *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-OPERATOR.
           ADD 1 TO DL100-RUN-PROCESSED.
           MOVE DL100-OT-ID(DL100-OPR-IX) TO DL100-DL-ID.
           MOVE SPACES TO DL100-DL-FLAG.

           IF DL100-OT-LAST(DL100-OPR-IX) = 0
               MOVE "NEVER"  TO DL100-DL-LAST
               MOVE "  -  "  TO DL100-DL-IDLE
               MOVE 99999    TO DL100-DAYS-SINCE
           ELSE
               MOVE DL100-OT-LAST(DL100-OPR-IX) TO DL100-DL-LAST
               MOVE DL100-OT-LAST(DL100-OPR-IX) TO DL100-WORK-DATE-NUM
               PERFORM 7000-COMPUTE-DAY-SERIAL THRU 7000-EXIT
               MOVE 0 TO DL100-DAYS-SINCE
               IF DL100-DAY-SERIAL < DL100-TODAY-SERIAL
                   COMPUTE DL100-DAYS-SINCE =
                       DL100-TODAY-SERIAL - DL100-DAY-SERIAL
               END-IF
               MOVE DL100-DAYS-SINCE TO DL100-IDLE-OUT
               MOVE DL100-IDLE-OUT   TO DL100-DL-IDLE
           END-IF.

           IF DL100-OT-FLAGS(DL100-OPR-IX) = DL100-NO-FLAGS
               MOVE "DEACTIVATED" TO DL100-DL-FLAG
               ADD 1 TO DL100-DEACT-COUNT
           ELSE
               IF DL100-DAYS-SINCE NOT < DL100-IDLE-LIMIT
                   MOVE "*** REMOVE - IDLE ***" TO DL100-DL-FLAG
                   ADD 1 TO DL100-REMOVE-COUNT
               END-IF
           END-IF.
           DISPLAY DL100-DETAIL-LINE.

           MOVE SPACES TO DL100-GRANTED-LINE.
           MOVE 1 TO DL100-GRANTED-PTR.
           PERFORM 8110-ADD-ONE-AUTHORITY THRU 8110-EXIT
               VARYING DL100-FLAG-IX FROM 1 BY 1
               UNTIL DL100-FLAG-IX > 12.
           IF DL100-GRANTED-LINE = SPACES
               MOVE "(NONE)" TO DL100-GRANTED-LINE
           END-IF.
           DISPLAY "      Granted: " DL100-GRANTED-LINE.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8110-ADD-ONE-AUTHORITY - APPEND ONE AUTHORITY NAME IF ITS   *
      *    FLAG IS Y.                                                  *
      *----------------------------------------------------------------*
       8110-ADD-ONE-AUTHORITY.
           IF DL100-OT-FLAGS(DL100-OPR-IX)(DL100-FLAG-IX:1) = "Y"
               STRING DL100-AUTH-NAME(DL100-FLAG-IX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO DL100-GRANTED-LINE
                      WITH POINTER DL100-GRANTED-PTR
               END-STRING
           END-IF.
       8110-EXIT.
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
           MOVE "ACCESS-RECERT"       TO RUN-PROGRAM-ID.
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
           MOVE "ACCESS-RECERT"       TO RUN-PROGRAM-ID.
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

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
