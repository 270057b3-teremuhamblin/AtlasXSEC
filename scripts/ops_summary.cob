      ******************************************************************
      *
      *    PROGRAM-ID.  OPS-SUMMARY
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        MORNING OPERATIONS SUMMARY.  READS THE SUITE RUN CONTROL
      *        LOG (MODRUNLOG) AND PRINTS ONE LINE PER RUN STARTED IN
      *        THE LAST 24 HOURS - PROGRAM, OPERATOR, START AND END,
      *        RECORDS READ, PROCESSED AND REJECTED, RETURN-CODE AND
      *        OUTCOME.  A NON-ZERO RETURN-CODE, A RUN THAT GAVE UP
      *        WAITING ON MODLOCK AND A START WITH NO MATCHING END
      *        (THE RUN ABENDED OR WAS CANCELLED) ARE FLAGGED.  THE
      *        EXPECTED NIGHTLY SCHEDULE (MODSCHED) IS THEN CHECKED
      *        AND ANY JOB ON IT WITH NO START IN THE WINDOW IS LISTED
      *        AS NOT RUN.  RETURN-CODE 4 WHEN ANYTHING IS FLAGGED, SO
      *        THE SCHEDULER CAN PAGE ON IT.  THIS RUN'S OWN START
      *        RECORD IS LEFT OFF THE LISTING.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-SUMMARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

           SELECT EXPECTED-SCHEDULE ASSIGN TO "MODSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCHED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       FD  EXPECTED-SCHEDULE
           RECORD CONTAINS 61 CHARACTERS.
       COPY "modsched.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-SCHED-STATUS          PIC X(02).
       77  DL100-FLAGGED-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-NONZERO-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-ABENDED-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-LOCKED-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-MISSED-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-EXPECTED-COUNT        PIC 9(05) COMP VALUE 0.
       77  DL100-COUNT-OUT             PIC ZZZZ9.

       01  DL100-RUNLOG-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-RUNLOG-EOF                   VALUE "Y".
           88  DL100-RUNLOG-NOT-EOF               VALUE "N".

       01  DL100-SCHED-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-SCHED-EOF                    VALUE "Y".
           88  DL100-SCHED-NOT-EOF                VALUE "N".

       01  DL100-FOUND-SW              PIC X(01) VALUE "N".
           88  DL100-FOUND                        VALUE "Y".
           88  DL100-NOT-FOUND                    VALUE "N".

       01  DL100-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  DL100-TABLE-OVERFLOW               VALUE "Y".
           88  DL100-TABLE-NOT-OVERFLOW           VALUE "N".

      *---------------------------------------------------------------*
      *    RUN TABLE - ONE ENTRY PER START RECORD INSIDE THE WINDOW,  *
      *    IN LOG ORDER.  THE MATCHING END RECORD FILLS IN THE REST.  *
      *---------------------------------------------------------------*
       01  DL100-RUN-TABLE.
           05  DL100-RT-ENTRY OCCURS 500 TIMES.
               10  DL100-RT-PROGRAM        PIC X(20).
               10  DL100-RT-OPERATOR       PIC X(10).
               10  DL100-RT-START          PIC X(20).
               10  DL100-RT-END            PIC X(20).
               10  DL100-RT-READ           PIC 9(07).
               10  DL100-RT-PROCESSED      PIC 9(07).
               10  DL100-RT-REJECTED       PIC 9(07).
               10  DL100-RT-RC             PIC 9(04).
               10  DL100-RT-OUTCOME        PIC X(08).
                   88  DL100-RT-LOCKED            VALUE "LOCKED".
               10  DL100-RT-END-SW         PIC X(01).
                   88  DL100-RT-ENDED             VALUE "Y".
                   88  DL100-RT-NOT-ENDED         VALUE "N".
       77  DL100-RT-COUNT              PIC 9(03) COMP VALUE 0.
       77  DL100-RT-IX                 PIC 9(03) COMP.

       01  DL100-READ-OUT              PIC ZZZZZZ9.
       01  DL100-PROCESSED-OUT         PIC ZZZZZZ9.
       01  DL100-REJECTED-OUT          PIC ZZZZZZ9.
       01  DL100-RC-OUT                PIC ZZZ9.
       01  DL100-END-OUT               PIC X(15).
       01  DL100-FLAG-OUT              PIC X(32).

      *---------------------------------------------------------------*
      *    WINDOW - THE SAME CLOCK TIME YESTERDAY.  STAMPS ARE         *
      *    YYYYMMDD-HHMMSS SO A PLAIN COMPARE FINDS RUNS SINCE THEN.  *
      *---------------------------------------------------------------*
       01  DL100-CUTOFF-STAMP          PIC X(20) VALUE SPACES.

       01  DL100-WORK-DATE-NUM         PIC 9(08).
       01  DL100-WORK-DATE REDEFINES DL100-WORK-DATE-NUM.
           05  DL100-WD-YYYY               PIC 9(04).
           05  DL100-WD-MM                 PIC 9(02).
           05  DL100-WD-DD                 PIC 9(02).

       01  DL100-MONTH-DAYS-TABLE
               VALUE "312831303130313130313031".
           05  DL100-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       01  DL100-LEAP-SW               PIC X(01) VALUE "N".
           88  DL100-LEAP-YEAR                    VALUE "Y".
           88  DL100-NOT-LEAP-YEAR                VALUE "N".

       01  DL100-YEAR-MOD-4            PIC 9(04) COMP.
       01  DL100-YEAR-MOD-100          PIC 9(04) COMP.
       01  DL100-YEAR-MOD-400          PIC 9(04) COMP.
       01  DL100-DIVIDE-QUOTIENT       PIC 9(07) COMP.

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
           PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - FIX THE START OF THE 24-HOUR WINDOW:      *
      *    YESTERDAY'S DATE AT THE CURRENT CLOCK TIME.                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-RUN-TIME FROM TIME.
           MOVE DL100-RUN-DATE TO DL100-WORK-DATE-NUM.

           IF DL100-WD-DD > 1
               SUBTRACT 1 FROM DL100-WD-DD
           ELSE
               IF DL100-WD-MM > 1
                   SUBTRACT 1 FROM DL100-WD-MM
               ELSE
                   MOVE 12 TO DL100-WD-MM
                   SUBTRACT 1 FROM DL100-WD-YYYY
               END-IF
               MOVE DL100-MONTH-DAYS(DL100-WD-MM) TO DL100-WD-DD
               IF DL100-WD-MM = 2
                   PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT
                   IF DL100-LEAP-YEAR
                       MOVE 29 TO DL100-WD-DD
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO DL100-CUTOFF-STAMP.
           STRING DL100-WORK-DATE-NUM "-" DL100-RUN-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-CUTOFF-STAMP
           END-STRING.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-RUN-LOG - BUILD THE RUN TABLE FROM THE LOG.       *
      *----------------------------------------------------------------*
       2000-LOAD-RUN-LOG.
           OPEN INPUT RUN-CONTROL-LOG.
           IF DL100-RUNLOG-STATUS NOT = "00"
               DISPLAY "No run control log to report on - MODRUNLOG."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-READ-ONE-RUN-RECORD THRU 2100-EXIT
               UNTIL DL100-RUNLOG-EOF.
           CLOSE RUN-CONTROL-LOG.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-READ-ONE-RUN-RECORD - A START INSIDE THE WINDOW OPENS  *
      *    A TABLE ENTRY; AN END IS MATCHED BACK TO ITS START.  ENDS   *
      *    WHOSE START FELL BEFORE THE WINDOW FIND NOTHING AND DROP.   *
      *----------------------------------------------------------------*
       2100-READ-ONE-RUN-RECORD.
           READ RUN-CONTROL-LOG
               AT END
                   SET DL100-RUNLOG-EOF TO TRUE
           END-READ.

           IF DL100-RUNLOG-EOF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           IF RUN-START-STAMP < DL100-CUTOFF-STAMP
               GO TO 2100-EXIT
           END-IF.

           IF RUN-EVENT-END
               PERFORM 2200-MATCH-END-RECORD THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.

           IF NOT RUN-EVENT-START
               GO TO 2100-EXIT
           END-IF.

           IF RUN-PROGRAM-ID = "OPS-SUMMARY"
              AND RUN-START-STAMP = DL100-RUN-START-STAMP
               GO TO 2100-EXIT
           END-IF.

           IF DL100-RT-COUNT >= 500
               SET DL100-TABLE-OVERFLOW TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-RT-COUNT.
           MOVE RUN-PROGRAM-ID  TO DL100-RT-PROGRAM(DL100-RT-COUNT).
           MOVE RUN-OPERATOR-ID TO DL100-RT-OPERATOR(DL100-RT-COUNT).
           MOVE RUN-START-STAMP TO DL100-RT-START(DL100-RT-COUNT).
           MOVE SPACES          TO DL100-RT-END(DL100-RT-COUNT)
                                   DL100-RT-OUTCOME(DL100-RT-COUNT).
           MOVE 0 TO DL100-RT-READ(DL100-RT-COUNT)
                     DL100-RT-PROCESSED(DL100-RT-COUNT)
                     DL100-RT-REJECTED(DL100-RT-COUNT)
                     DL100-RT-RC(DL100-RT-COUNT).
           SET DL100-RT-NOT-ENDED(DL100-RT-COUNT) TO TRUE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-MATCH-END-RECORD - FIND THE OPEN START FOR THIS END    *
      *    (SAME PROGRAM, SAME START STAMP), NEWEST FIRST.             *
      *----------------------------------------------------------------*
       2200-MATCH-END-RECORD.
           SET DL100-NOT-FOUND TO TRUE.
           PERFORM 2210-CHECK-ONE-ENTRY THRU 2210-EXIT
               VARYING DL100-RT-IX FROM DL100-RT-COUNT BY -1
               UNTIL DL100-RT-IX = 0 OR DL100-FOUND.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-CHECK-ONE-ENTRY - COMPLETE THE ENTRY IF IT MATCHES.    *
      *----------------------------------------------------------------*
       2210-CHECK-ONE-ENTRY.
           IF DL100-RT-PROGRAM(DL100-RT-IX) NOT = RUN-PROGRAM-ID
              OR DL100-RT-START(DL100-RT-IX) NOT = RUN-START-STAMP
              OR DL100-RT-ENDED(DL100-RT-IX)
               GO TO 2210-EXIT
           END-IF.

           SET DL100-FOUND TO TRUE.
           SET DL100-RT-ENDED(DL100-RT-IX) TO TRUE.
           MOVE RUN-END-STAMP       TO DL100-RT-END(DL100-RT-IX).
           MOVE RUN-READ-COUNT      TO DL100-RT-READ(DL100-RT-IX).
           MOVE RUN-PROCESSED-COUNT TO DL100-RT-PROCESSED(DL100-RT-IX).
           MOVE RUN-REJECTED-COUNT  TO DL100-RT-REJECTED(DL100-RT-IX).
           MOVE RUN-RETURN-CODE     TO DL100-RT-RC(DL100-RT-IX).
           MOVE RUN-OUTCOME         TO DL100-RT-OUTCOME(DL100-RT-IX).
       2210-EXIT.
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
      *    8000-PRINT-REPORT - RUN LISTING, MISSED JOBS AND TOTALS.    *
      *----------------------------------------------------------------*
       8000-PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "Morning Operations Summary".
           DISPLAY "==========================".
           DISPLAY "Runs started since " DL100-CUTOFF-STAMP(1:15).
           DISPLAY " ".

           IF DL100-RT-COUNT = 0
               DISPLAY "No runs logged in the last 24 hours."
           ELSE
               DISPLAY "PROGRAM              OPERATOR   START"
                       "           END                "
                       "   READ    PROC     REJ   RC OUTCOME"
               DISPLAY "-------------------- ---------- ---------------"
                       " --------------- ------- ------- -------"
                       " ---- --------"
               PERFORM 8100-PRINT-ONE-RUN THRU 8100-EXIT
                   VARYING DL100-RT-IX FROM 1 BY 1
                   UNTIL DL100-RT-IX > DL100-RT-COUNT
           END-IF.

           PERFORM 8200-CHECK-SCHEDULE THRU 8200-EXIT.

           DISPLAY " ".
           MOVE DL100-RT-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Runs in window:          " DL100-COUNT-OUT.
           MOVE DL100-NONZERO-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Non-zero return codes:   " DL100-COUNT-OUT.
           MOVE DL100-LOCKED-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Gave up on MODLOCK:      " DL100-COUNT-OUT.
           MOVE DL100-ABENDED-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Started, never ended:    " DL100-COUNT-OUT.
           MOVE DL100-MISSED-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Expected jobs not run:   " DL100-COUNT-OUT.
           IF DL100-TABLE-OVERFLOW
               DISPLAY "Warning - more runs were logged than the "
                       "table holds; the latest were dropped."
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-RUN - ONE DETAIL LINE.  A START WITH NO END  *
      *    IS FLAGGED AHEAD OF EVERYTHING ELSE - ITS COUNTS AND CODE   *
      *    ARE UNKNOWN.                                                *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-RUN.
           ADD 1 TO DL100-RUN-PROCESSED.
           MOVE SPACES TO DL100-FLAG-OUT.

           IF DL100-RT-NOT-ENDED(DL100-RT-IX)
               ADD 1 TO DL100-ABENDED-COUNT DL100-FLAGGED-COUNT
                        DL100-RUN-REJECTED
               DISPLAY DL100-RT-PROGRAM(DL100-RT-IX) " "
                       DL100-RT-OPERATOR(DL100-RT-IX) " "
                       DL100-RT-START(DL100-RT-IX) (1:15) " "
                       "  *** ABENDED - NO END RECORD ***"
               GO TO 8100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN DL100-RT-LOCKED(DL100-RT-IX)
                   ADD 1 TO DL100-LOCKED-COUNT DL100-FLAGGED-COUNT
                            DL100-RUN-REJECTED
                   MOVE "*** GAVE UP ON MODLOCK ***"
                       TO DL100-FLAG-OUT
               WHEN DL100-RT-RC(DL100-RT-IX) NOT = 0
                   ADD 1 TO DL100-NONZERO-COUNT DL100-FLAGGED-COUNT
                            DL100-RUN-REJECTED
                   MOVE "*** NON-ZERO RETURN CODE ***"
                       TO DL100-FLAG-OUT
           END-EVALUATE.

           MOVE DL100-RT-END(DL100-RT-IX) (1:15) TO DL100-END-OUT.
           MOVE DL100-RT-READ(DL100-RT-IX)      TO DL100-READ-OUT.
           MOVE DL100-RT-PROCESSED(DL100-RT-IX) TO DL100-PROCESSED-OUT.
           MOVE DL100-RT-REJECTED(DL100-RT-IX)  TO DL100-REJECTED-OUT.
           MOVE DL100-RT-RC(DL100-RT-IX)        TO DL100-RC-OUT.

           DISPLAY DL100-RT-PROGRAM(DL100-RT-IX) " "
                   DL100-RT-OPERATOR(DL100-RT-IX) " "
                   DL100-RT-START(DL100-RT-IX) (1:15) " "
                   DL100-END-OUT " "
                   DL100-READ-OUT " "
                   DL100-PROCESSED-OUT " "
                   DL100-REJECTED-OUT " "
                   DL100-RC-OUT " "
                   DL100-RT-OUTCOME(DL100-RT-IX) " "
                   DL100-FLAG-OUT.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8200-CHECK-SCHEDULE - LIST EVERY EXPECTED NIGHTLY JOB WITH  *
      *    NO START IN THE WINDOW.  WITHOUT A SCHEDULE FILE THE CHECK  *
      *    IS SKIPPED AND SAID SO.                                     *
      *----------------------------------------------------------------*
       8200-CHECK-SCHEDULE.
           DISPLAY " ".
           DISPLAY "Expected Nightly Jobs Not Run".
           DISPLAY "-----------------------------".

           OPEN INPUT EXPECTED-SCHEDULE.
           IF DL100-SCHED-STATUS NOT = "00"
               DISPLAY "No expected-job schedule - MODSCHED; "
                       "missed jobs not checked."
               GO TO 8200-EXIT
           END-IF.

           PERFORM 8210-CHECK-ONE-JOB THRU 8210-EXIT
               UNTIL DL100-SCHED-EOF.
           CLOSE EXPECTED-SCHEDULE.

           IF DL100-MISSED-COUNT = 0
               DISPLAY "None - every expected job ran."
           END-IF.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8210-CHECK-ONE-JOB - READ ONE SCHEDULE RECORD AND LOOK FOR  *
      *    A RUN OF IT.  COMMENTS AND BLANK LINES ARE SKIPPED.  A RUN  *
      *    THAT STARTED BUT NEVER ENDED STILL COUNTS AS RUN - IT IS    *
      *    ALREADY FLAGGED ABOVE.                                      *
      *----------------------------------------------------------------*
       8210-CHECK-ONE-JOB.
           READ EXPECTED-SCHEDULE
               AT END
                   SET DL100-SCHED-EOF TO TRUE
           END-READ.

           IF DL100-SCHED-EOF
               GO TO 8210-EXIT
           END-IF.

           IF SCHED-PROGRAM-ID = SPACES
              OR SCHED-PROGRAM-ID(1:1) = "*"
               GO TO 8210-EXIT
           END-IF.
           ADD 1 TO DL100-EXPECTED-COUNT.

           SET DL100-NOT-FOUND TO TRUE.
           PERFORM 8220-MATCH-ONE-RUN THRU 8220-EXIT
               VARYING DL100-RT-IX FROM 1 BY 1
               UNTIL DL100-RT-IX > DL100-RT-COUNT OR DL100-FOUND.

           IF DL100-NOT-FOUND
               ADD 1 TO DL100-MISSED-COUNT DL100-FLAGGED-COUNT
                        DL100-RUN-REJECTED
               DISPLAY SCHED-PROGRAM-ID " " SCHED-DESCRIPTION
                       "  *** DID NOT RUN ***"
           END-IF.
       8210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8220-MATCH-ONE-RUN - DOES THIS TABLE ENTRY RUN THE JOB.     *
      *----------------------------------------------------------------*
       8220-MATCH-ONE-RUN.
           IF DL100-RT-PROGRAM(DL100-RT-IX) = SCHED-PROGRAM-ID
               SET DL100-FOUND TO TRUE
           END-IF.
       8220-EXIT.
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
           MOVE "OPS-SUMMARY"         TO RUN-PROGRAM-ID.
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
           MOVE "OPS-SUMMARY"         TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - RETURN-CODE 4 IF ANYTHING WAS FLAGGED.     *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
