      ******************************************************************
      *
      *    PROGRAM-ID.  ATTEST-STATUS
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        ANNUAL OWNERSHIP ATTESTATION - STATUS REPORT.  FOR ONE
      *        CYCLE (BLANK = THE CURRENT ONE, THE LAST ON MODATCYC)
      *        JOINS THE WORKLIST (MODATTW) TO THE RESPONSE LEDGER
      *        (MODATRSP), TAKING EACH MODULE'S LATEST ANSWER, AND
      *        SHOWS PER OWNING TEAM HOW MANY MODULES IT WAS ASKED
      *        ABOUT AND HOW MANY IT CONFIRMED, DISPUTED, RECOMMENDED
      *        FOR DECOMMISSION OR HAS NOT ANSWERED.  TEAMS WITH
      *        UNANSWERED MODULES ONCE THE DEADLINE HAS PASSED ARE
      *        LISTED AGAIN AS OVERDUE.  THE DEADLINE IS THE CYCLE'S
      *        OWN UNLESS ANOTHER IS ENTERED.  MODULES WITH NO OWNING
      *        TEAM ARE COUNTED BUT NEVER OVERDUE - THERE IS NOBODY TO
      *        CHASE.  READ-ONLY; NO LOCK IS TAKEN.  RETURN-CODE 4
      *        WHEN ANY TEAM IS OVERDUE, 8 WHEN THE CYCLE, WORKLIST OR
      *        LEDGER CANNOT BE READ.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      *    2026-10-15 DL100 A LEDGER THAT EXISTS BUT WILL NOT OPEN NOW
      *                     ENDS THE RUN WITH RETURN-CODE 8 AND NO
      *                     REPORT, INSTEAD OF SHOWING NO ANSWERS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEST-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEST-CYCLE ASSIGN TO "MODATCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLE-STATUS.

           SELECT ATTEST-WORKLIST ASSIGN TO "MODATTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-WORK-STATUS.

           SELECT ATTEST-LEDGER ASSIGN TO "MODATRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LEDGER-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEST-CYCLE
           RECORD CONTAINS 61 CHARACTERS.
       COPY "modatcy.cpy".

       FD  ATTEST-WORKLIST
           RECORD CONTAINS 97 CHARACTERS.
       COPY "modattw.cpy".

       FD  ATTEST-LEDGER
           RECORD CONTAINS 135 CHARACTERS.
       COPY "modatrs.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-CYCLE-STATUS          PIC X(02).
       77  DL100-WORK-STATUS           PIC X(02).
       77  DL100-LEDGER-STATUS         PIC X(02).

       01  DL100-CYCLE-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-CYCLE-EOF                    VALUE "Y".
           88  DL100-CYCLE-NOT-EOF                VALUE "N".

       01  DL100-WORK-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-WORK-EOF                     VALUE "Y".
           88  DL100-WORK-NOT-EOF                 VALUE "N".

       01  DL100-LEDGER-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-LEDGER-EOF                   VALUE "Y".
           88  DL100-LEDGER-NOT-EOF               VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

      *---------------------------------------------------------------*
      *    THE CYCLE REPORTED ON AND THE DEADLINE IT IS JUDGED BY.     *
      *---------------------------------------------------------------*
       01  DL100-CYCLE-ID              PIC X(08) VALUE SPACES.
       01  DL100-WANTED-CYCLE          PIC X(08) VALUE SPACES.
       01  DL100-CYCLE-DEADLINE        PIC 9(08) VALUE 0.
       01  DL100-CYCLE-OPENED          PIC X(20) VALUE SPACES.
       01  DL100-DEADLINE-IN           PIC X(08) VALUE SPACES.
       01  DL100-DEADLINE              PIC 9(08) VALUE 0.

       01  DL100-CYCLE-FOUND-SW        PIC X(01) VALUE "N".
           88  DL100-CYCLE-FOUND                  VALUE "Y".
           88  DL100-CYCLE-NOT-FOUND              VALUE "N".

       01  DL100-CURRENT-DATE.
           05  DL100-CD-YYYYMMDD        PIC 9(08).
           05  FILLER                   PIC X(15).

      *---------------------------------------------------------------*
      *    TEAM TABLE - ONE ENTRY PER OWNING TEAM ON THE WORKLIST, IN  *
      *    WORKLIST (TEAM) ORDER, WITH ITS ANSWER COUNTS.              *
      *---------------------------------------------------------------*
       01  DL100-TEAM-TABLE.
           05  DL100-TEAM-ENTRY OCCURS 500 TIMES.
               10  DL100-TM-NAME           PIC X(30).
               10  DL100-TM-MODULES        PIC 9(05) COMP.
               10  DL100-TM-CONFIRMED      PIC 9(05) COMP.
               10  DL100-TM-DISPUTED       PIC 9(05) COMP.
               10  DL100-TM-RETIRE         PIC 9(05) COMP.
               10  DL100-TM-UNANSWERED     PIC 9(05) COMP.
       77  DL100-TEAM-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-TEAM-IX               PIC 9(03) COMP.

      *---------------------------------------------------------------*
      *    ITEM TABLE - ONE ENTRY PER WORKLIST MODULE, POINTING AT     *
      *    ITS TEAM, WITH ITS LATEST ANSWER (BLANK WHILE UNANSWERED).  *
      *---------------------------------------------------------------*
       01  DL100-ITEM-TABLE.
           05  DL100-ITEM-ENTRY OCCURS 5000 TIMES.
               10  DL100-IT-NAME           PIC X(30).
               10  DL100-IT-TEAM-IX        PIC 9(03) COMP.
               10  DL100-IT-RESPONSE       PIC X(01).
                   88  DL100-IT-CONFIRMED             VALUE "C".
                   88  DL100-IT-DISPUTED              VALUE "D".
                   88  DL100-IT-RETIRE                VALUE "R".
       77  DL100-ITEM-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-ITEM-IX               PIC 9(05) COMP.

       01  DL100-ITEM-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-ITEM-FOUND                   VALUE "Y".
           88  DL100-ITEM-NOT-FOUND               VALUE "N".

       01  DL100-TABLE-FULL-SW         PIC X(01) VALUE "N".
           88  DL100-TABLE-FULL                   VALUE "Y".
           88  DL100-TABLE-NOT-FULL               VALUE "N".

      *---------------------------------------------------------------*
      *    TOTALS AND REPORT LINES.                                    *
      *---------------------------------------------------------------*
       77  DL100-TOT-MODULES           PIC 9(05) COMP VALUE 0.
       77  DL100-TOT-CONFIRMED         PIC 9(05) COMP VALUE 0.
       77  DL100-TOT-DISPUTED          PIC 9(05) COMP VALUE 0.
       77  DL100-TOT-RETIRE            PIC 9(05) COMP VALUE 0.
       77  DL100-TOT-UNANSWERED        PIC 9(05) COMP VALUE 0.
       77  DL100-OVERDUE-COUNT         PIC 9(03) COMP VALUE 0.
       77  DL100-COUNT-OUT             PIC ZZZZ9.

       01  DL100-TEAM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-TEAM           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-TL-MODULES        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-CONFIRMED      PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-DISPUTED       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-RETIRE         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-UNANSWERED     PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-FLAG           PIC X(07).

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
           PERFORM 2000-FIND-CYCLE THRU 2000-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 3000-LOAD-WORKLIST THRU 3000-EXIT
           END-IF.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 4000-REPLAY-LEDGER THRU 4000-EXIT.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 5000-COUNT-ANSWERS THRU 5000-EXIT
               VARYING DL100-ITEM-IX FROM 1 BY 1
               UNTIL DL100-ITEM-IX > DL100-ITEM-COUNT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.

           IF DL100-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - TODAY'S DATE, THE CYCLE AND AN OPTIONAL   *
      *    DEADLINE OVERRIDE.                                          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-CD-YYYYMMDD FROM DATE YYYYMMDD.

           DISPLAY "Attestation cycle ID (blank = current): "
               WITH NO ADVANCING.
           ACCEPT DL100-WANTED-CYCLE.

           DISPLAY "Deadline to judge by (YYYYMMDD, blank = the "
                   "cycle's own): " WITH NO ADVANCING.
           ACCEPT DL100-DEADLINE-IN.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-FIND-CYCLE - THE CYCLE ASKED FOR, OR THE LAST ONE ON   *
      *    FILE.  A DEADLINE ENTERED THAT IS NOT A DATE IS IGNORED.    *
      *----------------------------------------------------------------*
       2000-FIND-CYCLE.
           OPEN INPUT ATTEST-CYCLE.
           IF DL100-CYCLE-STATUS NOT = "00"
               DISPLAY "No attestation cycle on file - MODATCYC."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-READ-ONE-CYCLE THRU 2100-EXIT
               UNTIL DL100-CYCLE-EOF.
           CLOSE ATTEST-CYCLE.

           IF DL100-CYCLE-NOT-FOUND
               IF DL100-WANTED-CYCLE = SPACES
                   DISPLAY "No attestation cycle on file - MODATCYC."
               ELSE
                   DISPLAY "Attestation cycle " DL100-WANTED-CYCLE
                           " is not on file - MODATCYC."
               END-IF
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE DL100-CYCLE-DEADLINE TO DL100-DEADLINE.
           IF DL100-DEADLINE-IN IS NUMERIC
               MOVE DL100-DEADLINE-IN TO DL100-DEADLINE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-READ-ONE-CYCLE - KEEP THE CYCLE ASKED FOR, OR EACH ONE *
      *    IN TURN SO THE LAST STANDS.                                 *
      *----------------------------------------------------------------*
       2100-READ-ONE-CYCLE.
           READ ATTEST-CYCLE
               AT END
                   SET DL100-CYCLE-EOF TO TRUE
           END-READ.

           IF DL100-CYCLE-EOF OR ATC-CYCLE-ID = SPACES
               GO TO 2100-EXIT
           END-IF.

           IF DL100-WANTED-CYCLE = SPACES
              OR ATC-CYCLE-ID = DL100-WANTED-CYCLE
               SET DL100-CYCLE-FOUND TO TRUE
               MOVE ATC-CYCLE-ID   TO DL100-CYCLE-ID
               MOVE ATC-DEADLINE   TO DL100-CYCLE-DEADLINE
               MOVE ATC-OPEN-STAMP TO DL100-CYCLE-OPENED
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-LOAD-WORKLIST - EVERY WORKLIST RECORD OF THE CYCLE     *
      *    INTO THE ITEM TABLE, BUILDING THE TEAM TABLE ON THE WAY.    *
      *    A CYCLE TOO BIG FOR THE TABLES CANNOT BE REPORTED TRULY.    *
      *----------------------------------------------------------------*
       3000-LOAD-WORKLIST.
           OPEN INPUT ATTEST-WORKLIST.
           IF DL100-WORK-STATUS NOT = "00"
               DISPLAY "No attestation worklist - MODATTW."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-LOAD-ONE-ITEM THRU 3100-EXIT
               UNTIL DL100-WORK-EOF.
           CLOSE ATTEST-WORKLIST.

           IF DL100-TABLE-FULL
               DISPLAY "Cycle " DL100-CYCLE-ID " has more than 5000 "
                       "modules or 500 teams - no report."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-LOAD-ONE-ITEM - ONE WORKLIST RECORD.  THE WORKLIST IS  *
      *    WRITTEN IN TEAM ORDER, SO A NEW TEAM IS ALWAYS THE NEXT     *
      *    SLOT IN THE TEAM TABLE.                                     *
      *----------------------------------------------------------------*
       3100-LOAD-ONE-ITEM.
           READ ATTEST-WORKLIST
               AT END
                   SET DL100-WORK-EOF TO TRUE
           END-READ.

           IF DL100-WORK-EOF OR ATW-CYCLE-ID NOT = DL100-CYCLE-ID
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           IF DL100-TEAM-COUNT = 0
              OR ATW-OWNING-TEAM NOT = DL100-TM-NAME(DL100-TEAM-COUNT)
               IF DL100-TEAM-COUNT >= 500
                   SET DL100-TABLE-FULL TO TRUE
                   SET DL100-WORK-EOF TO TRUE
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO DL100-TEAM-COUNT
               MOVE ATW-OWNING-TEAM TO DL100-TM-NAME(DL100-TEAM-COUNT)
               MOVE 0 TO DL100-TM-MODULES(DL100-TEAM-COUNT)
                         DL100-TM-CONFIRMED(DL100-TEAM-COUNT)
                         DL100-TM-DISPUTED(DL100-TEAM-COUNT)
                         DL100-TM-RETIRE(DL100-TEAM-COUNT)
                         DL100-TM-UNANSWERED(DL100-TEAM-COUNT)
           END-IF.

           IF DL100-ITEM-COUNT >= 5000
               SET DL100-TABLE-FULL TO TRUE
               SET DL100-WORK-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO DL100-ITEM-COUNT.
           MOVE ATW-MODULE-NAME  TO DL100-IT-NAME(DL100-ITEM-COUNT).
           MOVE DL100-TEAM-COUNT TO DL100-IT-TEAM-IX(DL100-ITEM-COUNT).
           MOVE SPACE TO DL100-IT-RESPONSE(DL100-ITEM-COUNT).
           ADD 1 TO DL100-TM-MODULES(DL100-TEAM-COUNT).
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-REPLAY-LEDGER - APPLY EVERY ANSWER RECORDED FOR THE    *
      *    CYCLE, IN FILE ORDER, SO EACH MODULE HOLDS ITS LATEST.  NO  *
      *    LEDGER (STATUS 35) MEANS NOBODY HAS ANSWERED YET.  A LEDGER *
      *    THAT IS THERE BUT WILL NOT OPEN ABORTS THE RUN - EVERY TEAM *
      *    WOULD OTHERWISE BE REPORTED AS NOT HAVING ANSWERED.         *
      *----------------------------------------------------------------*
       4000-REPLAY-LEDGER.
           OPEN INPUT ATTEST-LEDGER.
           IF DL100-LEDGER-STATUS = "35"
               GO TO 4000-EXIT
           END-IF.
           IF DL100-LEDGER-STATUS NOT = "00"
               DISPLAY "Unable to read attestation ledger - MODATRSP."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-REPLAY-ONE-ANSWER THRU 4100-EXIT
               UNTIL DL100-LEDGER-EOF.
           CLOSE ATTEST-LEDGER.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-REPLAY-ONE-ANSWER - ONE LEDGER RECORD.                 *
      *----------------------------------------------------------------*
       4100-REPLAY-ONE-ANSWER.
           READ ATTEST-LEDGER
               AT END
                   SET DL100-LEDGER-EOF TO TRUE
           END-READ.

           IF DL100-LEDGER-EOF OR ATR-CYCLE-ID NOT = DL100-CYCLE-ID
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           SET DL100-ITEM-NOT-FOUND TO TRUE.
           PERFORM 4200-TEST-ONE-ITEM THRU 4200-EXIT
               VARYING DL100-ITEM-IX FROM 1 BY 1
               UNTIL DL100-ITEM-IX > DL100-ITEM-COUNT
               OR DL100-ITEM-FOUND.
           IF DL100-ITEM-FOUND
               SUBTRACT 1 FROM DL100-ITEM-IX
               MOVE ATR-RESPONSE TO DL100-IT-RESPONSE(DL100-ITEM-IX)
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-TEST-ONE-ITEM - COMPARE ONE TABLE ENTRY.               *
      *----------------------------------------------------------------*
       4200-TEST-ONE-ITEM.
           IF DL100-IT-NAME(DL100-ITEM-IX) = ATR-MODULE-NAME
               SET DL100-ITEM-FOUND TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-COUNT-ANSWERS - ADD ONE MODULE'S LATEST ANSWER TO ITS  *
      *    TEAM'S COUNTS.                                              *
      *----------------------------------------------------------------*
       5000-COUNT-ANSWERS.
           MOVE DL100-IT-TEAM-IX(DL100-ITEM-IX) TO DL100-TEAM-IX.
           EVALUATE TRUE
               WHEN DL100-IT-CONFIRMED(DL100-ITEM-IX)
                   ADD 1 TO DL100-TM-CONFIRMED(DL100-TEAM-IX)
               WHEN DL100-IT-DISPUTED(DL100-ITEM-IX)
                   ADD 1 TO DL100-TM-DISPUTED(DL100-TEAM-IX)
               WHEN DL100-IT-RETIRE(DL100-ITEM-IX)
                   ADD 1 TO DL100-TM-RETIRE(DL100-TEAM-IX)
               WHEN OTHER
                   ADD 1 TO DL100-TM-UNANSWERED(DL100-TEAM-IX)
           END-EVALUATE.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-REPORT - ONE LINE PER TEAM, TOTALS, THEN THE     *
      *    OVERDUE TEAMS.                                              *
      *----------------------------------------------------------------*
       8000-PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "Ownership Attestation Status - cycle "
                   DL100-CYCLE-ID.
           DISPLAY "=============================================".
           DISPLAY "Cycle opened:  " DL100-CYCLE-OPENED.
           DISPLAY "Deadline:      " DL100-DEADLINE.
           DISPLAY "As of:         " DL100-CD-YYYYMMDD.
           DISPLAY " ".
           DISPLAY "  OWNING TEAM                     MODS   CONF"
                   "   DISP  DECOM  UNANS".
           DISPLAY "  ------------------------------ -----  -----"
                   "  -----  -----  -----".

           PERFORM 8100-PRINT-ONE-TEAM THRU 8100-EXIT
               VARYING DL100-TEAM-IX FROM 1 BY 1
               UNTIL DL100-TEAM-IX > DL100-TEAM-COUNT.

           IF DL100-TEAM-COUNT = 0
               DISPLAY "  (the cycle's worklist is empty)"
           END-IF.

           MOVE "TOTAL"              TO DL100-TL-TEAM.
           MOVE DL100-TOT-MODULES    TO DL100-TL-MODULES.
           MOVE DL100-TOT-CONFIRMED  TO DL100-TL-CONFIRMED.
           MOVE DL100-TOT-DISPUTED   TO DL100-TL-DISPUTED.
           MOVE DL100-TOT-RETIRE     TO DL100-TL-RETIRE.
           MOVE DL100-TOT-UNANSWERED TO DL100-TL-UNANSWERED.
           MOVE SPACES               TO DL100-TL-FLAG.
           DISPLAY "  ------------------------------ -----  -----"
                   "  -----  -----  -----".
           DISPLAY DL100-TEAM-LINE.

           DISPLAY " ".
           DISPLAY "Overdue teams".
           DISPLAY "-------------".
           IF DL100-CD-YYYYMMDD NOT > DL100-DEADLINE
               DISPLAY "  (deadline not yet passed)"
               GO TO 8000-EXIT
           END-IF.

           PERFORM 8200-LIST-ONE-OVERDUE THRU 8200-EXIT
               VARYING DL100-TEAM-IX FROM 1 BY 1
               UNTIL DL100-TEAM-IX > DL100-TEAM-COUNT.

           IF DL100-OVERDUE-COUNT = 0
               DISPLAY "  (none - every team has answered in full)"
           ELSE
               MOVE DL100-OVERDUE-COUNT TO DL100-COUNT-OUT
               DISPLAY " "
               DISPLAY "Teams overdue: " DL100-COUNT-OUT
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-TEAM - ONE TEAM'S COUNTS, ADDED INTO THE     *
      *    TOTALS.  A TEAM STILL OWING ANSWERS PAST THE DEADLINE IS    *
      *    FLAGGED OVERDUE.                                            *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-TEAM.
           MOVE DL100-TM-NAME(DL100-TEAM-IX) TO DL100-TL-TEAM.
           IF DL100-TM-NAME(DL100-TEAM-IX) = SPACES
               MOVE "(NO OWNING TEAM)" TO DL100-TL-TEAM
           END-IF.
           MOVE DL100-TM-MODULES(DL100-TEAM-IX)    TO DL100-TL-MODULES.
           MOVE DL100-TM-CONFIRMED(DL100-TEAM-IX)
               TO DL100-TL-CONFIRMED.
           MOVE DL100-TM-DISPUTED(DL100-TEAM-IX)
               TO DL100-TL-DISPUTED.
           MOVE DL100-TM-RETIRE(DL100-TEAM-IX)     TO DL100-TL-RETIRE.
           MOVE DL100-TM-UNANSWERED(DL100-TEAM-IX)
               TO DL100-TL-UNANSWERED.

           MOVE SPACES TO DL100-TL-FLAG.
           IF DL100-TM-UNANSWERED(DL100-TEAM-IX) > 0
              AND DL100-CD-YYYYMMDD > DL100-DEADLINE
              AND DL100-TM-NAME(DL100-TEAM-IX) NOT = SPACES
               MOVE "OVERDUE" TO DL100-TL-FLAG
           END-IF.
           DISPLAY DL100-TEAM-LINE.

           ADD DL100-TM-MODULES(DL100-TEAM-IX)    TO DL100-TOT-MODULES.
           ADD DL100-TM-CONFIRMED(DL100-TEAM-IX)
               TO DL100-TOT-CONFIRMED.
           ADD DL100-TM-DISPUTED(DL100-TEAM-IX)   TO DL100-TOT-DISPUTED.
           ADD DL100-TM-RETIRE(DL100-TEAM-IX)     TO DL100-TOT-RETIRE.
           ADD DL100-TM-UNANSWERED(DL100-TEAM-IX)
               TO DL100-TOT-UNANSWERED.
           ADD 1 TO DL100-RUN-PROCESSED.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8200-LIST-ONE-OVERDUE - A NAMED TEAM STILL OWING ANSWERS.   *
      *----------------------------------------------------------------*
       8200-LIST-ONE-OVERDUE.
           IF DL100-TM-UNANSWERED(DL100-TEAM-IX) = 0
              OR DL100-TM-NAME(DL100-TEAM-IX) = SPACES
               GO TO 8200-EXIT
           END-IF.

           ADD 1 TO DL100-OVERDUE-COUNT.
           ADD 1 TO DL100-RUN-REJECTED.
           MOVE DL100-TM-UNANSWERED(DL100-TEAM-IX) TO DL100-COUNT-OUT.
           DISPLAY "  " DL100-TM-NAME(DL100-TEAM-IX) " "
                   DL100-COUNT-OUT " module(s) unanswered".
       8200-EXIT.
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
           MOVE "ATTEST-STATUS"       TO RUN-PROGRAM-ID.
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
           MOVE "ATTEST-STATUS"       TO RUN-PROGRAM-ID.
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
