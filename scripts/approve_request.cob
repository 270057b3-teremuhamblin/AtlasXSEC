      *                     WHICH WAS BEING READ AND REWRITTEN
      *                     OUTSIDE THE LOCK AND COULD HAND TWO RUNS
      *                     THE SAME SEQUENCE NUMBER.
      *    2026-10-15 DL100 EVERY RUN NOW APPENDS A START AND AN END
      *                     RECORD TO THE SUITE RUN CONTROL LOG
      *                     (MODRUNLOG) - OPERATOR, START AND END
      *                     TIMES, RECORDS READ, PROCESSED AND
      *                     REJECTED AND THE FINAL RETURN-CODE - FOR
      *                     THE MORNING OPERATIONS SUMMARY.
      *                     A RUN THAT GIVES UP WAITING ON MODLOCK
      *                     IS LOGGED WITH OUTCOME LOCKED.
      *    2026-10-15 DL100 AUDIT STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-REQUEST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SEQ-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-REQUEST
       COPY "modaud.cpy".

       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  AUDIT-CHAIN-STATE
           RECORD CONTAINS 15 CHARACTERS.
       COPY "modausq.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-REQUEST-STATUS        PIC X(02).
       77  DL100-WORK-STATUS           PIC X(02).
      *---------------------------------------------------------------*
       01  DL100-CURRENT-DATE.
           05  DL100-CD-YYYYMMDD        PIC 9(08).
           05  DL100-CD-TIME            PIC 9(08).
           05  DL100-CD-TIME-PARTS REDEFINES DL100-CD-TIME.
               10  DL100-CD-HHMMSS      PIC 9(06).
               10  FILLER               PIC 9(02).
           05  FILLER                   PIC X(07).

       01  DL100-TIMESTAMP-OUT          PIC X(20).

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

       01  DL100-RUN-LOCK-SW           PIC X(01) VALUE "N".
           88  DL100-RUN-LOCK-GAVE-UP             VALUE "Y".
           88  DL100-RUN-LOCK-NOT-GIVEN-UP        VALUE "N".

       PROCEDURE DIVISION.
      *================================================================*
      *    0000-MAINLINE                                               *
      *================================================================*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 8700-LOG-RUN-START THRU 8700-EXIT.
           IF DL100-LOCK-NOT-HELD
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
           IF DL100-NOT-AUTHORIZED
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GO TO 9999-EXIT
           END-IF.

           DISPLAY "Update lock MODLOCK is still held by another "
                   "run - giving up, nothing updated.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       1300-WRITE-DENIED-AUDIT.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS

           IF REQ-PENDING OR REQ-STATUS = SPACES
               ADD 1 TO DL100-PENDING-COUNT
               ADD 1 TO DL100-RUN-READ
               PERFORM 2100-DECIDE-REQUEST THRU 2100-EXIT
           END-IF.


           IF DL100-DECIDE-APPROVE
               SET REQ-APPROVED TO TRUE
               ADD 1 TO DL100-RUN-PROCESSED
               PERFORM 4000-WRITE-AUDIT-ENTRY THRU 4000-EXIT
               MOVE DL100-TIMESTAMP-OUT(1:15) TO REQ-DISPOSED-STAMP
               DISPLAY "Approved: " REQ-MODULE-NAME

           IF DL100-DECIDE-REJECT
               SET REQ-REJECTED TO TRUE
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 4000-WRITE-AUDIT-ENTRY THRU 4000-EXIT
               MOVE DL100-TIMESTAMP-OUT(1:15) TO REQ-DISPOSED-STAMP
               DISPLAY "Rejected: " REQ-MODULE-NAME
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
       8510-EXIT.
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
           MOVE "APPROVE-REQUEST"     TO RUN-PROGRAM-ID.
           SET RUN-EVENT-START TO TRUE.
           MOVE DL100-OPERATOR-ID     TO RUN-OPERATOR-ID.
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
           MOVE "APPROVE-REQUEST"     TO RUN-PROGRAM-ID.
           SET RUN-EVENT-END TO TRUE.
           MOVE DL100-OPERATOR-ID     TO RUN-OPERATOR-ID.
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
               WHEN DL100-RUN-LOCK-GAVE-UP
                   SET RUN-OUTCOME-LOCKED TO TRUE
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
      *    8900-RELEASE-UPDATE-LOCK - DROP THE MODLOCK DIRECTORY SO    *
      *    THE NEXT UPDATER CAN RUN.  ONLY THE RUN THAT TOOK THE LOCK  *
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
