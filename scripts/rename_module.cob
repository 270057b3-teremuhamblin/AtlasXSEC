      *            CARRYING EVERY FIELD ALONG,
      *            UPDATES EVERY DEP-MODULE-NAME AND DEP-DEPENDS-ON
      *            IN THE DEPENDENCY REGISTRY,
      *            WRITES A RENAME AUDIT ENTRY WITH OLD AND NEW
      *            NAME IN AUD-DETAIL PLUS A CATALOG-HISTORY RECORD,
      *            AND CARRIES THE OLD NAME'S TEMPLATE VERSION TO THE
      *            NEW NAME IN THE SCAFFOLD VERSION REGISTER (MODSCAF).
      *        A DECOMMISSIONED MODULE IS REFUSED - ITS TREE LIVES
      *        UNDER ARCHIVE/ - REACTIVATE IT FIRST.  THE RENAME
      *        ACTION NEEDS OPR-RENAME-AUTH ON THE OPERATOR MASTER.
      *                     A PROMPT WAS HOLDING MODLOCK AND FAILING
      *                     EVERY OTHER RUN, INCLUDING THE OVERNIGHT
      *                     QUEUE DRAIN, OUT WITH RETURN-CODE 8.
      *    2026-10-15 DL100 EVERY RUN NOW APPENDS A START AND AN END
      *                     RECORD TO THE SUITE RUN CONTROL LOG
      *                     (MODRUNLOG) - OPERATOR, START AND END
      *                     TIMES, RECORDS READ, PROCESSED AND
      *                     REJECTED AND THE FINAL RETURN-CODE - FOR
      *                     THE MORNING OPERATIONS SUMMARY.
      *                     A RUN THAT GIVES UP WAITING ON MODLOCK
      *                     IS LOGGED WITH OUTCOME LOCKED.
      *    2026-10-15 DL100 THE OLD NAME'S LATEST SCAFFOLD VERSION
      *                     REGISTER RECORD IS NOW REPEATED UNDER THE
      *                     NEW NAME - THE DRIFT JOB WAS SEEING A
      *                     RENAMED MODULE AS ON VERSION 0000.  AUDIT
      *                     AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENAME-MODULE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-NOTIFY-STATUS.

           SELECT SCAFFOLD-REGISTER ASSIGN TO "MODSCAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCAF-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-AUDIT-LOG
       01  DEPWORK-RECORD              PIC X(61).

       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 159 CHARACTERS.
       COPY "modntfy.cpy".

       FD  SCAFFOLD-REGISTER
           RECORD CONTAINS 76 CHARACTERS.
       COPY "modscaf.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-CATALOG-STATUS        PIC X(02).
           88  DL100-DEPEND-EOF                   VALUE "Y".
           88  DL100-DEPEND-NOT-EOF               VALUE "N".

      *---------------------------------------------------------------*
      *    SCAFFOLD VERSION REGISTER - THE OLD NAME'S LATEST RECORD,  *
      *    REPEATED UNDER THE NEW NAME.  NO RECORD MEANS THE BUILT-IN *
      *    SCAFFOLD, WHICH THE NEW NAME INHERITS WITHOUT ONE.         *
      *---------------------------------------------------------------*
       77  DL100-SCAF-STATUS           PIC X(02).

       01  DL100-SCAF-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-SCAF-EOF                     VALUE "Y".
           88  DL100-SCAF-NOT-EOF                 VALUE "N".

       01  DL100-SCAF-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-SCAF-FOUND                   VALUE "Y".
           88  DL100-SCAF-NOT-FOUND               VALUE "N".

       01  DL100-HOLD-SCAF-TYPE        PIC X(08).
       01  DL100-HOLD-SCAF-VER         PIC 9(04).

      *---------------------------------------------------------------*
      *    NEW-TREE EXISTENCE CHECK WORK AREAS.                       *
      *---------------------------------------------------------------*
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
           PERFORM 1400-GET-RENAME-ANSWERS THRU 1400-EXIT.
           IF DL100-RUN-CANCELLED
               GO TO 9999-EXIT
           PERFORM 1900-OPEN-FILES THRU 1900-EXIT.
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
           IF DL100-NOT-AUTHORIZED
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT

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
      *----------------------------------------------------------------*
      *    3000-RENAME-MODULE - RUN EVERY CATALOG AND DISK GUARD ON    *
      *    THE NAMES GATHERED IN 1400, THEN MOVE THE TREE AND CARRY    *
      *    CATALOG, REGISTRY, AUDIT, HISTORY AND SCAFFOLD VERSION      *
      *    ALONG.                                                      *
      *----------------------------------------------------------------*
       3000-RENAME-MODULE.
           ADD 1 TO DL100-RUN-READ.
           MOVE DL100-OLD-NAME TO MODULE-NAME.
           PERFORM 3100-LOOKUP-CATALOG THRU 3100-EXIT.
           IF DL100-MODULE-NOT-FOUND
               DISPLAY "Not in catalog, nothing to rename: "
                       DL100-OLD-NAME
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           IF CAT-STATUS-DECOMMED
               DISPLAY "Module is decommissioned - its tree lives "
                       "under archive/.  Reactivate it first."
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           IF DL100-MODULE-FOUND
               DISPLAY "New name is already cataloged: "
                       DL100-NEW-NAME
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           IF DL100-CHECK-RC = 0
               DISPLAY "A tree already exists on disk under the new "
                       "name - nothing renamed."
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3500-WRITE-AUDIT-ENTRY THRU 3500-EXIT.
           PERFORM 3600-WRITE-HISTORY-ENTRY THRU 3600-EXIT.
           PERFORM 3700-WRITE-NOTIFY-ENTRY THRU 3700-EXIT.
           PERFORM 3800-CARRY-SCAFFOLD-VERSION THRU 3800-EXIT.

           ADD 1 TO DL100-RUN-PROCESSED.
           DISPLAY "Module renamed: " DL100-OLD-NAME.
           DISPLAY "           to: " DL100-NEW-NAME.
       3000-EXIT.
      *----------------------------------------------------------------*
       3500-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3800-CARRY-SCAFFOLD-VERSION - FIND THE OLD NAME'S LATEST    *
      *    SCAFFOLD VERSION REGISTER RECORD AND APPEND THE SAME TYPE   *
      *    AND VERSION UNDER THE NEW NAME, SO THE DRIFT JOB DOES NOT   *
      *    SEE THE RENAMED MODULE AS BACK ON 0000.  NO REGISTER, OR NO *
      *    RECORD FOR THE OLD NAME, LEAVES NOTHING TO CARRY.  REUSES   *
      *    THE TIMESTAMP THE AUDIT ENTRY JUST BUILT.                   *
      *----------------------------------------------------------------*
       3800-CARRY-SCAFFOLD-VERSION.
           SET DL100-SCAF-NOT-FOUND TO TRUE.
           SET DL100-SCAF-NOT-EOF TO TRUE.
           OPEN INPUT SCAFFOLD-REGISTER.
           IF DL100-SCAF-STATUS NOT = "00"
               GO TO 3800-EXIT
           END-IF.

           PERFORM 3810-SCAN-ONE-REGISTER THRU 3810-EXIT
               UNTIL DL100-SCAF-EOF.
           CLOSE SCAFFOLD-REGISTER.

           IF DL100-SCAF-NOT-FOUND
               GO TO 3800-EXIT
           END-IF.

           OPEN EXTEND SCAFFOLD-REGISTER.
           IF DL100-SCAF-STATUS NOT = "00"
               DISPLAY "Warning - could not carry the scaffold "
                       "version to the new name - MODSCAF."
               GO TO 3800-EXIT
           END-IF.

           MOVE SPACES TO SCAF-RECORD.
           MOVE DL100-NEW-NAME       TO SCAF-MODULE-NAME.
           MOVE DL100-HOLD-SCAF-TYPE TO SCAF-MODULE-TYPE.
           MOVE DL100-HOLD-SCAF-VER  TO SCAF-TEMPLATE-VER.
           MOVE DL100-TIMESTAMP-OUT  TO SCAF-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO SCAF-OPERATOR-ID.
           WRITE SCAF-RECORD.
           IF DL100-SCAF-STATUS NOT = "00"
               DISPLAY "Warning - could not carry the scaffold "
                       "version to the new name - MODSCAF."
           END-IF.
           CLOSE SCAFFOLD-REGISTER.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3810-SCAN-ONE-REGISTER - ONE MODSCAF RECORD.  A LATER       *
      *    RECORD FOR THE OLD NAME REPLACES AN EARLIER ONE.            *
      *----------------------------------------------------------------*
       3810-SCAN-ONE-REGISTER.
           READ SCAFFOLD-REGISTER
               AT END
                   SET DL100-SCAF-EOF TO TRUE
           END-READ.

           IF DL100-SCAF-EOF
               GO TO 3810-EXIT
           END-IF.

           IF SCAF-MODULE-NAME NOT = DL100-OLD-NAME
               OR SCAF-TEMPLATE-VER IS NOT NUMERIC
               GO TO 3810-EXIT
           END-IF.

           SET DL100-SCAF-FOUND TO TRUE.
           MOVE SCAF-MODULE-TYPE  TO DL100-HOLD-SCAF-TYPE.
           MOVE SCAF-TEMPLATE-VER TO DL100-HOLD-SCAF-VER.
       3810-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8500-SEAL-AUDIT-ENTRY - NUMBER AND CHECK-CHAIN THE AUDIT    *
      *    ENTRY IN HAND.  READS THE PRIOR SEQUENCE AND CHECK VALUE    *
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
           MOVE "RENAME-MODULE"       TO RUN-PROGRAM-ID.
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
           MOVE "RENAME-MODULE"       TO RUN-PROGRAM-ID.
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
