      *        A COPY THAT DOES NOT VERIFY LEAVES THE CATALOG FLAG
      *        ALONE AND ENDS WITH RETURN-CODE 8.  THE PROMOTE
      *        ACTION NEEDS OPR-PROMOTE-AUTH ON THE OPERATOR MASTER.
      *        BEFORE ANYTHING IS COPIED EVERY PROVIDER THE MODULE
      *        DEPENDS ON (DEP-DEPENDS-ON, FOLLOWED THROUGH THE WHOLE
      *        REGISTRY) MUST ALREADY BE FLAGGED IN THE TARGET
      *        ENVIRONMENT AND NOT DECOMMISSIONED.  ANY THAT IS NOT
      *        BLOCKS THE PROMOTION - THE BLOCKERS ARE LISTED, A
      *        DENIED AUDIT ENTRY IS WRITTEN AND THE RUN ENDS WITH
      *        RETURN-CODE 8.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *                     A PROMPT WAS HOLDING MODLOCK AND FAILING
      *                     EVERY OTHER RUN, INCLUDING THE OVERNIGHT
      *                     QUEUE DRAIN, OUT WITH RETURN-CODE 8.
      *    2026-10-15 DL100 DEPENDENCY GATE - A PROMOTION IS REFUSED
      *                     WHILE ANY DIRECT OR INDIRECT PROVIDER IS
      *                     MISSING FROM THE TARGET ENVIRONMENT OR
      *                     DECOMMISSIONED.  BLOCKERS ARE LISTED AND A
      *                     DENIED AUDIT ENTRY IS WRITTEN.
      *    2026-10-15 DL100 EVERY RUN NOW APPENDS A START AND AN END
      *                     RECORD TO THE SUITE RUN CONTROL LOG
      *                     (MODRUNLOG) - OPERATOR, START AND END
      *                     TIMES, RECORDS READ, PROCESSED AND
      *                     REJECTED AND THE FINAL RETURN-CODE - FOR
      *                     THE MORNING OPERATIONS SUMMARY.
      *                     A RUN THAT GIVES UP WAITING ON MODLOCK
      *                     IS LOGGED WITH OUTCOME LOCKED.
      *    2026-10-15 DL100 AUDIT AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH), SO MODHIST SORTS IN
      *                     THE ORDER THE CHANGES WERE MADE.
      *    2026-10-15 DL100 A DEPENDENCY REGISTRY THAT EXISTS BUT WILL
      *                     NOT OPEN NOW DENIES THE PROMOTION (DENIED
      *                     AUDIT ENTRY, RETURN-CODE 8) INSTEAD OF
      *                     BEING TAKEN AS NO PROVIDERS.
      *    2026-10-15 DL100 A REGISTRY TOO BIG FOR THE EDGE TABLE, OR
      *                     MORE PROVIDERS THAN THE REACH LIST HOLDS,
      *                     NOW BLOCKS THE PROMOTION (NOT ALL CHECKED)
      *                     INSTEAD OF PASSING ON A PARTIAL CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTE-MODULE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SEQ-STATUS.

           SELECT MODULE-DEPENDENCY ASSIGN TO "MODDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DEPEND-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-AUDIT-LOG
       COPY "modcat.cpy".

       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 15 CHARACTERS.
       COPY "modausq.cpy".

       FD  MODULE-DEPENDENCY
           RECORD CONTAINS 61 CHARACTERS.
       COPY "moddep.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-CATALOG-STATUS        PIC X(02).
       01  DL100-CHECK-INFO            PIC X(36).
       01  DL100-CHECK-RC              PIC 9(08) COMP.

      *---------------------------------------------------------------*
      *    DEPENDENCY GATE - THE WHOLE REGISTRY LOADED AS EDGES, THE  *
      *    REACH LIST OF EVERY PROVIDER FOUND FROM THE MODULE (SLOT 1 *
      *    IS THE MODULE ITSELF, SO A CIRCULAR CHAIN STOPS THERE),    *
      *    AND THE PROVIDERS THAT BLOCK THE PROMOTION WITH WHY.       *
      *---------------------------------------------------------------*
       77  DL100-DEPEND-STATUS         PIC X(02).

       01  DL100-EDGE-TABLE.
           05  DL100-EDGE-ENTRY OCCURS 2000 TIMES.
               10  DL100-EDGE-DEPENDENT   PIC X(30).
               10  DL100-EDGE-PROVIDER    PIC X(30).
       77  DL100-EDGE-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-EDGE-IX               PIC 9(05) COMP.

       01  DL100-DEPEND-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-DEPEND-EOF                   VALUE "Y".
           88  DL100-DEPEND-NOT-EOF               VALUE "N".

       01  DL100-REACH-TABLE.
           05  DL100-REACH-NAME OCCURS 500 TIMES
                                       PIC X(30).
       77  DL100-REACH-COUNT           PIC 9(03) COMP VALUE 0.
       77  DL100-REACH-IX              PIC 9(03) COMP.
       77  DL100-SEEN-IX               PIC 9(03) COMP.

       01  DL100-REACH-FULL-SW         PIC X(01) VALUE "N".
           88  DL100-REACH-FULL                   VALUE "Y".
           88  DL100-REACH-NOT-FULL               VALUE "N".

       01  DL100-SEEN-SW               PIC X(01) VALUE "N".
           88  DL100-NODE-SEEN                    VALUE "Y".
           88  DL100-NODE-NOT-SEEN                VALUE "N".

       01  DL100-CHILD-NODE            PIC X(30).

       01  DL100-BLOCKER-TABLE.
           05  DL100-BLOCKER-ENTRY OCCURS 500 TIMES.
               10  DL100-BLK-NAME         PIC X(30).
               10  DL100-BLK-REASON       PIC X(16).
       77  DL100-BLOCKER-COUNT         PIC 9(03) COMP VALUE 0.
       77  DL100-BLOCKER-IX            PIC 9(03) COMP.
       77  DL100-BLOCKER-COUNT-OUT     PIC ZZ9.

       01  DL100-GATE-SW               PIC X(01) VALUE "N".
           88  DL100-GATE-BLOCKED                 VALUE "Y".
           88  DL100-GATE-CLEAR                   VALUE "N".

      *---------------------------------------------------------------*
      *    BLOCKED DETAIL LINE WRITTEN TO AUD-DETAIL ON A DENIED      *
      *    PROMOTION - THE FIRST BLOCKER AND HOW MANY MORE.           *
      *---------------------------------------------------------------*
       01  DL100-BLOCKED-DETAIL.
           05  FILLER                  PIC X(08) VALUE "PROMOTE ".
           05  DL100-BD-ENV            PIC X(04).
           05  FILLER                  PIC X(12)
                                       VALUE " BLOCKED BY ".
           05  DL100-BD-FIRST          PIC X(30).
           05  FILLER                  PIC X(02) VALUE " +".
           05  DL100-BD-MORE           PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE " MORE".

      *---------------------------------------------------------------*
      *    AUDIT CHAIN WORK AREAS - PRIOR SEQUENCE AND CHECK VALUE    *
      *    FROM MODAUDSEQ PLUS THE RUNNING CHECKSUM.                  *
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
           PERFORM 2000-GET-MODULE-NAME THRU 2000-EXIT
               UNTIL DL100-VALID-NAME.
           PERFORM 1050-TAKE-UPDATE-LOCK THRU 1050-EXIT.
           PERFORM 1900-OPEN-FILES THRU 1900-EXIT.
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
           IF DL100-NOT-AUTHORIZED
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-PROMOTE-MODULE THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-VERIFY-FAILED OR DL100-GATE-BLOCKED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

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
      *    3000-PROMOTE-MODULE - RUN EVERY GUARD ON THE MODULE         *
      *    GATHERED UP FRONT, CHECK THE PROVIDERS, VERIFY DEV, COPY,   *
      *    VERIFY THE COPY, THEN FLAG, AUDIT AND RECORD HISTORY.       *
      *----------------------------------------------------------------*
       3000-PROMOTE-MODULE.
           ADD 1 TO DL100-RUN-READ.
           PERFORM 3100-LOOKUP-CATALOG THRU 3100-EXIT.
           IF DL100-MODULE-NOT-FOUND
               DISPLAY "Not in catalog, nothing to promote: "
                       MODULE-NAME
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           IF NOT CAT-STATUS-ACTIVE
               DISPLAY "Only an ACTIVE module can be promoted: "
                       MODULE-NAME
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3700-CHECK-PROVIDERS THRU 3700-EXIT.
           IF DL100-GATE-BLOCKED
               PERFORM 3780-REPORT-BLOCKERS THRU 3780-EXIT
               PERFORM 3790-WRITE-BLOCKED-AUDIT THRU 3790-EXIT
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

      *    THE PROVIDER READS REUSED THE CATALOG RECORD AREA - PUT THE
      *    MODULE'S OWN ENTRY BACK BEFORE ANYTHING ELSE LOOKS AT IT.
           PERFORM 3100-LOOKUP-CATALOG THRU 3100-EXIT.

      *    EVERY CATALOG ENTRY IS IN DEV BY DEFINITION - THE ON-DISK
      *    VERIFICATION BELOW IS WHAT PROVES THE DEV TREE IS REALLY
      *    THERE AND WHOLE BEFORE ANYTHING IS COPIED.
               DISPLAY "DEV tree does not verify for " MODULE-NAME
                       " at step: " DL100-FAILED-STEP
               DISPLAY "Nothing promoted."
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

               DISPLAY "Promoted copy does not verify for "
                       MODULE-NAME " at step: " DL100-FAILED-STEP
               DISPLAY "Catalog flag left unchanged."
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3400-WRITE-AUDIT-ENTRY THRU 3400-EXIT.
           PERFORM 3500-WRITE-HISTORY-ENTRY THRU 3500-EXIT.

           ADD 1 TO DL100-RUN-PROCESSED.
           DISPLAY "Module promoted to " DL100-ENV-NAME ": "
                   MODULE-NAME.
       3000-EXIT.
      *----------------------------------------------------------------*
       3400-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3700-CHECK-PROVIDERS - LOAD THE DEPENDENCY REGISTRY, GATHER *
      *    EVERY PROVIDER REACHABLE FROM THE MODULE, THEN TEST EACH    *
      *    ONE AGAINST THE CATALOG.  A MISSING REGISTRY (STATUS 35)    *
      *    MEANS THE MODULE DEPENDS ON NOTHING.  A REGISTRY THAT IS    *
      *    THERE BUT WILL NOT OPEN BLOCKS THE PROMOTION - THE GATE     *
      *    CANNOT BE PASSED ON PROVIDERS IT COULD NOT READ.            *
      *----------------------------------------------------------------*
       3700-CHECK-PROVIDERS.
           SET DL100-GATE-CLEAR TO TRUE.
           MOVE 0 TO DL100-BLOCKER-COUNT.
           MOVE 0 TO DL100-EDGE-COUNT.
           SET DL100-DEPEND-NOT-EOF TO TRUE.
           SET DL100-REACH-NOT-FULL TO TRUE.

           OPEN INPUT MODULE-DEPENDENCY.
           IF DL100-DEPEND-STATUS = "35"
               GO TO 3700-EXIT
           END-IF.
           IF DL100-DEPEND-STATUS NOT = "00"
               DISPLAY "Unable to read dependency registry - MODDEP "
                       "status " DL100-DEPEND-STATUS "."
               MOVE SPACES TO DL100-CHILD-NODE
               STRING "MODDEP STATUS " DL100-DEPEND-STATUS
                      DELIMITED BY SIZE
                      INTO DL100-CHILD-NODE
               END-STRING
               PERFORM 3760-ADD-BLOCKER THRU 3760-EXIT
               MOVE "UNREADABLE" TO DL100-BLK-REASON
                                        (DL100-BLOCKER-COUNT)
               SET DL100-GATE-BLOCKED TO TRUE
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3710-LOAD-ONE-EDGE THRU 3710-EXIT
               UNTIL DL100-DEPEND-EOF.
           CLOSE MODULE-DEPENDENCY.

           MOVE 1 TO DL100-REACH-COUNT.
           MOVE SPACES TO DL100-REACH-NAME(1).
           MOVE MODULE-NAME TO DL100-REACH-NAME(1).
           PERFORM 3720-EXPAND-ONE-NODE THRU 3720-EXIT
               VARYING DL100-REACH-IX FROM 1 BY 1
               UNTIL DL100-REACH-IX > DL100-REACH-COUNT.

           PERFORM 3750-ASSESS-ONE-PROVIDER THRU 3750-EXIT
               VARYING DL100-REACH-IX FROM 2 BY 1
               UNTIL DL100-REACH-IX > DL100-REACH-COUNT
               OR DL100-BLOCKER-COUNT >= 500.

           IF DL100-BLOCKER-COUNT > 0
               SET DL100-GATE-BLOCKED TO TRUE
           END-IF.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3710-LOAD-ONE-EDGE - ONE REGISTRY RECORD INTO THE TABLE.    *
      *----------------------------------------------------------------*
       3710-LOAD-ONE-EDGE.
           READ MODULE-DEPENDENCY
               AT END
                   SET DL100-DEPEND-EOF TO TRUE
           END-READ.

           IF DL100-DEPEND-EOF
               GO TO 3710-EXIT
           END-IF.

           IF DL100-EDGE-COUNT >= 2000
               DISPLAY "Registry larger than the edge table - the "
                       "providers past record 2000 cannot be checked."
               MOVE "REGISTRY OVER 2000 EDGES" TO DL100-CHILD-NODE
               PERFORM 3760-ADD-BLOCKER THRU 3760-EXIT
               MOVE "NOT ALL CHECKED" TO DL100-BLK-REASON
                                             (DL100-BLOCKER-COUNT)
               SET DL100-DEPEND-EOF TO TRUE
               GO TO 3710-EXIT
           END-IF.

           ADD 1 TO DL100-EDGE-COUNT.
           MOVE DEP-MODULE-NAME
               TO DL100-EDGE-DEPENDENT(DL100-EDGE-COUNT).
           MOVE DEP-DEPENDS-ON
               TO DL100-EDGE-PROVIDER(DL100-EDGE-COUNT).
       3710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3720-EXPAND-ONE-NODE - ADD THE DIRECT PROVIDERS OF ONE      *
      *    REACH-LIST ENTRY TO THE END OF THE LIST.  THE LIST GROWS    *
      *    WHILE IT IS WALKED, WHICH IS WHAT MAKES THE GATE            *
      *    TRANSITIVE.                                                 *
      *----------------------------------------------------------------*
       3720-EXPAND-ONE-NODE.
           PERFORM 3730-TEST-ONE-EDGE THRU 3730-EXIT
               VARYING DL100-EDGE-IX FROM 1 BY 1
               UNTIL DL100-EDGE-IX > DL100-EDGE-COUNT.
       3720-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3730-TEST-ONE-EDGE - AN EDGE WHOSE DEPENDENT IS THE NODE IN *
      *    HAND NAMES A PROVIDER; KEEP IT UNLESS ALREADY LISTED.       *
      *----------------------------------------------------------------*
       3730-TEST-ONE-EDGE.
           IF DL100-EDGE-DEPENDENT(DL100-EDGE-IX)
               NOT = DL100-REACH-NAME(DL100-REACH-IX)
               GO TO 3730-EXIT
           END-IF.

           MOVE DL100-EDGE-PROVIDER(DL100-EDGE-IX) TO DL100-CHILD-NODE.
           SET DL100-NODE-NOT-SEEN TO TRUE.
           PERFORM 3740-TEST-ONE-SEEN THRU 3740-EXIT
               VARYING DL100-SEEN-IX FROM 1 BY 1
               UNTIL DL100-SEEN-IX > DL100-REACH-COUNT
               OR DL100-NODE-SEEN.

           IF DL100-NODE-SEEN
               GO TO 3730-EXIT
           END-IF.

           IF DL100-REACH-COUNT >= 500
               IF DL100-REACH-NOT-FULL
                   DISPLAY "More than 500 providers - the rest "
                           "cannot be checked."
                   SET DL100-REACH-FULL TO TRUE
                   MOVE "PROVIDERS OVER 500" TO DL100-CHILD-NODE
                   PERFORM 3760-ADD-BLOCKER THRU 3760-EXIT
                   MOVE "NOT ALL CHECKED" TO DL100-BLK-REASON
                                                 (DL100-BLOCKER-COUNT)
               END-IF
               GO TO 3730-EXIT
           END-IF.

           ADD 1 TO DL100-REACH-COUNT.
           MOVE DL100-CHILD-NODE TO DL100-REACH-NAME(DL100-REACH-COUNT).
       3730-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3740-TEST-ONE-SEEN - COMPARE THE PROVIDER TO ONE ENTRY      *
      *    ALREADY ON THE REACH LIST.                                  *
      *----------------------------------------------------------------*
       3740-TEST-ONE-SEEN.
           IF DL100-REACH-NAME(DL100-SEEN-IX) = DL100-CHILD-NODE
               SET DL100-NODE-SEEN TO TRUE
           END-IF.
       3740-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3750-ASSESS-ONE-PROVIDER - RANDOM READ OF THE CATALOG FOR   *
      *    ONE PROVIDER.  NOT CATALOGED, DECOMMISSIONED, OR NOT YET    *
      *    FLAGGED IN THE TARGET ENVIRONMENT EACH BLOCK.               *
      *----------------------------------------------------------------*
       3750-ASSESS-ONE-PROVIDER.
           MOVE DL100-REACH-NAME(DL100-REACH-IX) TO DL100-CHILD-NODE.

           SET DL100-MODULE-NOT-FOUND TO TRUE.
           MOVE SPACES TO CAT-MODULE-NAME.
           MOVE DL100-CHILD-NODE TO CAT-MODULE-NAME.
           READ MODULE-CATALOG
               KEY IS CAT-MODULE-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DL100-MODULE-FOUND TO TRUE
           END-READ.

           IF DL100-MODULE-NOT-FOUND
               PERFORM 3760-ADD-BLOCKER THRU 3760-EXIT
               MOVE "NOT CATALOGED" TO DL100-BLK-REASON
                                           (DL100-BLOCKER-COUNT)
               GO TO 3750-EXIT
           END-IF.

           IF CAT-STATUS-DECOMMED
               PERFORM 3760-ADD-BLOCKER THRU 3760-EXIT
               MOVE "DECOMMISSIONED" TO DL100-BLK-REASON
                                            (DL100-BLOCKER-COUNT)
               GO TO 3750-EXIT
           END-IF.

           IF (DL100-ENV-ANS-PROD AND NOT CAT-IN-PROD)
               OR (NOT DL100-ENV-ANS-PROD AND NOT CAT-IN-QA)
               PERFORM 3760-ADD-BLOCKER THRU 3760-EXIT
               MOVE SPACES TO DL100-BLK-REASON(DL100-BLOCKER-COUNT)
               STRING "NOT IN " DELIMITED BY SIZE
                      DL100-ENV-NAME DELIMITED BY SPACE
                      INTO DL100-BLK-REASON(DL100-BLOCKER-COUNT)
               END-STRING
           END-IF.
       3750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3760-ADD-BLOCKER - OPEN A BLOCKER SLOT FOR THE PROVIDER IN  *
      *    HAND.  THE CALLER FILLS IN THE REASON.                      *
      *----------------------------------------------------------------*
       3760-ADD-BLOCKER.
           ADD 1 TO DL100-BLOCKER-COUNT.
           MOVE DL100-CHILD-NODE TO DL100-BLK-NAME(DL100-BLOCKER-COUNT).
       3760-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3780-REPORT-BLOCKERS - TELL THE OPERATOR WHAT HAS TO GO     *
      *    FIRST.                                                      *
      *----------------------------------------------------------------*
       3780-REPORT-BLOCKERS.
           MOVE DL100-BLOCKER-COUNT TO DL100-BLOCKER-COUNT-OUT.
           DISPLAY "Promotion of " MODULE-NAME " to " DL100-ENV-NAME
                   " refused - provider(s) not ready: "
                   DL100-BLOCKER-COUNT-OUT.
           PERFORM 3785-REPORT-ONE-BLOCKER THRU 3785-EXIT
               VARYING DL100-BLOCKER-IX FROM 1 BY 1
               UNTIL DL100-BLOCKER-IX > DL100-BLOCKER-COUNT.
           DISPLAY "Nothing promoted.".
       3780-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3785-REPORT-ONE-BLOCKER - ONE PROVIDER AND WHY IT BLOCKS.   *
      *----------------------------------------------------------------*
       3785-REPORT-ONE-BLOCKER.
           DISPLAY "  " DL100-BLK-NAME(DL100-BLOCKER-IX) " "
                   DL100-BLK-REASON(DL100-BLOCKER-IX).
       3785-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3790-WRITE-BLOCKED-AUDIT - A DENIED ENTRY AGAINST THE       *
      *    MODULE NAMING THE ENVIRONMENT AND THE FIRST BLOCKER.        *
      *----------------------------------------------------------------*
       3790-WRITE-BLOCKED-AUDIT.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE DL100-ENV-NAME   TO DL100-BD-ENV.
           MOVE DL100-BLK-NAME(1) TO DL100-BD-FIRST.
           COMPUTE DL100-BD-MORE = DL100-BLOCKER-COUNT - 1.

           MOVE SPACES TO AUD-RECORD.
           MOVE MODULE-NAME          TO AUD-MODULE-NAME.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-BLOCKED-DETAIL TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       3790-EXIT.
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
           MOVE "PROMOTE-MODULE"      TO RUN-PROGRAM-ID.
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
           MOVE "PROMOTE-MODULE"      TO RUN-PROGRAM-ID.
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
