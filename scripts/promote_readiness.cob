      ******************************************************************
      *
      *    PROGRAM-ID.  PROMOTE-READINESS
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        PROMOTION READINESS REPORT FOR ONE ENVIRONMENT (QA OR
      *        PROD).  EVERY ACTIVE CATALOG ENTRY NOT YET FLAGGED IN
      *        THAT ENVIRONMENT IS LISTED AS READY OR BLOCKED, USING
      *        THE SAME RULE PROMOTE-MODULE'S DEPENDENCY GATE APPLIES -
      *        EVERY PROVIDER REACHABLE THROUGH THE DEPENDENCY
      *        REGISTRY (MODDEP) MUST ALREADY BE FLAGGED THERE AND NOT
      *        DECOMMISSIONED.  A BLOCKED MODULE IS FOLLOWED BY THE
      *        PROVIDERS HOLDING IT UP.
      *        THE REPORT ENDS WITH A SUGGESTED PROMOTION ORDER,
      *        PROVIDERS FIRST, IN WAVES - WAVE 1 IS READY NOW, WAVE 2
      *        BECOMES READY ONCE WAVE 1 IS PROMOTED, AND SO ON.  A
      *        MODULE HELD UP BY A DECOMMISSIONED OR UNCATALOGED
      *        PROVIDER, OR BY A CIRCULAR CHAIN, CAN NEVER BE PLACED;
      *        THOSE ARE LISTED SEPARATELY AND THE RUN ENDS WITH
      *        RETURN-CODE 4.  READ-ONLY; NO LOCK IS TAKEN.
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
      *    2026-10-15 DL100 A DEPENDENCY REGISTRY THAT EXISTS BUT WILL
      *                     NOT OPEN NOW ABORTS THE RUN WITH
      *                     RETURN-CODE 8 AND NO REPORT, INSTEAD OF
      *                     BEING TAKEN AS NO DEPENDENCIES.
      *    2026-10-15 DL100 A REGISTRY TOO BIG FOR THE EDGE TABLE, OR A
      *                     CANDIDATE WITH MORE PROVIDERS THAN THE
      *                     REACH LIST HOLDS, NOW SHOWS THE CANDIDATE
      *                     NOT READY (NOT ALL CHECKED) WITH A WARNING
      *                     AND RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTE-READINESS.

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

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-DEPEND-STATUS         PIC X(02).

       77  DL100-READY-COUNT           PIC 9(05) COMP VALUE 0.
       77  DL100-BLOCKED-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-STUCK-COUNT           PIC 9(05) COMP VALUE 0.
       77  DL100-CAND-COUNT-OUT        PIC ZZZZ9.
       77  DL100-READY-COUNT-OUT       PIC ZZZZ9.
       77  DL100-BLOCKED-COUNT-OUT     PIC ZZZZ9.
       77  DL100-STUCK-COUNT-OUT       PIC ZZZZ9.

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-DEPEND-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-DEPEND-EOF                   VALUE "Y".
           88  DL100-DEPEND-NOT-EOF               VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

      *---------------------------------------------------------------*
      *    TARGET ENVIRONMENT - ANSWER BYTE AND THE FLAG WORD.        *
      *---------------------------------------------------------------*
       01  DL100-ENV-ANSWER-SW         PIC X(01) VALUE "Q".
           88  DL100-ENV-ANS-QA                   VALUE "Q" "q".
           88  DL100-ENV-ANS-PROD                 VALUE "P" "p".

       01  DL100-ENV-NAME              PIC X(04).

      *---------------------------------------------------------------*
      *    CATALOG TABLE - NAME, TEAM, STATUS AND WHETHER THE ENTRY   *
      *    IS FLAGGED IN THE CHOSEN ENVIRONMENT.  LOADED IN KEY       *
      *    ORDER, SO THE REPORT COMES OUT IN NAME ORDER.              *
      *---------------------------------------------------------------*
       01  DL100-MOD-TABLE.
           05  DL100-MOD-ENTRY OCCURS 2000 TIMES.
               10  DL100-MT-NAME          PIC X(30).
               10  DL100-MT-TEAM          PIC X(30).
               10  DL100-MT-STATUS        PIC X(12).
               10  DL100-MT-IN-ENV        PIC X(01).
      *            CANDIDATE - ACTIVE AND NOT YET IN THE ENVIRONMENT
               10  DL100-MT-CAND          PIC X(01).
      *            SUGGESTED WAVE, ZERO UNTIL PLACED
               10  DL100-MT-WAVE          PIC 9(03) COMP.
               10  DL100-MT-BLK-FIRST     PIC 9(05) COMP.
               10  DL100-MT-BLK-COUNT     PIC 9(05) COMP.
       77  DL100-MOD-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-MOD-IX                PIC 9(05) COMP.
       77  DL100-FIND-IX               PIC 9(05) COMP.
       01  DL100-FIND-NAME             PIC X(30).

       01  DL100-FIND-SW               PIC X(01) VALUE "N".
           88  DL100-NAME-FOUND                   VALUE "Y".
           88  DL100-NAME-NOT-FOUND               VALUE "N".

      *---------------------------------------------------------------*
      *    DEPENDENCY REGISTRY TABLE - THE WHOLE FILE, LOADED ONCE.   *
      *    EACH ENTRY READS "EDGE-DEPENDENT DEPENDS ON EDGE-PROVIDER".*
      *---------------------------------------------------------------*
       01  DL100-EDGE-TABLE.
           05  DL100-EDGE-ENTRY OCCURS 2000 TIMES.
               10  DL100-EDGE-DEPENDENT   PIC X(30).
               10  DL100-EDGE-PROVIDER    PIC X(30).
       77  DL100-EDGE-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-EDGE-IX               PIC 9(05) COMP.

      *---------------------------------------------------------------*
      *    REACH LIST FOR ONE CANDIDATE - SLOT 1 IS THE CANDIDATE     *
      *    ITSELF, SO A CIRCULAR CHAIN STOPS THERE.                   *
      *---------------------------------------------------------------*
       01  DL100-REACH-TABLE.
           05  DL100-REACH-NAME OCCURS 500 TIMES
                                       PIC X(30).
       77  DL100-REACH-COUNT           PIC 9(03) COMP VALUE 0.
       77  DL100-REACH-IX              PIC 9(03) COMP.
       77  DL100-SEEN-IX               PIC 9(03) COMP.

       01  DL100-EDGE-FULL-SW          PIC X(01) VALUE "N".
           88  DL100-EDGE-TABLE-FULL              VALUE "Y".
           88  DL100-EDGE-TABLE-NOT-FULL          VALUE "N".

       01  DL100-REACH-FULL-SW         PIC X(01) VALUE "N".
           88  DL100-REACH-FULL                   VALUE "Y".
           88  DL100-REACH-NOT-FULL               VALUE "N".
       77  DL100-REACH-FULL-COUNT      PIC 9(05) COMP VALUE 0.
       77  DL100-REACH-FULL-COUNT-OUT  PIC ZZZZ9.

       01  DL100-SEEN-SW               PIC X(01) VALUE "N".
           88  DL100-NODE-SEEN                    VALUE "Y".
           88  DL100-NODE-NOT-SEEN                VALUE "N".

       01  DL100-CHILD-NODE            PIC X(30).

      *---------------------------------------------------------------*
      *    BLOCKER TABLE - EVERY CANDIDATE'S BLOCKERS, END TO END.    *
      *    A CANDIDATE OWNS THE RUN FROM MT-BLK-FIRST FOR             *
      *    MT-BLK-COUNT ENTRIES.                                      *
      *---------------------------------------------------------------*
       01  DL100-BLOCKER-TABLE.
           05  DL100-BLOCKER-ENTRY OCCURS 5000 TIMES.
               10  DL100-BLK-NAME         PIC X(30).
               10  DL100-BLK-REASON       PIC X(16).
       77  DL100-BLOCKER-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-BLOCKER-IX            PIC 9(05) COMP.
       77  DL100-BLOCKER-END           PIC 9(05) COMP.

       01  DL100-BLOCKER-FULL-SW       PIC X(01) VALUE "N".
           88  DL100-BLOCKER-TABLE-FULL           VALUE "Y".
           88  DL100-BLOCKER-TABLE-NOT-FULL       VALUE "N".

      *---------------------------------------------------------------*
      *    PROMOTION ORDER WORK AREAS.                                *
      *---------------------------------------------------------------*
       77  DL100-WAVE                  PIC 9(03) COMP VALUE 0.
       77  DL100-LAST-WAVE             PIC 9(03) COMP VALUE 0.
       77  DL100-PLACED-THIS-WAVE      PIC 9(05) COMP VALUE 0.
       77  DL100-SEQ-NO                PIC 9(05) COMP VALUE 0.
       77  DL100-SEQ-OUT               PIC ZZZZ9.

       01  DL100-PLACEABLE-SW          PIC X(01) VALUE "N".
           88  DL100-PLACEABLE                    VALUE "Y".
           88  DL100-NOT-PLACEABLE                VALUE "N".

      *---------------------------------------------------------------*
      *    REPORT LINES.                                              *
      *---------------------------------------------------------------*
       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-NAME           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL100-DL-TEAM           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL100-DL-STATE          PIC X(07).

       01  DL100-BLOCKER-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "needs   ".
           05  DL100-BL-NAME           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL100-BL-REASON         PIC X(16).

       01  DL100-ORDER-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-OL-SEQ            PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-OL-WAVE           PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-OL-NAME           PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DL100-OL-TEAM           PIC X(30).

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
           IF DL100-CATALOG-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2500-LOAD-EDGE-TABLE THRU 2500-EXIT.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-ASSESS-CANDIDATES THRU 3000-EXIT.
           PERFORM 4000-ORDER-CANDIDATES THRU 4000-EXIT.
           PERFORM 8000-PRINT-READINESS THRU 8000-EXIT.
           PERFORM 8500-PRINT-ORDER THRU 8500-EXIT.
           IF DL100-STUCK-COUNT > 0 OR DL100-EDGE-TABLE-FULL
              OR DL100-REACH-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - PICK THE ENVIRONMENT TO ASSESS.           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Readiness for - (Q)A or (P)ROD: "
               WITH NO ADVANCING.
           ACCEPT DL100-ENV-ANSWER-SW.

           IF DL100-ENV-ANS-PROD
               MOVE "PROD" TO DL100-ENV-NAME
           ELSE
               MOVE "QA"   TO DL100-ENV-NAME
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-CATALOG - EVERY CATALOG ENTRY INTO THE TABLE,     *
      *    MARKING THE PROMOTION CANDIDATES.                           *
      *----------------------------------------------------------------*
       2000-LOAD-CATALOG.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-ONE-MODULE THRU 2100-EXIT
               UNTIL DL100-CATALOG-EOF.
           CLOSE MODULE-CATALOG.
           MOVE "00" TO DL100-CATALOG-STATUS.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-ONE-MODULE - ONE CATALOG RECORD INTO THE TABLE.   *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-MODULE.
           READ MODULE-CATALOG NEXT RECORD
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF
               GO TO 2100-EXIT
           END-IF.

           IF DL100-MOD-COUNT >= 2000
               DISPLAY "Warning - more modules than the table "
                       "holds; report covers the first 2000."
               SET DL100-CATALOG-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-MOD-COUNT.
           MOVE CAT-MODULE-NAME TO DL100-MT-NAME(DL100-MOD-COUNT).
           ADD 1 TO DL100-RUN-READ.
           MOVE CAT-OWNING-TEAM TO DL100-MT-TEAM(DL100-MOD-COUNT).
           MOVE CAT-STATUS      TO DL100-MT-STATUS(DL100-MOD-COUNT).
           MOVE "N" TO DL100-MT-IN-ENV(DL100-MOD-COUNT).
           IF (DL100-ENV-ANS-PROD AND CAT-IN-PROD)
               OR (NOT DL100-ENV-ANS-PROD AND CAT-IN-QA)
               MOVE "Y" TO DL100-MT-IN-ENV(DL100-MOD-COUNT)
           END-IF.

           MOVE "N" TO DL100-MT-CAND(DL100-MOD-COUNT).
           IF CAT-STATUS-ACTIVE
               AND DL100-MT-IN-ENV(DL100-MOD-COUNT) = "N"
               MOVE "Y" TO DL100-MT-CAND(DL100-MOD-COUNT)
           END-IF.
           MOVE 0 TO DL100-MT-WAVE(DL100-MOD-COUNT).
           MOVE 0 TO DL100-MT-BLK-FIRST(DL100-MOD-COUNT).
           MOVE 0 TO DL100-MT-BLK-COUNT(DL100-MOD-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-LOAD-EDGE-TABLE - READ THE WHOLE DEPENDENCY REGISTRY   *
      *    INTO THE EDGE TABLE.  A MISSING REGISTRY FILE (STATUS 35)   *
      *    JUST MEANS NOTHING DEPENDS ON ANYTHING YET.  ONE THAT IS    *
      *    THERE BUT WILL NOT OPEN ABORTS THE RUN - A REPORT BUILT     *
      *    WITHOUT THE EDGES WOULD CALL EVERY CANDIDATE READY.         *
      *----------------------------------------------------------------*
       2500-LOAD-EDGE-TABLE.
           OPEN INPUT MODULE-DEPENDENCY.
           IF DL100-DEPEND-STATUS = "35"
               GO TO 2500-EXIT
           END-IF.
           IF DL100-DEPEND-STATUS NOT = "00"
               DISPLAY "Unable to read dependency registry - MODDEP "
                       "status " DL100-DEPEND-STATUS "."
               DISPLAY "No readiness report produced."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2510-LOAD-ONE-EDGE THRU 2510-EXIT
               UNTIL DL100-DEPEND-EOF.
           CLOSE MODULE-DEPENDENCY.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2510-LOAD-ONE-EDGE - ONE REGISTRY RECORD INTO THE TABLE.    *
      *----------------------------------------------------------------*
       2510-LOAD-ONE-EDGE.
           READ MODULE-DEPENDENCY
               AT END
                   SET DL100-DEPEND-EOF TO TRUE
           END-READ.

           IF DL100-DEPEND-EOF
               GO TO 2510-EXIT
           END-IF.

           IF DL100-EDGE-COUNT >= 2000
               DISPLAY "Warning - registry larger than the edge "
                       "table; no candidate can be shown READY."
               SET DL100-EDGE-TABLE-FULL TO TRUE
               SET DL100-DEPEND-EOF TO TRUE
               GO TO 2510-EXIT
           END-IF.

           ADD 1 TO DL100-EDGE-COUNT.
           MOVE DEP-MODULE-NAME
               TO DL100-EDGE-DEPENDENT(DL100-EDGE-COUNT).
           MOVE DEP-DEPENDS-ON
               TO DL100-EDGE-PROVIDER(DL100-EDGE-COUNT).
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-ASSESS-CANDIDATES - WORK OUT THE BLOCKERS FOR EVERY    *
      *    CANDIDATE.                                                  *
      *----------------------------------------------------------------*
       3000-ASSESS-CANDIDATES.
           PERFORM 3100-ASSESS-ONE-CANDIDATE THRU 3100-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.

           IF DL100-BLOCKER-TABLE-FULL
               DISPLAY "Warning - more blockers than the table "
                       "holds; some blocked modules are under-listed."
           END-IF.
           IF DL100-REACH-FULL-COUNT > 0
               MOVE DL100-REACH-FULL-COUNT TO DL100-REACH-FULL-COUNT-OUT
               DISPLAY "Warning - " DL100-REACH-FULL-COUNT-OUT
                       " candidate(s) reach more than 500 providers; "
                       "shown as not ready."
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-ASSESS-ONE-CANDIDATE - GATHER EVERY PROVIDER REACHABLE *
      *    FROM THE CANDIDATE, THEN TEST EACH ONE AGAINST THE CATALOG  *
      *    TABLE.  NO BLOCKERS MEANS READY.  A CANDIDATE WHOSE         *
      *    PROVIDERS COULD NOT ALL BE GATHERED - THE REGISTRY OR ITS   *
      *    REACH LIST OVERFLOWED - IS BLOCKED AS NOT ALL CHECKED.      *
      *----------------------------------------------------------------*
       3100-ASSESS-ONE-CANDIDATE.
           IF DL100-MT-CAND(DL100-MOD-IX) NOT = "Y"
               GO TO 3100-EXIT
           END-IF.

           SET DL100-REACH-NOT-FULL TO TRUE.
           MOVE 1 TO DL100-REACH-COUNT.
           MOVE DL100-MT-NAME(DL100-MOD-IX) TO DL100-REACH-NAME(1).
           PERFORM 3200-EXPAND-ONE-NODE THRU 3200-EXIT
               VARYING DL100-REACH-IX FROM 1 BY 1
               UNTIL DL100-REACH-IX > DL100-REACH-COUNT.

           COMPUTE DL100-MT-BLK-FIRST(DL100-MOD-IX) =
               DL100-BLOCKER-COUNT + 1.
           PERFORM 3400-ASSESS-ONE-PROVIDER THRU 3400-EXIT
               VARYING DL100-REACH-IX FROM 2 BY 1
               UNTIL DL100-REACH-IX > DL100-REACH-COUNT.

           IF DL100-EDGE-TABLE-FULL
               MOVE "REGISTRY OVER 2000 EDGES" TO DL100-FIND-NAME
               PERFORM 3460-ADD-NOT-CHECKED THRU 3460-EXIT
           END-IF.
           IF DL100-REACH-FULL
               ADD 1 TO DL100-REACH-FULL-COUNT
               MOVE "PROVIDERS OVER 500" TO DL100-FIND-NAME
               PERFORM 3460-ADD-NOT-CHECKED THRU 3460-EXIT
           END-IF.

           IF DL100-MT-BLK-COUNT(DL100-MOD-IX) = 0
               ADD 1 TO DL100-READY-COUNT
               ADD 1 TO DL100-RUN-PROCESSED
           ELSE
               ADD 1 TO DL100-BLOCKED-COUNT
               ADD 1 TO DL100-RUN-REJECTED
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-EXPAND-ONE-NODE - ADD THE DIRECT PROVIDERS OF ONE      *
      *    REACH-LIST ENTRY TO THE END OF THE LIST.                    *
      *----------------------------------------------------------------*
       3200-EXPAND-ONE-NODE.
           PERFORM 3300-TEST-ONE-EDGE THRU 3300-EXIT
               VARYING DL100-EDGE-IX FROM 1 BY 1
               UNTIL DL100-EDGE-IX > DL100-EDGE-COUNT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3300-TEST-ONE-EDGE - AN EDGE WHOSE DEPENDENT IS THE NODE IN *
      *    HAND NAMES A PROVIDER; KEEP IT UNLESS ALREADY LISTED.       *
      *----------------------------------------------------------------*
       3300-TEST-ONE-EDGE.
           IF DL100-EDGE-DEPENDENT(DL100-EDGE-IX)
               NOT = DL100-REACH-NAME(DL100-REACH-IX)
               GO TO 3300-EXIT
           END-IF.

           MOVE DL100-EDGE-PROVIDER(DL100-EDGE-IX) TO DL100-CHILD-NODE.
           SET DL100-NODE-NOT-SEEN TO TRUE.
           PERFORM 3310-TEST-ONE-SEEN THRU 3310-EXIT
               VARYING DL100-SEEN-IX FROM 1 BY 1
               UNTIL DL100-SEEN-IX > DL100-REACH-COUNT
               OR DL100-NODE-SEEN.

           IF DL100-NODE-SEEN
               GO TO 3300-EXIT
           END-IF.

           IF DL100-REACH-COUNT >= 500
               SET DL100-REACH-FULL TO TRUE
               GO TO 3300-EXIT
           END-IF.

           ADD 1 TO DL100-REACH-COUNT.
           MOVE DL100-CHILD-NODE TO DL100-REACH-NAME(DL100-REACH-COUNT).
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3310-TEST-ONE-SEEN - COMPARE THE PROVIDER TO ONE ENTRY      *
      *    ALREADY ON THE REACH LIST.                                  *
      *----------------------------------------------------------------*
       3310-TEST-ONE-SEEN.
           IF DL100-REACH-NAME(DL100-SEEN-IX) = DL100-CHILD-NODE
               SET DL100-NODE-SEEN TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3400-ASSESS-ONE-PROVIDER - NOT CATALOGED, DECOMMISSIONED,   *
      *    OR NOT YET FLAGGED IN THE ENVIRONMENT EACH BLOCK - THE SAME *
      *    TESTS PROMOTE-MODULE'S GATE MAKES.                          *
      *----------------------------------------------------------------*
       3400-ASSESS-ONE-PROVIDER.
           MOVE DL100-REACH-NAME(DL100-REACH-IX) TO DL100-FIND-NAME.
           PERFORM 7000-FIND-MODULE THRU 7000-EXIT.

           IF DL100-NAME-NOT-FOUND
               PERFORM 3450-ADD-BLOCKER THRU 3450-EXIT
               IF DL100-BLOCKER-TABLE-NOT-FULL
                   MOVE "NOT CATALOGED" TO DL100-BLK-REASON
                                               (DL100-BLOCKER-COUNT)
               END-IF
               GO TO 3400-EXIT
           END-IF.

           IF DL100-MT-STATUS(DL100-FIND-IX) = "DECOMMISSION"
               PERFORM 3450-ADD-BLOCKER THRU 3450-EXIT
               IF DL100-BLOCKER-TABLE-NOT-FULL
                   MOVE "DECOMMISSIONED" TO DL100-BLK-REASON
                                                (DL100-BLOCKER-COUNT)
               END-IF
               GO TO 3400-EXIT
           END-IF.

           IF DL100-MT-IN-ENV(DL100-FIND-IX) NOT = "Y"
               PERFORM 3450-ADD-BLOCKER THRU 3450-EXIT
               IF DL100-BLOCKER-TABLE-NOT-FULL
                   MOVE SPACES TO DL100-BLK-REASON(DL100-BLOCKER-COUNT)
                   STRING "NOT IN " DELIMITED BY SIZE
                          DL100-ENV-NAME DELIMITED BY SPACE
                          INTO DL100-BLK-REASON(DL100-BLOCKER-COUNT)
                   END-STRING
               END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3450-ADD-BLOCKER - COUNT THE BLOCKER AGAINST THE CANDIDATE  *
      *    AND OPEN A SLOT FOR IT.  A FULL TABLE STILL COUNTS IT, SO   *
      *    THE CANDIDATE IS NEVER SHOWN READY BY MISTAKE.              *
      *----------------------------------------------------------------*
       3450-ADD-BLOCKER.
           IF DL100-BLOCKER-COUNT >= 5000
               SET DL100-BLOCKER-TABLE-FULL TO TRUE
               ADD 1 TO DL100-MT-BLK-COUNT(DL100-MOD-IX)
               GO TO 3450-EXIT
           END-IF.

           ADD 1 TO DL100-BLOCKER-COUNT.
           ADD 1 TO DL100-MT-BLK-COUNT(DL100-MOD-IX).
           MOVE DL100-FIND-NAME TO DL100-BLK-NAME(DL100-BLOCKER-COUNT).
       3450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3460-ADD-NOT-CHECKED - BLOCK THE CANDIDATE ON PROVIDERS     *
      *    THAT COULD NOT BE CHECKED.  THE NAME IN DL100-FIND-NAME     *
      *    SAYS WHICH TABLE OVERFLOWED; IT MATCHES NO MODULE, SO THE   *
      *    CANDIDATE IS NEVER PLACED IN A WAVE.                        *
      *----------------------------------------------------------------*
       3460-ADD-NOT-CHECKED.
           PERFORM 3450-ADD-BLOCKER THRU 3450-EXIT.
           IF DL100-BLOCKER-TABLE-NOT-FULL
               MOVE "NOT ALL CHECKED" TO DL100-BLK-REASON
                                            (DL100-BLOCKER-COUNT)
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-ORDER-CANDIDATES - PLACE CANDIDATES IN WAVES.  A       *
      *    CANDIDATE GOES IN THE CURRENT WAVE WHEN EVERY ONE OF ITS    *
      *    BLOCKERS IS ITSELF A CANDIDATE PLACED IN AN EARLIER WAVE.   *
      *    STOPS WHEN A WAVE PLACES NOTHING.                           *
      *----------------------------------------------------------------*
       4000-ORDER-CANDIDATES.
           MOVE 0 TO DL100-WAVE.
           MOVE 1 TO DL100-PLACED-THIS-WAVE.
           PERFORM 4100-PLACE-ONE-WAVE THRU 4100-EXIT
               UNTIL DL100-PLACED-THIS-WAVE = 0.
           COMPUTE DL100-LAST-WAVE = DL100-WAVE - 1.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-PLACE-ONE-WAVE - ONE PASS OVER THE UNPLACED            *
      *    CANDIDATES.                                                 *
      *----------------------------------------------------------------*
       4100-PLACE-ONE-WAVE.
           ADD 1 TO DL100-WAVE.
           MOVE 0 TO DL100-PLACED-THIS-WAVE.
           PERFORM 4200-TRY-ONE-CANDIDATE THRU 4200-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-TRY-ONE-CANDIDATE - PLACE ONE CANDIDATE IF EVERY       *
      *    BLOCKER WAS PLACED IN AN EARLIER WAVE.  A BLOCKER THAT IS   *
      *    NOT A CANDIDATE (DECOMMISSIONED OR UNCATALOGED) NEVER IS.   *
      *----------------------------------------------------------------*
       4200-TRY-ONE-CANDIDATE.
           IF DL100-MT-CAND(DL100-MOD-IX) NOT = "Y"
               OR DL100-MT-WAVE(DL100-MOD-IX) NOT = 0
               GO TO 4200-EXIT
           END-IF.

           SET DL100-PLACEABLE TO TRUE.
           IF DL100-MT-BLK-COUNT(DL100-MOD-IX) > 0
               COMPUTE DL100-BLOCKER-END =
                   DL100-MT-BLK-FIRST(DL100-MOD-IX)
                   + DL100-MT-BLK-COUNT(DL100-MOD-IX) - 1
               IF DL100-BLOCKER-END > DL100-BLOCKER-COUNT
                   SET DL100-NOT-PLACEABLE TO TRUE
               ELSE
                   PERFORM 4300-TEST-ONE-BLOCKER THRU 4300-EXIT
                       VARYING DL100-BLOCKER-IX
                       FROM DL100-MT-BLK-FIRST(DL100-MOD-IX) BY 1
                       UNTIL DL100-BLOCKER-IX > DL100-BLOCKER-END
                       OR DL100-NOT-PLACEABLE
               END-IF
           END-IF.

           IF DL100-PLACEABLE
               MOVE DL100-WAVE TO DL100-MT-WAVE(DL100-MOD-IX)
               ADD 1 TO DL100-PLACED-THIS-WAVE
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-TEST-ONE-BLOCKER - IS THIS BLOCKER A CANDIDATE PLACED  *
      *    IN AN EARLIER WAVE?                                         *
      *----------------------------------------------------------------*
       4300-TEST-ONE-BLOCKER.
           MOVE DL100-BLK-NAME(DL100-BLOCKER-IX) TO DL100-FIND-NAME.
           PERFORM 7000-FIND-MODULE THRU 7000-EXIT.

           IF DL100-NAME-NOT-FOUND
               SET DL100-NOT-PLACEABLE TO TRUE
               GO TO 4300-EXIT
           END-IF.

           IF DL100-MT-CAND(DL100-FIND-IX) NOT = "Y"
               OR DL100-MT-WAVE(DL100-FIND-IX) = 0
               OR DL100-MT-WAVE(DL100-FIND-IX) NOT < DL100-WAVE
               SET DL100-NOT-PLACEABLE TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-FIND-MODULE - LINEAR LOOKUP OF DL100-FIND-NAME IN THE  *
      *    CATALOG TABLE.  LEAVES DL100-FIND-IX ON THE HIT.            *
      *----------------------------------------------------------------*
       7000-FIND-MODULE.
           SET DL100-NAME-NOT-FOUND TO TRUE.
           PERFORM 7010-TEST-ONE-MODULE THRU 7010-EXIT
               VARYING DL100-FIND-IX FROM 1 BY 1
               UNTIL DL100-FIND-IX > DL100-MOD-COUNT
               OR DL100-NAME-FOUND.
           IF DL100-NAME-FOUND
               SUBTRACT 1 FROM DL100-FIND-IX
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7010-TEST-ONE-MODULE - COMPARE ONE TABLE ENTRY.             *
      *----------------------------------------------------------------*
       7010-TEST-ONE-MODULE.
           IF DL100-MT-NAME(DL100-FIND-IX) = DL100-FIND-NAME
               SET DL100-NAME-FOUND TO TRUE
           END-IF.
       7010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-READINESS - ONE LINE PER CANDIDATE, BLOCKERS     *
      *    UNDERNEATH, THEN THE COUNTS.                                *
      *----------------------------------------------------------------*
       8000-PRINT-READINESS.
           DISPLAY " ".
           DISPLAY "Promotion Readiness - " DL100-ENV-NAME.
           DISPLAY "=========================".
           DISPLAY " ".
           DISPLAY "  MODULE                         TEAM"
                   "                           STATE".
           DISPLAY "  ------------------------------ "
                   "------------------------------ -------".

           PERFORM 8100-PRINT-ONE-CANDIDATE THRU 8100-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.

           COMPUTE DL100-CAND-COUNT-OUT =
               DL100-READY-COUNT + DL100-BLOCKED-COUNT.
           MOVE DL100-READY-COUNT   TO DL100-READY-COUNT-OUT.
           MOVE DL100-BLOCKED-COUNT TO DL100-BLOCKED-COUNT-OUT.
           DISPLAY " ".
           DISPLAY "Active, not yet promoted:" DL100-CAND-COUNT-OUT.
           DISPLAY "  Ready:                 " DL100-READY-COUNT-OUT.
           DISPLAY "  Blocked:               " DL100-BLOCKED-COUNT-OUT.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-CANDIDATE - THE CANDIDATE AND ITS BLOCKERS.  *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-CANDIDATE.
           IF DL100-MT-CAND(DL100-MOD-IX) NOT = "Y"
               GO TO 8100-EXIT
           END-IF.

           MOVE DL100-MT-NAME(DL100-MOD-IX) TO DL100-DL-NAME.
           MOVE DL100-MT-TEAM(DL100-MOD-IX) TO DL100-DL-TEAM.
           IF DL100-MT-BLK-COUNT(DL100-MOD-IX) = 0
               MOVE "READY"   TO DL100-DL-STATE
           ELSE
               MOVE "BLOCKED" TO DL100-DL-STATE
           END-IF.
           DISPLAY DL100-DETAIL-LINE.

           IF DL100-MT-BLK-COUNT(DL100-MOD-IX) = 0
               GO TO 8100-EXIT
           END-IF.

           COMPUTE DL100-BLOCKER-END =
               DL100-MT-BLK-FIRST(DL100-MOD-IX)
               + DL100-MT-BLK-COUNT(DL100-MOD-IX) - 1.
           IF DL100-BLOCKER-END > DL100-BLOCKER-COUNT
               MOVE DL100-BLOCKER-COUNT TO DL100-BLOCKER-END
           END-IF.
           PERFORM 8110-PRINT-ONE-BLOCKER THRU 8110-EXIT
               VARYING DL100-BLOCKER-IX
               FROM DL100-MT-BLK-FIRST(DL100-MOD-IX) BY 1
               UNTIL DL100-BLOCKER-IX > DL100-BLOCKER-END.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8110-PRINT-ONE-BLOCKER - ONE PROVIDER AND WHY IT BLOCKS.    *
      *----------------------------------------------------------------*
       8110-PRINT-ONE-BLOCKER.
           MOVE DL100-BLK-NAME(DL100-BLOCKER-IX)   TO DL100-BL-NAME.
           MOVE DL100-BLK-REASON(DL100-BLOCKER-IX) TO DL100-BL-REASON.
           DISPLAY DL100-BLOCKER-LINE.
       8110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8500-PRINT-ORDER - THE SUGGESTED ORDER WAVE BY WAVE, THEN   *
      *    ANY CANDIDATE THAT COULD NOT BE PLACED.                     *
      *----------------------------------------------------------------*
       8500-PRINT-ORDER.
           DISPLAY " ".
           DISPLAY "Suggested promotion order - providers first".
           DISPLAY "-------------------------------------------".
           DISPLAY "    SEQ  WAVE  MODULE                         TEAM".

           MOVE 0 TO DL100-SEQ-NO.
           PERFORM 8510-PRINT-ONE-WAVE THRU 8510-EXIT
               VARYING DL100-WAVE FROM 1 BY 1
               UNTIL DL100-WAVE > DL100-LAST-WAVE.

           MOVE 0 TO DL100-STUCK-COUNT.
           PERFORM 8530-COUNT-ONE-STUCK THRU 8530-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.

           IF DL100-STUCK-COUNT = 0
               GO TO 8500-EXIT
           END-IF.

           MOVE DL100-STUCK-COUNT TO DL100-STUCK-COUNT-OUT.
           DISPLAY " ".
           DISPLAY "Cannot be ordered - a provider is decommissioned, "
                   "uncataloged or on a circular chain: "
                   DL100-STUCK-COUNT-OUT.
           PERFORM 8540-PRINT-ONE-STUCK THRU 8540-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8510-PRINT-ONE-WAVE - EVERY CANDIDATE PLACED IN THE WAVE IN *
      *    HAND, IN NAME ORDER.                                        *
      *----------------------------------------------------------------*
       8510-PRINT-ONE-WAVE.
           PERFORM 8520-PRINT-ONE-PLACED THRU 8520-EXIT
               VARYING DL100-MOD-IX FROM 1 BY 1
               UNTIL DL100-MOD-IX > DL100-MOD-COUNT.
       8510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8520-PRINT-ONE-PLACED - ONE ORDER LINE IF THE CANDIDATE     *
      *    BELONGS TO THE WAVE IN HAND.                                *
      *----------------------------------------------------------------*
       8520-PRINT-ONE-PLACED.
           IF DL100-MT-CAND(DL100-MOD-IX) NOT = "Y"
               OR DL100-MT-WAVE(DL100-MOD-IX) NOT = DL100-WAVE
               GO TO 8520-EXIT
           END-IF.

           ADD 1 TO DL100-SEQ-NO.
           MOVE DL100-SEQ-NO                TO DL100-OL-SEQ.
           MOVE DL100-WAVE                  TO DL100-OL-WAVE.
           MOVE DL100-MT-NAME(DL100-MOD-IX) TO DL100-OL-NAME.
           MOVE DL100-MT-TEAM(DL100-MOD-IX) TO DL100-OL-TEAM.
           DISPLAY DL100-ORDER-LINE.
       8520-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8530-COUNT-ONE-STUCK - A CANDIDATE NO WAVE COULD PLACE.     *
      *----------------------------------------------------------------*
       8530-COUNT-ONE-STUCK.
           IF DL100-MT-CAND(DL100-MOD-IX) = "Y"
               AND DL100-MT-WAVE(DL100-MOD-IX) = 0
               ADD 1 TO DL100-STUCK-COUNT
           END-IF.
       8530-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8540-PRINT-ONE-STUCK - NAME ONE UNPLACED CANDIDATE.         *
      *----------------------------------------------------------------*
       8540-PRINT-ONE-STUCK.
           IF DL100-MT-CAND(DL100-MOD-IX) = "Y"
               AND DL100-MT-WAVE(DL100-MOD-IX) = 0
               DISPLAY "  " DL100-MT-NAME(DL100-MOD-IX) " "
                       DL100-MT-TEAM(DL100-MOD-IX)
           END-IF.
       8540-EXIT.
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
           MOVE "PROMOTE-READINESS"   TO RUN-PROGRAM-ID.
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
           MOVE "PROMOTE-READINESS"   TO RUN-PROGRAM-ID.
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
