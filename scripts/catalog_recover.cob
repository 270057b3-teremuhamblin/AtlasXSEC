      ******************************************************************
      *
      *    PROGRAM-ID.  CATALOG-RECOVER
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        POINT-IN-TIME RECOVERY OF THE MODULE CATALOG.  FINDS
      *        THE LATEST GOOD SNAPSHOT CATALOG-BACKUP LEFT BEHIND
      *        (MODCATBKYYYYMMDD - HEADER PRESENT, TRAILER COUNT AND
      *        CONTROL TOTAL AGREEING WITH THE DETAILS), RELOADS THE
      *        CATALOG FROM IT, THEN ROLLS FORWARD BY REPLAYING EVERY
      *        CATALOG-HISTORY (MODHIST) RECORD WRITTEN AFTER THE
      *        SNAPSHOT - STATUS, OWNING-TEAM, MODULE-TYPE,
      *        MODULE-NAME, QA-FLAG AND PROD-FLAG CHANGES - UP TO AN
      *        OPTIONAL CUTOFF STAMP.  WHERE THE SNAPSHOT STANDS IN
      *        MODHIST IS THE RECORD COUNT IN ITS HEADER, NOT A STAMP.
      *        THE REPLAY STOPS AT THE FIRST RECORD STAMPED PAST THE
      *        CUTOFF, AND A SNAPSHOT TAKEN AFTER THE CUTOFF IS PASSED
      *        OVER FOR AN OLDER ONE.
      *        A HISTORY RECORD IS ONLY RE-APPLIED WHEN THE CATALOG
      *        STILL HOLDS ITS OLD VALUE; ANYTHING ELSE IS LISTED AS
      *        NOT APPLIED WITH THE REASON.  A MODULE PROVISIONED
      *        AFTER THE SNAPSHOT IS WRITTEN BACK FROM ITS CREATE
      *        RECORD, ITS TEAM AND TYPE FROM THE OWNING-TEAM AND
      *        MODULE-TYPE RECORDS CREATE-MODULE WRITES WITH IT.  ONE
      *        CREATED BEFORE CREATE-MODULE WROTE THOSE IS LISTED TO BE
      *        COMPLETED BY HAND.
      *        THE RELOAD REPLACES THE LIVE CATALOG OUTRIGHT, SO THE
      *        OPERATOR MUST CONFIRM, HOLD OPR-RECOVER-AUTH, AND THE
      *        WHOLE RUN IS MADE UNDER THE SUITE UPDATE LOCK.  ONE
      *        SEALED RECOVER AUDIT ENTRY RECORDS THE SNAPSHOT USED
      *        AND THE REPLAY COUNTS.
      *        RETURN-CODE 4 WHEN ANY HISTORY RECORD COULD NOT BE
      *        APPLIED OR MORE MODULES WERE WRITTEN BACK THAN COULD BE
      *        CHECKED FOR TEAM AND TYPE, 8 WHEN NO GOOD SNAPSHOT
      *        EXISTS, THE RELOAD DOES NOT MATCH THE SNAPSHOT, THE
      *        HISTORY CANNOT BE REPLAYED FROM THE SNAPSHOT'S RECORD,
      *        THE LOCK CANNOT BE HAD OR THE OPERATOR IS REFUSED.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      *    2026-10-15 DL100 TEMPLATE-VER HISTORY RECORDS ARE PASSED
      *                     OVER QUIETLY - THEY HAVE NO CATALOG FIELD.
      *    2026-10-15 DL100 EVERY RUN NOW APPENDS A START AND AN END
      *                     RECORD TO THE SUITE RUN CONTROL LOG
      *                     (MODRUNLOG) - OPERATOR, START AND END
      *                     TIMES, RECORDS READ, PROCESSED AND
      *                     REJECTED AND THE FINAL RETURN-CODE - FOR
      *                     THE MORNING OPERATIONS SUMMARY.
      *                     A RUN THAT GIVES UP WAITING ON MODLOCK
      *                     IS LOGGED WITH OUTCOME LOCKED.
      *    2026-10-15 DL100 THE ROLL-FORWARD NOW STARTS AT THE MODHIST
      *                     RECORD COUNT IN THE SNAPSHOT HEADER, NOT AT
      *                     ITS STAMP - OLDER STAMPS HOLD MMSSHH, NOT
      *                     HHMMSS, AND DO NOT SORT WITHIN A DAY.  A
      *                     SNAPSHOT WITHOUT THE COUNT IS PASSED OVER.
      *                     THE REPLAY ENDS AT THE FIRST RECORD PAST
      *                     THE CUTOFF.
      *    2026-10-15 DL100 A MODULE CREATED AFTER THE SNAPSHOT IS NOW
      *                     WRITTEN BACK TO THE CATALOG, WITH ITS TEAM
      *                     AND TYPE FROM THE MATCHING HISTORY RECORDS.
      *    2026-10-15 DL100 AUDIT AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      *    2026-10-15 DL100 A CATALOG ENTRY THAT WILL NOT RELOAD, OR A
      *                     RELOADED COUNT SHORT OF THE SNAPSHOT
      *                     TRAILER, NOW ABORTS THE RUN WITH
      *                     RETURN-CODE 8 BEFORE ANY HISTORY IS
      *                     REPLAYED.  MORE THAN 500 MODULES WRITTEN
      *                     BACK FROM CREATE RECORDS IS WARNED OF,
      *                     RETURN-CODE 4.
      *    2026-10-15 DL100 A HISTORY FILE THAT WILL NOT OPEN, OR THAT
      *                     ENDS SHORT OF THE SNAPSHOT'S RECORD COUNT,
      *                     NOW LEAVES THE CATALOG AT SNAPSHOT STATE
      *                     WITH RETURN-CODE 8 INSTEAD OF PASSING AS
      *                     NO HISTORY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-RECOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-AUDIT-LOG ASSIGN TO "MODAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "MODOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPR-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

           SELECT AUDIT-CHAIN-STATE ASSIGN TO "MODAUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SEQ-STATUS.

           SELECT SNAP-LIST-FILE ASSIGN TO "MODSNAPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SNAPLIST-STATUS.

           SELECT CATALOG-SNAPSHOT ASSIGN DYNAMIC DL100-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SNAP-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
       COPY "modaud.cpy".

       FD  MODULE-CATALOG.
       COPY "modcat.cpy".

       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

       FD  AUDIT-CHAIN-STATE
           RECORD CONTAINS 15 CHARACTERS.
       COPY "modausq.cpy".

       FD  SNAP-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAP-LIST-RECORD            PIC X(80).

       FD  CATALOG-SNAPSHOT
           RECORD CONTAINS 100 CHARACTERS.
       COPY "modsnap.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-SNAPLIST-STATUS       PIC X(02).
       77  DL100-SNAP-STATUS           PIC X(02).
       77  DL100-OPERATOR-ID           PIC X(10).

       01  CMD                         PIC X(400).

      *---------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION SWITCHES AND DENIED DETAIL LINE.    *
      *---------------------------------------------------------------*
       77  DL100-OPR-STATUS            PIC X(02).
       77  DL100-ACTION-AUTH           PIC X(01).

       01  DL100-AUTH-SW               PIC X(01) VALUE "N".
           88  DL100-AUTHORIZED                   VALUE "Y".
           88  DL100-NOT-AUTHORIZED               VALUE "N".

       01  DL100-OPR-EOF-SW            PIC X(01) VALUE "N".
           88  DL100-OPR-EOF                      VALUE "Y".
           88  DL100-OPR-NOT-EOF                  VALUE "N".

       01  DL100-OPR-FOUND-SW          PIC X(01) VALUE "N".
           88  DL100-OPERATOR-KNOWN               VALUE "Y".
           88  DL100-OPERATOR-UNKNOWN             VALUE "N".

       01  DL100-DENIED-DETAIL.
           05  DL100-DN-ACTION         PIC X(12).
           05  FILLER                  PIC X(14)
                                       VALUE " NOT PERMITTED".
           05  FILLER                  PIC X(38) VALUE SPACES.

      *---------------------------------------------------------------*
      *    ANSWER-GATHERING OUTCOME - A BAD CUTOFF OR ANYTHING BUT A  *
      *    Y AT THE CONFIRMATION CANCELS THE RUN BEFORE THE LOCK.     *
      *---------------------------------------------------------------*
       01  DL100-PROCEED-SW            PIC X(01) VALUE "N".
           88  DL100-PROCEED                      VALUE "Y".
           88  DL100-RUN-CANCELLED                VALUE "N".

       01  DL100-CONFIRM-SW            PIC X(01) VALUE "N".
           88  DL100-CONFIRMED                    VALUE "Y" "y".

      *---------------------------------------------------------------*
      *    CUTOFF STAMP - BLANK ROLLS FORWARD THROUGH THE END OF      *
      *    MODHIST.  A BARE YYYYMMDD MEANS THE END OF THAT DAY.       *
      *---------------------------------------------------------------*
       01  DL100-CUTOFF-IN.
           05  DL100-CI-DATE           PIC X(08).
           05  DL100-CI-DASH           PIC X(01).
           05  DL100-CI-TIME           PIC X(06).
       01  DL100-CUTOFF-STAMP          PIC X(20) VALUE SPACES.

       01  DL100-CUTOFF-SW             PIC X(01) VALUE "N".
           88  DL100-CUTOFF-GIVEN                 VALUE "Y".
           88  DL100-NO-CUTOFF                    VALUE "N".

      *---------------------------------------------------------------*
      *    SNAPSHOT SELECTION - THE CANDIDATE LIST IS NEWEST FIRST,   *
      *    SO THE FIRST ONE THAT VERIFIES IS THE ONE RELOADED.        *
      *---------------------------------------------------------------*
       01  DL100-SNAP-NAME             PIC X(200) VALUE SPACES.
       01  DL100-SNAP-STAMP            PIC X(20) VALUE SPACES.
       77  DL100-SNAP-HIST-COUNT       PIC 9(09) VALUE 0.
       77  DL100-HIST-POSITION         PIC 9(09) COMP VALUE 0.

       01  DL100-PAST-CUTOFF-SW        PIC X(01) VALUE "N".
           88  DL100-PAST-CUTOFF                  VALUE "Y".
           88  DL100-NOT-PAST-CUTOFF              VALUE "N".
       01  DL100-SNAPLIST-EOF-SW       PIC X(01) VALUE "N".
           88  DL100-SNAPLIST-EOF                 VALUE "Y".
           88  DL100-SNAPLIST-NOT-EOF             VALUE "N".

       01  DL100-SNAP-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-SNAP-EOF                     VALUE "Y".
           88  DL100-SNAP-NOT-EOF                 VALUE "N".

       01  DL100-GOOD-SNAP-SW          PIC X(01) VALUE "N".
           88  DL100-GOOD-SNAP-FOUND              VALUE "Y".
           88  DL100-NO-GOOD-SNAP                 VALUE "N".

       01  DL100-SNAP-OK-SW            PIC X(01) VALUE "N".
           88  DL100-SNAP-OK                      VALUE "Y".
           88  DL100-SNAP-BAD                     VALUE "N".

       01  DL100-TRAILER-SW            PIC X(01) VALUE "N".
           88  DL100-TRAILER-SEEN                 VALUE "Y".
           88  DL100-TRAILER-NOT-SEEN             VALUE "N".

       01  DL100-SNAP-REASON           PIC X(40).
       77  DL100-SNAP-COUNT            PIC 9(07) COMP VALUE 0.
       77  DL100-SNAP-TOTAL            PIC 9(15) VALUE 0.
       77  DL100-TRAILER-COUNT         PIC 9(07) VALUE 0.
       77  DL100-TRAILER-TOTAL         PIC 9(15) VALUE 0.

      *---------------------------------------------------------------*
      *    RELOAD AND REPLAY COUNTS.                                  *
      *---------------------------------------------------------------*
       77  DL100-RELOAD-COUNT          PIC 9(07) COMP VALUE 0.
       77  DL100-RELOAD-FAIL-COUNT     PIC 9(07) COMP VALUE 0.
       77  DL100-APPLIED-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-REJECT-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-BEFORE-COUNT          PIC 9(07) COMP VALUE 0.
       77  DL100-BEYOND-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-RELOAD-COUNT-OUT      PIC Z(06)9.
       77  DL100-RELOAD-FAIL-COUNT-OUT PIC Z(06)9.
       77  DL100-TRAILER-COUNT-OUT     PIC Z(06)9.
       77  DL100-BEFORE-COUNT-OUT      PIC Z(06)9.
       77  DL100-APPLIED-COUNT-OUT     PIC ZZZZ9.
       77  DL100-REJECT-COUNT-OUT      PIC ZZZZ9.
       77  DL100-BEYOND-COUNT-OUT      PIC ZZZZ9.

       01  DL100-CATALOG-OPEN-SW       PIC X(01) VALUE "N".
           88  DL100-CATALOG-OPEN                 VALUE "Y".
           88  DL100-CATALOG-NOT-OPEN             VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

       01  DL100-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-HISTORY-EOF                  VALUE "Y".
           88  DL100-HISTORY-NOT-EOF              VALUE "N".

       01  DL100-FOUND-SW              PIC X(01) VALUE "N".
           88  DL100-MODULE-FOUND                 VALUE "Y".
           88  DL100-MODULE-NOT-FOUND             VALUE "N".

       01  DL100-LOOKUP-NAME           PIC X(30).

      *---------------------------------------------------------------*
      *    REBUILT TABLE - MODULES WRITTEN BACK FROM A CREATE RECORD, *
      *    CHECKED ONCE THE REPLAY ENDS FOR A TEAM AND A TYPE.        *
      *---------------------------------------------------------------*
       01  DL100-BORN-TABLE.
           05  DL100-BORN-NAME OCCURS 500 TIMES PIC X(30).
       77  DL100-BORN-USED             PIC 9(03) COMP VALUE 0.
       77  DL100-BORN-IX               PIC 9(03) COMP.

       01  DL100-ROLL-SW               PIC X(01) VALUE "N".
           88  DL100-ROLL-FAILED                  VALUE "Y".
           88  DL100-ROLL-NOT-FAILED              VALUE "N".

       01  DL100-BORN-OVERFLOW-SW      PIC X(01) VALUE "N".
           88  DL100-BORN-OVERFLOW                VALUE "Y".
           88  DL100-BORN-NOT-OVERFLOW            VALUE "N".
       01  DL100-HOLD-RECORD           PIC X(98).
       01  DL100-CURRENT-FLAG          PIC X(01).
       01  DL100-REASON                PIC X(40).

      *---------------------------------------------------------------*
      *    REPLAY REPORT LINE - ONE PER HISTORY RECORD LISTED.        *
      *---------------------------------------------------------------*
       01  DL100-REPLAY-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-RL-STAMP          PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-RL-MODULE         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-RL-FIELD          PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-RL-OLD            PIC X(30).
           05  FILLER                  PIC X(03) VALUE " > ".
           05  DL100-RL-NEW            PIC X(30).

      *---------------------------------------------------------------*
      *    NOT-APPLIED TABLE - HELD UNTIL THE REPLAY ENDS SO THE      *
      *    REPORT LISTS THEM TOGETHER AFTER THE APPLIED CHANGES.      *
      *---------------------------------------------------------------*
       01  DL100-REJECT-TABLE.
           05  DL100-REJECT-ENTRY OCCURS 500 TIMES.
               10  DL100-RJ-LINE           PIC X(125).
               10  DL100-RJ-REASON         PIC X(40).
       77  DL100-RJ-USED               PIC 9(03) COMP VALUE 0.
       77  DL100-RJ-IX                 PIC 9(03) COMP.

       01  DL100-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  DL100-TABLE-OVERFLOW               VALUE "Y".
           88  DL100-TABLE-NOT-OVERFLOW           VALUE "N".

      *---------------------------------------------------------------*
      *    RECOVER DETAIL LINE WRITTEN TO AUD-DETAIL.                 *
      *---------------------------------------------------------------*
       01  DL100-RECOVER-DETAIL.
           05  FILLER                  PIC X(05) VALUE "FROM ".
           05  DL100-RC-SNAP-NAME      PIC X(16).
           05  FILLER                  PIC X(09) VALUE " APPLIED ".
           05  DL100-RC-APPLIED        PIC 9(05).
           05  FILLER                  PIC X(10) VALUE " REJECTED ".
           05  DL100-RC-REJECTED       PIC 9(05).
           05  FILLER                  PIC X(14) VALUE SPACES.

      *---------------------------------------------------------------*
      *    AUDIT CHAIN WORK AREAS - PRIOR SEQUENCE AND CHECK VALUE    *
      *    FROM MODAUDSEQ PLUS THE RUNNING CHECKSUM.                  *
      *---------------------------------------------------------------*
       77  DL100-SEQ-STATUS            PIC X(02).
       77  DL100-CHAIN-SEQUENCE        PIC 9(06) VALUE 0.
       77  DL100-CHAIN-CHECK           PIC 9(08) VALUE 0.
       77  DL100-CHK-WORK              PIC 9(09) COMP.
       77  DL100-CHK-IX                PIC 9(03) COMP.

      *---------------------------------------------------------------*
      *    SUITE UPDATE LOCK - THE MODLOCK DIRECTORY IS TAKEN BEFORE  *
      *    MODREQ OR MODCAT IS OPENED FOR UPDATE AND RELEASED AT      *
      *    TERMINATE, SO OVERLAPPING RUNS CANNOT LOSE RECORDS.        *
      *---------------------------------------------------------------*
       01  DL100-LOCK-SW               PIC X(01) VALUE "N".
           88  DL100-LOCK-HELD                    VALUE "Y".
           88  DL100-LOCK-NOT-HELD                VALUE "N".
       77  DL100-LOCK-TRY              PIC 9(03) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    TIMESTAMP WORK AREA, BUILT FROM CURRENT-DATE AT RUN TIME.  *
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
           PERFORM 1400-GET-RECOVERY-ANSWERS THRU 1400-EXIT.
           IF DL100-RUN-CANCELLED
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1050-TAKE-UPDATE-LOCK THRU 1050-EXIT.
           IF DL100-LOCK-NOT-HELD
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1900-OPEN-FILES THRU 1900-EXIT.
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
           IF DL100-NOT-AUTHORIZED
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 2000-FIND-GOOD-SNAPSHOT THRU 2000-EXIT.
           IF DL100-NO-GOOD-SNAP
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-RELOAD-CATALOG THRU 3000-EXIT.
           IF DL100-RUN-ABORTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT.
           PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT.
           PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-ROLL-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF DL100-REJECT-COUNT > 0 OR DL100-BORN-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - ESTABLISH OPERATOR ID.  THE LOCK AND THE  *
      *    FILE OPENS WAIT UNTIL EVERY CONSOLE ANSWER IS IN.           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT DL100-OPERATOR-ID.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1050-TAKE-UPDATE-LOCK - TAKE THE SUITE-WIDE UPDATE LOCK BY  *
      *    CREATING THE MODLOCK DIRECTORY - THE MKDIR EITHER CREATES   *
      *    IT OR FAILS, SO TWO RUNS CANNOT BOTH WIN.  A HELD LOCK IS   *
      *    RETRIED A FEW TIMES, THEN THE RUN GIVES UP WITH A CLEAR     *
      *    MESSAGE AND RETURN-CODE 8 SO NOTHING UPDATES MODREQ OR      *
      *    MODCAT UNDERNEATH ANOTHER PROGRAM.                          *
      *----------------------------------------------------------------*
       1050-TAKE-UPDATE-LOCK.
           SET DL100-LOCK-NOT-HELD TO TRUE.
           MOVE 0 TO DL100-LOCK-TRY.

       1050-RETRY.
           MOVE SPACES TO CMD.
           MOVE "mkdir MODLOCK 2>/dev/null" TO CMD.
           CALL "SYSTEM" USING CMD.
           IF RETURN-CODE = 0
               SET DL100-LOCK-HELD TO TRUE
               GO TO 1050-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.

           ADD 1 TO DL100-LOCK-TRY.
           IF DL100-LOCK-TRY < 5
               DISPLAY "Update lock MODLOCK is held - waiting..."
               MOVE SPACES TO CMD
               MOVE "sleep 2" TO CMD
               CALL "SYSTEM" USING CMD
               GO TO 1050-RETRY
           END-IF.

           DISPLAY "Update lock MODLOCK is still held by another "
                   "run - giving up, nothing updated.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1400-GET-RECOVERY-ANSWERS - GATHER AND VALIDATE THE CUTOFF  *
      *    AND THE CONFIRMATION BEFORE ANY LOCK OR OPEN.  THE RELOAD   *
      *    THROWS THE LIVE CATALOG AWAY, SO ONLY A Y GOES AHEAD.       *
      *----------------------------------------------------------------*
       1400-GET-RECOVERY-ANSWERS.
           DISPLAY "Recover up to stamp YYYYMMDD-HHMMSS "
                   "(blank = all history): " WITH NO ADVANCING.
           MOVE SPACES TO DL100-CUTOFF-IN.
           ACCEPT DL100-CUTOFF-IN.

           IF DL100-CUTOFF-IN NOT = SPACES
               IF DL100-CI-DASH = SPACE AND DL100-CI-TIME = SPACES
                   MOVE "-"      TO DL100-CI-DASH
                   MOVE "235959" TO DL100-CI-TIME
               END-IF
               IF DL100-CI-DATE IS NOT NUMERIC
                   OR DL100-CI-DASH NOT = "-"
                   OR DL100-CI-TIME IS NOT NUMERIC
                   DISPLAY "Cutoff must be YYYYMMDD or "
                           "YYYYMMDD-HHMMSS - nothing recovered."
                   GO TO 1400-EXIT
               END-IF
               MOVE DL100-CUTOFF-IN TO DL100-CUTOFF-STAMP
               SET DL100-CUTOFF-GIVEN TO TRUE
           END-IF.

           DISPLAY "Replace the live catalog from the latest good "
                   "snapshot (Y/N): " WITH NO ADVANCING.
           ACCEPT DL100-CONFIRM-SW.
           IF NOT DL100-CONFIRMED
               DISPLAY "Not confirmed - nothing recovered."
               GO TO 1400-EXIT
           END-IF.

           SET DL100-PROCEED TO TRUE.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - OPEN THE AUDIT LOG.  THE CATALOG IS ONLY  *
      *    OPENED BY THE RELOAD, ONCE A GOOD SNAPSHOT IS IN HAND, SO   *
      *    A RUN THAT FINDS NONE LEAVES THE LIVE CATALOG UNTOUCHED.    *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN EXTEND MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "05" OR DL100-AUDIT-STATUS = "35"
               OPEN OUTPUT MODULE-AUDIT-LOG
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-CHECK-AUTHORITY - VALIDATE THE OPERATOR AGAINST THE    *
      *    OPERATOR MASTER AND CONFIRM THE RECOVER ACTION IS           *
      *    PERMITTED.  A MISSING MASTER FILE REFUSES EVERYONE - THE    *
      *    SHOP LOADS MODOPR BEFORE ANYONE RUNS ANYTHING.              *
      *----------------------------------------------------------------*
       1200-CHECK-AUTHORITY.
           SET DL100-NOT-AUTHORIZED TO TRUE.
           SET DL100-OPERATOR-UNKNOWN TO TRUE.
           SET DL100-OPR-NOT-EOF TO TRUE.
           MOVE "N" TO DL100-ACTION-AUTH.

           OPEN INPUT OPERATOR-MASTER.
           IF DL100-OPR-STATUS NOT = "00"
               DISPLAY "No operator master on file - MODOPR - "
                       "all actions refused."
               GO TO 1200-DENY
           END-IF.

           PERFORM 1210-SCAN-ONE-OPERATOR THRU 1210-EXIT
               UNTIL DL100-OPR-EOF OR DL100-OPERATOR-KNOWN.
           CLOSE OPERATOR-MASTER.

           IF DL100-OPERATOR-UNKNOWN
               DISPLAY "Unknown operator ID: " DL100-OPERATOR-ID
               GO TO 1200-DENY
           END-IF.

           IF DL100-ACTION-AUTH NOT = "Y"
               DISPLAY "Operator " DL100-OPERATOR-ID
                       " is not permitted to RECOVER."
               GO TO 1200-DENY
           END-IF.

           SET DL100-AUTHORIZED TO TRUE.
           GO TO 1200-EXIT.

       1200-DENY.
           PERFORM 1300-WRITE-DENIED-AUDIT THRU 1300-EXIT.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1210-SCAN-ONE-OPERATOR - MATCH ONE MASTER RECORD AGAINST    *
      *    THE ENTERED OPERATOR ID, KEEPING THE RECOVER FLAG.          *
      *----------------------------------------------------------------*
       1210-SCAN-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-NOT-EOF
               IF OPR-OPERATOR-ID = DL100-OPERATOR-ID
                   SET DL100-OPERATOR-KNOWN TO TRUE
                   MOVE OPR-RECOVER-AUTH TO DL100-ACTION-AUTH
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-DENIED-AUDIT - RECORD THE REFUSED ATTEMPT IN THE *
      *    AUDIT LOG SO SECURITY CAN SEE WHO TRIED WHAT.               *
      *----------------------------------------------------------------*
       1300-WRITE-DENIED-AUDIT.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE "RECOVER" TO DL100-DN-ACTION.

           MOVE SPACES TO AUD-RECORD.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-DENIED-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-FIND-GOOD-SNAPSHOT - LIST THE DATED SNAPSHOTS NEWEST   *
      *    FIRST AND TAKE THE FIRST ONE THAT VERIFIES AND, WITH A      *
      *    CUTOFF, WAS TAKEN NO LATER THAN IT.                         *
      *----------------------------------------------------------------*
       2000-FIND-GOOD-SNAPSHOT.
           SET DL100-NO-GOOD-SNAP TO TRUE.

           MOVE SPACES TO CMD.
           MOVE "ls -1r MODCATBK2* > MODSNAPS 2>/dev/null" TO CMD.
           CALL "SYSTEM" USING CMD.
           MOVE 0 TO RETURN-CODE.

           OPEN INPUT SNAP-LIST-FILE.
           IF DL100-SNAPLIST-STATUS NOT = "00"
               DISPLAY "Unable to read snapshot list - MODSNAPS."
               GO TO 2000-EXIT
           END-IF.

           SET DL100-SNAPLIST-NOT-EOF TO TRUE.
           PERFORM 2100-TRY-ONE-SNAPSHOT THRU 2100-EXIT
               UNTIL DL100-SNAPLIST-EOF OR DL100-GOOD-SNAP-FOUND.

           CLOSE SNAP-LIST-FILE.
           MOVE SPACES TO CMD.
           MOVE "rm -f MODSNAPS" TO CMD.
           CALL "SYSTEM" USING CMD.

           IF DL100-NO-GOOD-SNAP
               DISPLAY "No good catalog snapshot on file - "
                       "nothing recovered, live catalog untouched."
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-TRY-ONE-SNAPSHOT - ONE NAME FROM THE LIST.  ONLY A     *
      *    MODCATBK NAME WITH AN EIGHT-DIGIT DATE IS A SNAPSHOT.       *
      *----------------------------------------------------------------*
       2100-TRY-ONE-SNAPSHOT.
           READ SNAP-LIST-FILE
               AT END
                   SET DL100-SNAPLIST-EOF TO TRUE
           END-READ.

           IF DL100-SNAPLIST-EOF
               GO TO 2100-EXIT
           END-IF.

           IF SNAP-LIST-RECORD(1:8) NOT = "MODCATBK"
               OR SNAP-LIST-RECORD(9:8) IS NOT NUMERIC
               OR SNAP-LIST-RECORD(17:64) NOT = SPACES
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO DL100-SNAP-NAME.
           MOVE SNAP-LIST-RECORD(1:16) TO DL100-SNAP-NAME.
           PERFORM 2200-VERIFY-SNAPSHOT THRU 2200-EXIT.

           IF DL100-SNAP-BAD
               DISPLAY "Snapshot " DL100-SNAP-NAME(1:16)
                       " passed over - " DL100-SNAP-REASON
               GO TO 2100-EXIT
           END-IF.

           SET DL100-GOOD-SNAP-FOUND TO TRUE.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-VERIFY-SNAPSHOT - READ THE SNAPSHOT END TO END.  IT IS *
      *    GOOD ONLY WITH A HEADER FIRST CARRYING ITS MODHIST COUNT, A *
      *    TRAILER LAST, AND TRAILER COUNT AND CONTROL TOTAL AGREEING  *
      *    WITH THE DETAILS.                                           *
      *----------------------------------------------------------------*
       2200-VERIFY-SNAPSHOT.
           SET DL100-SNAP-BAD TO TRUE.
           SET DL100-TRAILER-NOT-SEEN TO TRUE.
           MOVE SPACES TO DL100-SNAP-STAMP.
           MOVE 0 TO DL100-SNAP-COUNT.
           MOVE 0 TO DL100-SNAP-TOTAL.

           OPEN INPUT CATALOG-SNAPSHOT.
           IF DL100-SNAP-STATUS NOT = "00"
               MOVE "CANNOT BE OPENED" TO DL100-SNAP-REASON
               GO TO 2200-EXIT
           END-IF.

           SET DL100-SNAP-NOT-EOF TO TRUE.
           READ CATALOG-SNAPSHOT
               AT END
                   SET DL100-SNAP-EOF TO TRUE
           END-READ.
           IF DL100-SNAP-EOF OR NOT SNAP-HEADER
               MOVE "NO HEADER RECORD" TO DL100-SNAP-REASON
               CLOSE CATALOG-SNAPSHOT
               GO TO 2200-EXIT
           END-IF.
           MOVE SNAP-TAKEN-STAMP TO DL100-SNAP-STAMP.
           IF SNAP-HIST-COUNT IS NOT NUMERIC
               MOVE "NO HISTORY POSITION IN HEADER"
                   TO DL100-SNAP-REASON
               CLOSE CATALOG-SNAPSHOT
               GO TO 2200-EXIT
           END-IF.
           MOVE SNAP-HIST-COUNT TO DL100-SNAP-HIST-COUNT.

           PERFORM 2210-COUNT-ONE-RECORD THRU 2210-EXIT
               UNTIL DL100-SNAP-EOF.
           CLOSE CATALOG-SNAPSHOT.

           IF DL100-TRAILER-NOT-SEEN
               MOVE "NO TRAILER - UNLOAD DID NOT FINISH"
                   TO DL100-SNAP-REASON
               GO TO 2200-EXIT
           END-IF.

           IF DL100-TRAILER-COUNT NOT = DL100-SNAP-COUNT
               OR DL100-TRAILER-TOTAL NOT = DL100-SNAP-TOTAL
               MOVE "TRAILER CONTROLS DO NOT AGREE"
                   TO DL100-SNAP-REASON
               GO TO 2200-EXIT
           END-IF.

           IF DL100-CUTOFF-GIVEN
               AND DL100-SNAP-STAMP > DL100-CUTOFF-STAMP
               MOVE "TAKEN AFTER THE CUTOFF" TO DL100-SNAP-REASON
               GO TO 2200-EXIT
           END-IF.

           SET DL100-SNAP-OK TO TRUE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-COUNT-ONE-RECORD - ROLL ONE DETAIL INTO THE COUNT AND  *
      *    CONTROL TOTAL, OR PICK UP THE TRAILER'S FIGURES.  ANYTHING  *
      *    AFTER THE TRAILER MAKES IT A NON-TRAILER AGAIN.             *
      *----------------------------------------------------------------*
       2210-COUNT-ONE-RECORD.
           READ CATALOG-SNAPSHOT
               AT END
                   SET DL100-SNAP-EOF TO TRUE
           END-READ.

           IF DL100-SNAP-EOF
               GO TO 2210-EXIT
           END-IF.

           SET DL100-TRAILER-NOT-SEEN TO TRUE.
           EVALUATE TRUE
               WHEN SNAP-DETAIL
                   ADD 1 TO DL100-SNAP-COUNT
                   MOVE SNAP-DATA TO CAT-RECORD
                   IF CAT-CREATE-DATE IS NUMERIC
                       ADD CAT-CREATE-DATE TO DL100-SNAP-TOTAL
                   END-IF
               WHEN SNAP-TRAILER
                   SET DL100-TRAILER-SEEN TO TRUE
                   MOVE SNAP-RECORD-COUNT  TO DL100-TRAILER-COUNT
                   MOVE SNAP-CONTROL-TOTAL TO DL100-TRAILER-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-RELOAD-CATALOG - REBUILD MODCAT FROM THE SNAPSHOT.     *
      *    OPEN OUTPUT EMPTIES THE LIVE CATALOG; EVERY DETAIL IS THEN  *
      *    WRITTEN BACK IN THE KEY ORDER IT WAS UNLOADED IN, AND THE   *
      *    CATALOG IS REOPENED I-O FOR THE ROLL-FORWARD.  AN ENTRY     *
      *    THAT WILL NOT WRITE, OR A RELOADED COUNT THAT DOES NOT      *
      *    MATCH THE SNAPSHOT TRAILER, ABORTS THE RUN BEFORE ANY       *
      *    HISTORY IS REPLAYED OVER A PARTIAL CATALOG.                 *
      *----------------------------------------------------------------*
       3000-RELOAD-CATALOG.
           OPEN INPUT CATALOG-SNAPSHOT.
           IF DL100-SNAP-STATUS NOT = "00"
               DISPLAY "Snapshot could not be reopened - "
                       "nothing recovered."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           OPEN OUTPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to rebuild module catalog - MODCAT - "
                       "status " DL100-CATALOG-STATUS
               CLOSE CATALOG-SNAPSHOT
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           SET DL100-SNAP-NOT-EOF TO TRUE.
           PERFORM 3100-RELOAD-ONE-ENTRY THRU 3100-EXIT
               UNTIL DL100-SNAP-EOF.

           CLOSE CATALOG-SNAPSHOT.
           CLOSE MODULE-CATALOG.

           IF DL100-RELOAD-FAIL-COUNT > 0
               OR DL100-RELOAD-COUNT NOT = DL100-TRAILER-COUNT
               MOVE DL100-RELOAD-COUNT      TO DL100-RELOAD-COUNT-OUT
               MOVE DL100-RELOAD-FAIL-COUNT
                   TO DL100-RELOAD-FAIL-COUNT-OUT
               MOVE DL100-TRAILER-COUNT     TO DL100-TRAILER-COUNT-OUT
               DISPLAY "Catalog reload incomplete - reloaded "
                       DL100-RELOAD-COUNT-OUT " of "
                       DL100-TRAILER-COUNT-OUT ", failed "
                       DL100-RELOAD-FAIL-COUNT-OUT "."
               DISPLAY "No history replayed - MODCAT is only partly "
                       "rebuilt; correct the cause and rerun."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           OPEN I-O MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Rebuilt catalog could not be reopened - "
                       "status " DL100-CATALOG-STATUS
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.
           SET DL100-CATALOG-OPEN TO TRUE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-RELOAD-ONE-ENTRY - WRITE ONE SNAPSHOT DETAIL BACK TO   *
      *    THE CATALOG.  HEADER AND TRAILER ARE SKIPPED.               *
      *----------------------------------------------------------------*
       3100-RELOAD-ONE-ENTRY.
           READ CATALOG-SNAPSHOT
               AT END
                   SET DL100-SNAP-EOF TO TRUE
           END-READ.

           IF DL100-SNAP-EOF OR NOT SNAP-DETAIL
               GO TO 3100-EXIT
           END-IF.

           MOVE SNAP-DATA TO CAT-RECORD.
           WRITE CAT-RECORD
               INVALID KEY
                   DISPLAY "Could not reload catalog entry: "
                           CAT-MODULE-NAME
                   ADD 1 TO DL100-RELOAD-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO DL100-RELOAD-COUNT
           END-WRITE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-ROLL-FORWARD - REPLAY MODHIST OVER THE RELOADED        *
      *    CATALOG.  A MISSING HISTORY FILE MEANS NOTHING TO REPLAY    *
      *    ONLY WHEN THE SNAPSHOT WAS TAKEN WITH NO HISTORY ON FILE.   *
      *    A HISTORY FILE THAT WILL NOT OPEN, IS MISSING AFTER THE     *
      *    SNAPSHOT COUNTED RECORDS ON IT, OR ENDS SHORT OF THAT COUNT *
      *    LEAVES THE CATALOG AT SNAPSHOT STATE AND FAILS THE RUN.     *
      *----------------------------------------------------------------*
       4000-ROLL-FORWARD.
           DISPLAY " ".
           DISPLAY "Catalog Recovery Report".
           DISPLAY "=======================".
           DISPLAY "Snapshot reloaded: " DL100-SNAP-NAME(1:16)
                   " taken " DL100-SNAP-STAMP.
           DISPLAY "History replayed from record "
                   DL100-SNAP-HIST-COUNT " on.".
           IF DL100-CUTOFF-GIVEN
               DISPLAY "Replaying history up to " DL100-CUTOFF-STAMP
           ELSE
               DISPLAY "Replaying all history after the snapshot"
           END-IF.
           DISPLAY " ".
           DISPLAY "Changes re-applied".
           DISPLAY "------------------".

           OPEN INPUT CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS = "35"
               AND DL100-SNAP-HIST-COUNT = 0
               DISPLAY "  No catalog history on file - MODHIST."
               GO TO 4000-EXIT
           END-IF.
           IF DL100-HISTORY-STATUS NOT = "00"
               DISPLAY "  Unable to read catalog history - MODHIST "
                       "status " DL100-HISTORY-STATUS "."
               PERFORM 4090-ROLL-NOT-APPLIED THRU 4090-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET DL100-HISTORY-NOT-EOF TO TRUE.
           PERFORM 4100-REPLAY-ONE-RECORD THRU 4100-EXIT
               UNTIL DL100-HISTORY-EOF.
           CLOSE CATALOG-HISTORY.

           IF DL100-HIST-POSITION < DL100-SNAP-HIST-COUNT
               DISPLAY "  Catalog history ends before the snapshot's "
                       "record " DL100-SNAP-HIST-COUNT " - MODHIST."
               PERFORM 4090-ROLL-NOT-APPLIED THRU 4090-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4050-CHECK-ONE-REBUILT THRU 4050-EXIT
               VARYING DL100-BORN-IX FROM 1 BY 1
               UNTIL DL100-BORN-IX > DL100-BORN-USED.

           IF DL100-APPLIED-COUNT = 0
               DISPLAY "  None."
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4050-CHECK-ONE-REBUILT - A MODULE WRITTEN BACK FROM ITS     *
      *    CREATE RECORD SHOULD HAVE PICKED UP A TEAM AND A TYPE FROM  *
      *    THE RECORDS WRITTEN WITH IT.  ONE CREATED BEFORE THOSE WERE *
      *    WRITTEN HAS NEITHER AND IS LISTED TO BE COMPLETED BY HAND.  *
      *    ONE NO LONGER UNDER ITS CREATE NAME WAS RENAMED AND HAS     *
      *    BEEN LISTED OR APPLIED UNDER ITS NEW ONE.                   *
      *----------------------------------------------------------------*
       4050-CHECK-ONE-REBUILT.
           MOVE DL100-BORN-NAME(DL100-BORN-IX) TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.
           IF DL100-MODULE-NOT-FOUND
               GO TO 4050-EXIT
           END-IF.
           IF CAT-OWNING-TEAM NOT = SPACES
               AND CAT-MODULE-TYPE NOT = SPACES
               GO TO 4050-EXIT
           END-IF.

           MOVE SPACES            TO DL100-RL-STAMP.
           MOVE CAT-MODULE-NAME   TO DL100-RL-MODULE.
           MOVE "STATUS"          TO DL100-RL-FIELD.
           MOVE SPACES            TO DL100-RL-OLD.
           MOVE CAT-STATUS        TO DL100-RL-NEW.
           MOVE "NO TEAM/TYPE ON FILE - COMPLETE BY HAND"
               TO DL100-REASON.
           PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT.
       4050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4090-ROLL-NOT-APPLIED - THE HISTORY CANNOT BE TRUSTED TO    *
      *    CARRY THE CATALOG PAST THE SNAPSHOT.  SAY SO AND FAIL THE   *
      *    RUN.                                                        *
      *----------------------------------------------------------------*
       4090-ROLL-NOT-APPLIED.
           SET DL100-ROLL-FAILED TO TRUE.
           DISPLAY "  Catalog is at snapshot state only - roll-forward "
                   "not applied.".
       4090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-REPLAY-ONE-RECORD - SKIP THE RECORDS THE SNAPSHOT      *
      *    ALREADY HOLDS (ITS HEADER COUNT) AND EVERYTHING FROM THE    *
      *    FIRST RECORD STAMPED PAST THE CUTOFF - MODHIST IS WRITTEN   *
      *    IN TIME ORDER, SO NOTHING AFTER THAT CAN BE WANTED - THEN   *
      *    HAND THE RECORD TO THE REPLAY PARAGRAPH FOR ITS FIELD WORD. *
      *----------------------------------------------------------------*
       4100-REPLAY-ONE-RECORD.
           READ CATALOG-HISTORY
               AT END
                   SET DL100-HISTORY-EOF TO TRUE
           END-READ.

           IF DL100-HISTORY-EOF
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.
           ADD 1 TO DL100-HIST-POSITION.

           IF DL100-HIST-POSITION NOT > DL100-SNAP-HIST-COUNT
               ADD 1 TO DL100-BEFORE-COUNT
               GO TO 4100-EXIT
           END-IF.

           IF DL100-CUTOFF-GIVEN
               AND HIST-TIMESTAMP > DL100-CUTOFF-STAMP
               SET DL100-PAST-CUTOFF TO TRUE
           END-IF.
           IF DL100-PAST-CUTOFF
               ADD 1 TO DL100-BEYOND-COUNT
               GO TO 4100-EXIT
           END-IF.

           MOVE HIST-TIMESTAMP   TO DL100-RL-STAMP.
           MOVE HIST-MODULE-NAME TO DL100-RL-MODULE.
           MOVE HIST-FIELD       TO DL100-RL-FIELD.
           MOVE HIST-OLD-VALUE   TO DL100-RL-OLD.
           MOVE HIST-NEW-VALUE   TO DL100-RL-NEW.

           EVALUATE TRUE
               WHEN HIST-FIELD-STATUS
                   PERFORM 4200-REPLAY-STATUS THRU 4200-EXIT
               WHEN HIST-FIELD-TEAM
                   PERFORM 4300-REPLAY-TEAM THRU 4300-EXIT
               WHEN HIST-FIELD-TYPE
                   PERFORM 4350-REPLAY-TYPE THRU 4350-EXIT
               WHEN HIST-FIELD-NAME
                   PERFORM 4400-REPLAY-NAME THRU 4400-EXIT
               WHEN HIST-FIELD-QA
               WHEN HIST-FIELD-PROD
                   PERFORM 4500-REPLAY-FLAG THRU 4500-EXIT
      *        A SCAFFOLD TEMPLATE UPGRADE LEAVES THE CATALOG ALONE.
               WHEN HIST-FIELD-TEMPLATE
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN HISTORY FIELD WORD" TO DL100-REASON
                   PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
           END-EVALUATE.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-REPLAY-STATUS - DECOMMISSION OR REACTIVATION.  THE     *
      *    DECOM DATE FOLLOWS THE STATUS THE WAY DECOMMISSION-MODULE   *
      *    AND REACTIVATE-MODULE SET IT.  A CREATE (BLANK OLD VALUE)   *
      *    GOES TO 4250 TO BE WRITTEN BACK.                            *
      *----------------------------------------------------------------*
       4200-REPLAY-STATUS.
           MOVE HIST-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.

           IF HIST-OLD-VALUE = SPACES
               PERFORM 4250-REPLAY-CREATE THRU 4250-EXIT
               GO TO 4200-EXIT
           END-IF.

           IF DL100-MODULE-NOT-FOUND
               MOVE "NOT IN RECOVERED CATALOG" TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4200-EXIT
           END-IF.

           IF CAT-STATUS NOT = HIST-OLD-VALUE
               MOVE "CATALOG STATUS IS NOT THE OLD VALUE"
                   TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4200-EXIT
           END-IF.

           MOVE HIST-NEW-VALUE TO CAT-STATUS.
           IF CAT-STATUS-DECOMMED
               MOVE HIST-TIMESTAMP(1:8) TO CAT-DECOM-DATE
           ELSE
               MOVE ZERO TO CAT-DECOM-DATE
           END-IF.
           PERFORM 4700-REWRITE-ENTRY THRU 4700-EXIT.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4250-REPLAY-CREATE - WRITE A MODULE CREATED AFTER THE       *
      *    SNAPSHOT BACK TO THE CATALOG AS CREATE-MODULE FIRST FILED   *
      *    IT - ACTIVE, DEV ONLY, CREATED ON THE RECORD'S DATE.  TEAM  *
      *    AND TYPE START BLANK; THE OWNING-TEAM AND MODULE-TYPE       *
      *    RECORDS WRITTEN WITH THE CREATE FILL THEM IN (4300, 4350).  *
      *----------------------------------------------------------------*
       4250-REPLAY-CREATE.
           IF DL100-MODULE-FOUND
               MOVE "CREATE - ALREADY IN CATALOG" TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4250-EXIT
           END-IF.

           MOVE SPACES TO CAT-RECORD.
           MOVE HIST-MODULE-NAME    TO CAT-MODULE-NAME.
           MOVE SPACES              TO CAT-OWNING-TEAM.
           MOVE HIST-TIMESTAMP(1:8) TO CAT-CREATE-DATE.
           MOVE HIST-NEW-VALUE      TO CAT-STATUS.
           MOVE ZERO                TO CAT-DECOM-DATE.
           MOVE SPACES              TO CAT-MODULE-TYPE.
           MOVE "N"                 TO CAT-QA-FLAG.
           MOVE "N"                 TO CAT-PROD-FLAG.
           WRITE CAT-RECORD
               INVALID KEY
                   MOVE "CREATED ENTRY COULD NOT BE WRITTEN"
                       TO DL100-REASON
                   PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
                   GO TO 4250-EXIT
           END-WRITE.

           IF DL100-BORN-USED < 500
               ADD 1 TO DL100-BORN-USED
               MOVE HIST-MODULE-NAME TO DL100-BORN-NAME(DL100-BORN-USED)
           ELSE
               SET DL100-BORN-OVERFLOW TO TRUE
           END-IF.
           PERFORM 4600-NOTE-APPLIED THRU 4600-EXIT.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-REPLAY-TEAM - OWNERSHIP TRANSFER, OR THE FIRST OWNER   *
      *    OF A MODULE JUST WRITTEN BACK BY 4250 (BLANK OLD VALUE).    *
      *----------------------------------------------------------------*
       4300-REPLAY-TEAM.
           MOVE HIST-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.

           IF DL100-MODULE-NOT-FOUND
               MOVE "NOT IN RECOVERED CATALOG" TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.

           IF CAT-OWNING-TEAM NOT = HIST-OLD-VALUE
               MOVE "CATALOG TEAM IS NOT THE OLD VALUE"
                   TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4300-EXIT
           END-IF.

           MOVE HIST-NEW-VALUE TO CAT-OWNING-TEAM.
           PERFORM 4700-REWRITE-ENTRY THRU 4700-EXIT.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4350-REPLAY-TYPE - THE TYPE OF A MODULE JUST WRITTEN BACK   *
      *    BY 4250.  CREATE-MODULE IS THE ONLY WRITER, SO THE OLD      *
      *    VALUE IS ALWAYS BLANK.                                      *
      *----------------------------------------------------------------*
       4350-REPLAY-TYPE.
           MOVE HIST-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.

           IF DL100-MODULE-NOT-FOUND
               MOVE "NOT IN RECOVERED CATALOG" TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4350-EXIT
           END-IF.

           IF CAT-MODULE-TYPE NOT = HIST-OLD-VALUE
               MOVE "CATALOG TYPE IS NOT THE OLD VALUE"
                   TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4350-EXIT
           END-IF.

           MOVE HIST-NEW-VALUE TO CAT-MODULE-TYPE.
           PERFORM 4700-REWRITE-ENTRY THRU 4700-EXIT.
       4350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-REPLAY-NAME - RENAME.  THE RECORD IS FILED UNDER THE   *
      *    NEW NAME; THE OLD ENTRY IS DROPPED AND WRITTEN AGAIN UNDER  *
      *    THE NEW KEY WITH EVERY OTHER FIELD CARRIED ALONG, THE SAME  *
      *    WAY RENAME-MODULE DOES IT.                                  *
      *----------------------------------------------------------------*
       4400-REPLAY-NAME.
           MOVE HIST-NEW-VALUE TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.
           IF DL100-MODULE-FOUND
               MOVE "NEW NAME ALREADY IN CATALOG" TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4400-EXIT
           END-IF.

           MOVE HIST-OLD-VALUE TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.
           IF DL100-MODULE-NOT-FOUND
               MOVE "OLD NAME NOT IN RECOVERED CATALOG"
                   TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4400-EXIT
           END-IF.

           MOVE CAT-RECORD TO DL100-HOLD-RECORD.
           DELETE MODULE-CATALOG
               INVALID KEY
                   MOVE "OLD ENTRY COULD NOT BE DROPPED"
                       TO DL100-REASON
                   PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
                   GO TO 4400-EXIT
           END-DELETE.

           MOVE DL100-HOLD-RECORD TO CAT-RECORD.
           MOVE SPACES TO CAT-MODULE-NAME.
           MOVE HIST-NEW-VALUE TO CAT-MODULE-NAME.
           WRITE CAT-RECORD
               INVALID KEY
                   MOVE "NEW ENTRY COULD NOT BE WRITTEN"
                       TO DL100-REASON
                   PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
                   GO TO 4400-EXIT
           END-WRITE.

           PERFORM 4600-NOTE-APPLIED THRU 4600-EXIT.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-REPLAY-FLAG - PROMOTION TO QA OR PROD.  A BLANK FLAG   *
      *    ON AN ENTRY PREDATING ENVIRONMENTS READS AS N.              *
      *----------------------------------------------------------------*
       4500-REPLAY-FLAG.
           MOVE HIST-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 4900-LOOKUP-CATALOG THRU 4900-EXIT.

           IF DL100-MODULE-NOT-FOUND
               MOVE "NOT IN RECOVERED CATALOG" TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4500-EXIT
           END-IF.

           IF HIST-FIELD-QA
               MOVE CAT-QA-FLAG TO DL100-CURRENT-FLAG
           ELSE
               MOVE CAT-PROD-FLAG TO DL100-CURRENT-FLAG
           END-IF.
           IF DL100-CURRENT-FLAG = SPACE
               MOVE "N" TO DL100-CURRENT-FLAG
           END-IF.

           IF DL100-CURRENT-FLAG NOT = HIST-OLD-VALUE
               MOVE "CATALOG FLAG IS NOT THE OLD VALUE"
                   TO DL100-REASON
               PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
               GO TO 4500-EXIT
           END-IF.

           IF HIST-FIELD-QA
               MOVE HIST-NEW-VALUE TO CAT-QA-FLAG
           ELSE
               MOVE HIST-NEW-VALUE TO CAT-PROD-FLAG
           END-IF.
           PERFORM 4700-REWRITE-ENTRY THRU 4700-EXIT.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4600-NOTE-APPLIED - LIST ONE RE-APPLIED CHANGE.             *
      *----------------------------------------------------------------*
       4600-NOTE-APPLIED.
           ADD 1 TO DL100-APPLIED-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.
           DISPLAY DL100-REPLAY-LINE.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4700-REWRITE-ENTRY - PUT THE UPDATED ENTRY BACK.            *
      *----------------------------------------------------------------*
       4700-REWRITE-ENTRY.
           REWRITE CAT-RECORD
               INVALID KEY
                   MOVE "CATALOG REWRITE FAILED" TO DL100-REASON
                   PERFORM 4800-NOTE-NOT-APPLIED THRU 4800-EXIT
                   GO TO 4700-EXIT
           END-REWRITE.
           PERFORM 4600-NOTE-APPLIED THRU 4600-EXIT.
       4700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4800-NOTE-NOT-APPLIED - HOLD ONE HISTORY RECORD THAT COULD  *
      *    NOT BE APPLIED, WITH ITS REASON, FOR THE SECOND SECTION.    *
      *----------------------------------------------------------------*
       4800-NOTE-NOT-APPLIED.
           ADD 1 TO DL100-REJECT-COUNT.
           ADD 1 TO DL100-RUN-REJECTED.
           IF DL100-RJ-USED >= 500
               SET DL100-TABLE-OVERFLOW TO TRUE
               GO TO 4800-EXIT
           END-IF.

           ADD 1 TO DL100-RJ-USED.
           MOVE DL100-REPLAY-LINE TO DL100-RJ-LINE(DL100-RJ-USED).
           MOVE DL100-REASON      TO DL100-RJ-REASON(DL100-RJ-USED).
       4800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4900-LOOKUP-CATALOG - READ THE RECOVERED ENTRY NAMED IN     *
      *    DL100-LOOKUP-NAME.                                          *
      *----------------------------------------------------------------*
       4900-LOOKUP-CATALOG.
           SET DL100-MODULE-NOT-FOUND TO TRUE.
           MOVE SPACES TO CAT-MODULE-NAME.
           MOVE DL100-LOOKUP-NAME TO CAT-MODULE-NAME.
           READ MODULE-CATALOG
               KEY IS CAT-MODULE-NAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DL100-MODULE-FOUND TO TRUE
           END-READ.
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-WRITE-AUDIT-ENTRY - ONE RECOVER LINE NAMING THE        *
      *    SNAPSHOT RELOADED AND THE REPLAY COUNTS.                    *
      *----------------------------------------------------------------*
       5000-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE DL100-SNAP-NAME(1:16) TO DL100-RC-SNAP-NAME.
           MOVE DL100-APPLIED-COUNT   TO DL100-RC-APPLIED.
           MOVE DL100-REJECT-COUNT    TO DL100-RC-REJECTED.

           MOVE SPACES TO AUD-RECORD.
           MOVE "RECOVER"            TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-RECOVER-DETAIL TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-REPORT - THE NOT-APPLIED SECTION AND TOTALS.     *
      *    THE RE-APPLIED SECTION WAS LISTED AS THE REPLAY RAN.        *
      *----------------------------------------------------------------*
       8000-PRINT-REPORT.
           DISPLAY " ".
           DISPLAY "History records not applied".
           DISPLAY "---------------------------".
           IF DL100-RJ-USED = 0
               DISPLAY "  None."
           END-IF.
           PERFORM 8100-PRINT-ONE-REJECT THRU 8100-EXIT
               VARYING DL100-RJ-IX FROM 1 BY 1
               UNTIL DL100-RJ-IX > DL100-RJ-USED.

           MOVE DL100-RELOAD-COUNT  TO DL100-RELOAD-COUNT-OUT.
           MOVE DL100-BEFORE-COUNT  TO DL100-BEFORE-COUNT-OUT.
           MOVE DL100-APPLIED-COUNT TO DL100-APPLIED-COUNT-OUT.
           MOVE DL100-REJECT-COUNT  TO DL100-REJECT-COUNT-OUT.
           MOVE DL100-BEYOND-COUNT  TO DL100-BEYOND-COUNT-OUT.
           DISPLAY " ".
           DISPLAY "Entries reloaded from snapshot: "
                   DL100-RELOAD-COUNT-OUT.
           DISPLAY "History already in snapshot:    "
                   DL100-BEFORE-COUNT-OUT.
           DISPLAY "Changes re-applied:               "
                   DL100-APPLIED-COUNT-OUT.
           DISPLAY "History records not applied:      "
                   DL100-REJECT-COUNT-OUT.
           IF DL100-CUTOFF-GIVEN
               DISPLAY "History past the cutoff, skipped: "
                       DL100-BEYOND-COUNT-OUT
           END-IF.
           IF DL100-TABLE-OVERFLOW
               DISPLAY "Warning - more records were not applied "
                       "than the table holds; overflow not listed."
           END-IF.
           IF DL100-BORN-OVERFLOW
               DISPLAY "Warning - more than 500 modules written back "
                       "from create records; team and type were "
                       "checked on the first 500 only."
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-ONE-REJECT - ONE NOT-APPLIED RECORD AND REASON.  *
      *----------------------------------------------------------------*
       8100-PRINT-ONE-REJECT.
           DISPLAY DL100-RJ-LINE(DL100-RJ-IX).
           DISPLAY "      reason: " DL100-RJ-REASON(DL100-RJ-IX).
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8500-SEAL-AUDIT-ENTRY - NUMBER AND CHECK-CHAIN THE AUDIT    *
      *    ENTRY IN HAND.  READS THE PRIOR SEQUENCE AND CHECK VALUE    *
      *    FROM MODAUDSEQ (A MISSING FILE STARTS THE CHAIN AT ZERO),   *
      *    FOLDS EVERY BYTE UP TO AND INCLUDING AUD-SEQUENCE INTO THE  *
      *    RUNNING CHECK, AND SAVES THE NEW STATE BACK.  PERFORMED     *
      *    IMMEDIATELY BEFORE EVERY WRITE OF AUD-RECORD.               *
      *----------------------------------------------------------------*
       8500-SEAL-AUDIT-ENTRY.
           MOVE 0 TO DL100-CHAIN-SEQUENCE.
           MOVE 0 TO DL100-CHAIN-CHECK.

           OPEN INPUT AUDIT-CHAIN-STATE.
           IF DL100-SEQ-STATUS = "00"
               READ AUDIT-CHAIN-STATE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST-SEQUENCE TO DL100-CHAIN-SEQUENCE
                       MOVE SEQ-LAST-CHECK    TO DL100-CHAIN-CHECK
               END-READ
               CLOSE AUDIT-CHAIN-STATE
           END-IF.

           ADD 1 TO DL100-CHAIN-SEQUENCE.
           MOVE DL100-CHAIN-SEQUENCE TO AUD-SEQUENCE.

           MOVE DL100-CHAIN-CHECK TO DL100-CHK-WORK.
           PERFORM 8510-SUM-ONE-BYTE THRU 8510-EXIT
               VARYING DL100-CHK-IX FROM 1 BY 1
               UNTIL DL100-CHK-IX > 147.
           MOVE DL100-CHK-WORK TO AUD-CHECK.
           MOVE DL100-CHK-WORK TO DL100-CHAIN-CHECK.

           OPEN OUTPUT AUDIT-CHAIN-STATE.
           MOVE SPACES TO SEQ-RECORD.
           MOVE DL100-CHAIN-SEQUENCE TO SEQ-LAST-SEQUENCE.
           MOVE DL100-CHAIN-CHECK    TO SEQ-LAST-CHECK.
           WRITE SEQ-RECORD.
           CLOSE AUDIT-CHAIN-STATE.
       8500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8510-SUM-ONE-BYTE - FOLD ONE BYTE OF AUD-RECORD INTO THE    *
      *    RUNNING CHECK VALUE.                                        *
      *----------------------------------------------------------------*
       8510-SUM-ONE-BYTE.
           COMPUTE DL100-CHK-WORK = FUNCTION MOD
               (DL100-CHK-WORK * 31
                   + FUNCTION ORD(AUD-RECORD(DL100-CHK-IX:1))
               , 99999989).
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
           MOVE "CATALOG-RECOVER"     TO RUN-PROGRAM-ID.
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
           MOVE "CATALOG-RECOVER"     TO RUN-PROGRAM-ID.
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
      *    RELEASES IT.                                                *
      *----------------------------------------------------------------*
       8900-RELEASE-UPDATE-LOCK.
           IF DL100-LOCK-HELD
               MOVE SPACES TO CMD
               MOVE "rmdir MODLOCK" TO CMD
               CALL "SYSTEM" USING CMD
               MOVE 0 TO RETURN-CODE
               SET DL100-LOCK-NOT-HELD TO TRUE
           END-IF.
       8900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9000-TERMINATE - RELEASE THE LOCK AND CLOSE FILES.          *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
           CLOSE MODULE-AUDIT-LOG.
           IF DL100-CATALOG-OPEN
               CLOSE MODULE-CATALOG
           END-IF.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
