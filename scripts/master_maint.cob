      ******************************************************************
      *
      *    PROGRAM-ID.  MASTER-MAINT
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        OPERATOR AND TEAM MASTER MAINTENANCE.  THE OPERATOR
      *        MASTER (MODOPR) DECIDES WHO MAY DO WHAT AND THE TEAM
      *        MASTER (MODTEAMS) WHICH TEAMS MAY OWN MODULES; UNTIL
      *        NOW BOTH WERE EDITED BY HAND WITH NO RECORD OF WHO
      *        GRANTED WHAT.  ONE CHANGE PER RUN -
      *            (O)PERATOR - (A)DD AN OPERATOR WITH ITS TWELVE
      *                         AUTHORITY FLAGS, (C)HANGE THE FLAGS,
      *                         OR (D)EACTIVATE IT.  THE OPERATOR
      *                         MASTER HAS NO ACTIVE FLAG OF ITS OWN,
      *                         SO DEACTIVATING SETS EVERY AUTHORITY
      *                         TO N - EVERY PROGRAM IN THE SUITE
      *                         THEN REFUSES IT.  THE RECORD STAYS SO
      *                         ITS HISTORY IN THE AUDIT LOG STILL
      *                         NAMES A KNOWN OPERATOR.
      *            (T)EAM     - (A)DD A TEAM WITH FULL NAME AND QUOTA,
      *                         (C)HANGE FULL NAME, QUOTA OR ACTIVE
      *                         FLAG (A BLANK ANSWER KEEPS THE VALUE),
      *                         OR (D)EACTIVATE IT.
      *        THE RUN NEEDS THE MAINT AUTHORITY (OPR-MAINT-AUTH) AND
      *        NO OPERATOR MAY ADD, CHANGE OR DEACTIVATE THEIR OWN
      *        OPERATOR RECORD - THE ATTEMPT IS REFUSED WITH A DENIED
      *        AUDIT ENTRY.  EVERY CHANGE WRITES SEALED AUDIT ENTRIES
      *        CARRYING THE OLD AND NEW VALUE, ONE PER FIELD CHANGED -
      *            OPR-ADD / OPR-CHANGE / OPR-DEACT  - AUTH old > new,
      *                         THE TWELVE FLAGS IN COPYBOOK ORDER,
      *            TEAM-ADD / TEAM-CHANGE / TEAM-DEACT - QUOTA old >
      *                         new, ACTIVE old > new, AND A PAIR OF
      *                         FULL-NAME WAS / FULL-NAME NOW ENTRIES
      *                         (THE 40-BYTE NAME WILL NOT FIT TWICE
      *                         IN ONE AUD-DETAIL).
      *        AUD-MODULE-NAME CARRIES THE OPERATOR ID OR TEAM NAME
      *        MAINTAINED.  THE MASTER IS REWRITTEN TO A WORK FILE
      *        (MODOPRNEW / MODTEAMSNEW) AND MOVED OVER THE LIVE ONE
      *        UNDER THE SUITE UPDATE LOCK.
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
      *                     A RUN THAT GIVES UP WAITING ON MODLOCK
      *                     IS LOGGED WITH OUTCOME LOCKED.
      *    2026-10-15 DL100 OPERATOR RECORDS NOW CARRY TWELVE
      *                     AUTHORITY FLAGS - PURGE (OPR-PURGE-AUTH,
      *                     FOR RETENTION-PURGE) IS ENTERED LAST.
      *    2026-10-15 DL100 AUDIT AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      *    2026-10-15 DL100 A MASTER OR WORK FILE THAT WILL NOT OPEN,
      *                     OR A MV SWAP THAT FAILS, NOW REJECTS THE
      *                     CHANGE WITH RETURN-CODE 8, DROPS THE WORK
      *                     FILE AND WRITES NO AUDIT ENTRY.  ONLY A
      *                     MISSING TEAM MASTER IS STARTED BY AN ADD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-AUDIT-LOG ASSIGN TO "MODAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "MODOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPR-STATUS.

           SELECT OPERATOR-WORK ASSIGN TO "MODOPRNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPR-WORK-STATUS.

           SELECT TEAM-MASTER ASSIGN TO "MODTEAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TEAM-STATUS.

           SELECT TEAM-WORK ASSIGN TO "MODTEAMSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TEAM-WORK-STATUS.

           SELECT AUDIT-CHAIN-STATE ASSIGN TO "MODAUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SEQ-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
       COPY "modaud.cpy".

       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  OPERATOR-WORK
           RECORD CONTAINS 23 CHARACTERS.
       01  OPR-WORK-RECORD             PIC X(23).

       FD  TEAM-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "modteam.cpy".

       FD  TEAM-WORK
           RECORD CONTAINS 78 CHARACTERS.
       01  TEAM-WORK-RECORD            PIC X(78).

       FD  AUDIT-CHAIN-STATE
           RECORD CONTAINS 15 CHARACTERS.
       COPY "modausq.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-OPR-WORK-STATUS       PIC X(02).
       77  DL100-TEAM-STATUS           PIC X(02).
       77  DL100-TEAM-WORK-STATUS      PIC X(02).
       77  DL100-OPERATOR-ID           PIC X(10).

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

       01  DL100-TEAM-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-TEAM-EOF                     VALUE "Y".
           88  DL100-TEAM-NOT-EOF                 VALUE "N".

       01  DL100-OPR-FOUND-SW          PIC X(01) VALUE "N".
           88  DL100-OPERATOR-KNOWN               VALUE "Y".
           88  DL100-OPERATOR-UNKNOWN             VALUE "N".

       01  DL100-DENIED-DETAIL.
           05  DL100-DN-ACTION         PIC X(12).
           05  FILLER                  PIC X(14)
                                       VALUE " NOT PERMITTED".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  CMD                         PIC X(400).

      *---------------------------------------------------------------*
      *    WHAT THIS RUN MAINTAINS AND HOW.                           *
      *---------------------------------------------------------------*
       01  DL100-SUBJECT-SW            PIC X(01) VALUE SPACE.
           88  DL100-OPERATOR-SUBJECT             VALUE "O" "o".
           88  DL100-TEAM-SUBJECT                 VALUE "T" "t".

       01  DL100-MAINT-ACTION-SW       PIC X(01) VALUE SPACE.
           88  DL100-ADD-ACTION                   VALUE "A" "a".
           88  DL100-CHANGE-ACTION                VALUE "C" "c".
           88  DL100-DEACT-ACTION                 VALUE "D" "d".

      *---------------------------------------------------------------*
      *    ANSWER-GATHERING OUTCOME - A BLANK OR BAD ANSWER CANCELS   *
      *    THE RUN BEFORE THE LOCK IS EVER TAKEN.                     *
      *---------------------------------------------------------------*
       01  DL100-PROCEED-SW            PIC X(01) VALUE "N".
           88  DL100-PROCEED                      VALUE "Y".
           88  DL100-RUN-CANCELLED                VALUE "N".

      *---------------------------------------------------------------*
      *    OUTCOME OF THE MASTER UPDATE.                              *
      *---------------------------------------------------------------*
       01  DL100-OUTCOME-SW            PIC X(01) VALUE "N".
           88  DL100-CHANGE-APPLIED               VALUE "A".
           88  DL100-NO-CHANGE                    VALUE "N".
           88  DL100-CHANGE-REJECTED              VALUE "R".

       01  DL100-TARGET-SW             PIC X(01) VALUE "N".
           88  DL100-TARGET-FOUND                 VALUE "Y".
           88  DL100-TARGET-NOT-FOUND             VALUE "N".

      *---------------------------------------------------------------*
      *    OPERATOR ANSWERS.  THE TWELVE AUTHORITY FLAGS RUN FROM     *
      *    BYTE 12 OF OPR-RECORD IN COPYBOOK ORDER.                   *
      *---------------------------------------------------------------*
       01  DL100-TARGET-OPERATOR       PIC X(10) VALUE SPACES.
       01  DL100-NEW-FLAGS             PIC X(12) VALUE SPACES.
       01  DL100-OLD-FLAGS             PIC X(12).
       01  DL100-NO-FLAGS              PIC X(12) VALUE "NNNNNNNNNNNN".
       77  DL100-FLAG-IX               PIC 9(02) COMP.
       01  DL100-FLAG-CHAR             PIC X(01).
       01  DL100-FLAGS-OK-SW           PIC X(01) VALUE "Y".
           88  DL100-FLAGS-OK                     VALUE "Y".
           88  DL100-FLAGS-BAD                    VALUE "N".

      *---------------------------------------------------------------*
      *    TEAM ANSWERS - A BLANK FULL NAME, QUOTA OR ACTIVE ANSWER   *
      *    ON A CHANGE KEEPS THE VALUE ON FILE.  THE QUOTA IS TAKEN   *
      *    RIGHT-JUSTIFIED SO "25" ZERO-FILLS TO 0025.                *
      *---------------------------------------------------------------*
       01  DL100-TARGET-TEAM           PIC X(30) VALUE SPACES.
       01  DL100-NEW-FULL-NAME         PIC X(40) VALUE SPACES.
       01  DL100-QUOTA-IN              PIC X(04) JUSTIFIED RIGHT
                                       VALUE SPACES.
       01  DL100-NEW-ACTIVE            PIC X(01) VALUE SPACES.
       01  DL100-OLD-FULL-NAME         PIC X(40).
       01  DL100-OLD-QUOTA             PIC X(04).
       01  DL100-OLD-ACTIVE            PIC X(01).

      *---------------------------------------------------------------*
      *    AUDIT ENTRY IN THE MAKING AND ITS TWO DETAIL LAYOUTS -     *
      *    FIELD old > new, AND FULL-NAME WAS / NOW name.             *
      *---------------------------------------------------------------*
       01  DL100-AUD-SUBJECT           PIC X(30).
       01  DL100-AUD-ACTION            PIC X(12).
       01  DL100-AUD-DETAIL            PIC X(64).

       01  DL100-CHANGE-DETAIL.
           05  DL100-CHG-FIELD         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-CHG-OLD           PIC X(24).
           05  FILLER                  PIC X(03) VALUE " > ".
           05  DL100-CHG-NEW           PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  DL100-NAME-DETAIL.
           05  FILLER                  PIC X(10) VALUE "FULL-NAME".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-NM-WHEN           PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-NM-NAME           PIC X(40).
           05  FILLER                  PIC X(09) VALUE SPACES.

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
      *    EITHER MASTER IS REWRITTEN AND RELEASED AT TERMINATE, SO   *
      *    OVERLAPPING RUNS CANNOT LOSE RECORDS.                      *
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
           PERFORM 1400-GET-ANSWERS THRU 1400-EXIT.
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
           IF DL100-AUTHORIZED AND DL100-OPERATOR-SUBJECT
               PERFORM 1250-CHECK-OWN-RECORD THRU 1250-EXIT
           END-IF.
           IF DL100-NOT-AUTHORIZED
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF DL100-OPERATOR-SUBJECT
               PERFORM 3000-MAINTAIN-OPERATOR THRU 3000-EXIT
           ELSE
               PERFORM 4000-MAINTAIN-TEAM THRU 4000-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.
           IF DL100-CHANGE-REJECTED
               ADD 1 TO DL100-RUN-REJECTED
           ELSE
               ADD 1 TO DL100-RUN-PROCESSED
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-CHANGE-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - ESTABLISH OPERATOR ID, WHICH MASTER AND   *
      *    WHICH ACTION.  THE LOCK AND THE FILE OPENS WAIT UNTIL       *
      *    EVERY CONSOLE ANSWER IS IN.                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT DL100-OPERATOR-ID.

           DISPLAY "Maintain (O)perator or (T)eam: "
               WITH NO ADVANCING.
           ACCEPT DL100-SUBJECT-SW.

           DISPLAY "(A)dd, (C)hange or (D)eactivate: "
               WITH NO ADVANCING.
           ACCEPT DL100-MAINT-ACTION-SW.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1050-TAKE-UPDATE-LOCK - TAKE THE SUITE-WIDE UPDATE LOCK BY  *
      *    CREATING THE MODLOCK DIRECTORY - THE MKDIR EITHER CREATES   *
      *    IT OR FAILS, SO TWO RUNS CANNOT BOTH WIN.  A HELD LOCK IS   *
      *    RETRIED A FEW TIMES, THEN THE RUN GIVES UP WITH A CLEAR     *
      *    MESSAGE AND RETURN-CODE 8.                                  *
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
      *    1200-CHECK-AUTHORITY - VALIDATE THE OPERATOR AGAINST THE    *
      *    OPERATOR MASTER AND CONFIRM THE MAINT ACTION IS PERMITTED.  *
      *    A MISSING MASTER FILE REFUSES EVERYONE - THE FIRST MODOPR   *
      *    IS LOADED BY HAND.                                          *
      *----------------------------------------------------------------*
       1200-CHECK-AUTHORITY.
           SET DL100-NOT-AUTHORIZED TO TRUE.
           SET DL100-OPERATOR-UNKNOWN TO TRUE.
           SET DL100-OPR-NOT-EOF TO TRUE.
           MOVE "N" TO DL100-ACTION-AUTH.
           MOVE "MAINT" TO DL100-DN-ACTION.

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
                       " is not permitted to MAINT."
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
      *    THE ENTERED OPERATOR ID, KEEPING THE MAINT FLAG.            *
      *----------------------------------------------------------------*
       1210-SCAN-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-NOT-EOF
               IF OPR-OPERATOR-ID = DL100-OPERATOR-ID
                   SET DL100-OPERATOR-KNOWN TO TRUE
                   MOVE OPR-MAINT-AUTH TO DL100-ACTION-AUTH
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1250-CHECK-OWN-RECORD - NOBODY MAINTAINS THEIR OWN OPERATOR *
      *    RECORD, WHATEVER THEIR AUTHORITY - A SECOND MAINT OPERATOR  *
      *    HAS TO DO IT.  THE ATTEMPT IS REFUSED AND AUDITED.          *
      *----------------------------------------------------------------*
       1250-CHECK-OWN-RECORD.
           IF DL100-TARGET-OPERATOR = DL100-OPERATOR-ID
               DISPLAY "Operator " DL100-OPERATOR-ID
                       " may not maintain their own record."
               SET DL100-NOT-AUTHORIZED TO TRUE
               MOVE "OWN RECORD" TO DL100-DN-ACTION
               PERFORM 1300-WRITE-DENIED-AUDIT THRU 1300-EXIT
           END-IF.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-DENIED-AUDIT - RECORD THE REFUSED ATTEMPT IN THE *
      *    AUDIT LOG SO SECURITY CAN SEE WHO TRIED WHAT.  THE CALLER   *
      *    HAS SET DL100-DN-ACTION.                                    *
      *----------------------------------------------------------------*
       1300-WRITE-DENIED-AUDIT.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE SPACES TO AUD-RECORD.
           IF DL100-OPERATOR-SUBJECT
               MOVE DL100-TARGET-OPERATOR TO AUD-MODULE-NAME
           ELSE
               MOVE DL100-TARGET-TEAM     TO AUD-MODULE-NAME
           END-IF.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-DENIED-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1400-GET-ANSWERS - GATHER EVERYTHING THE CHANGE NEEDS       *
      *    BEFORE ANY LOCK OR OPEN.                                    *
      *----------------------------------------------------------------*
       1400-GET-ANSWERS.
           IF NOT DL100-OPERATOR-SUBJECT AND NOT DL100-TEAM-SUBJECT
               DISPLAY "Answer O or T - no change made."
               GO TO 1400-EXIT
           END-IF.

           IF NOT DL100-ADD-ACTION AND NOT DL100-CHANGE-ACTION
               AND NOT DL100-DEACT-ACTION
               DISPLAY "Answer A, C or D - no change made."
               GO TO 1400-EXIT
           END-IF.

           IF DL100-OPERATOR-SUBJECT
               PERFORM 1410-GET-OPERATOR-ANSWERS THRU 1410-EXIT
           ELSE
               PERFORM 1450-GET-TEAM-ANSWERS THRU 1450-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1410-GET-OPERATOR-ANSWERS - THE OPERATOR ID AND, FOR AN ADD *
      *    OR CHANGE, THE FULL SET OF TWELVE FLAGS.                    *
      *----------------------------------------------------------------*
       1410-GET-OPERATOR-ANSWERS.
           DISPLAY "Operator ID to maintain: " WITH NO ADVANCING.
           ACCEPT DL100-TARGET-OPERATOR.

           IF DL100-TARGET-OPERATOR = SPACES
               DISPLAY "Operator ID may not be blank - no change made."
               GO TO 1410-EXIT
           END-IF.

           IF DL100-DEACT-ACTION
               MOVE DL100-NO-FLAGS TO DL100-NEW-FLAGS
               SET DL100-PROCEED TO TRUE
               GO TO 1410-EXIT
           END-IF.

           DISPLAY "Authority flags, one Y or N each, in this order -".
           DISPLAY "  CREATE DECOM REACT TRANSFER APPROVE DEPEND "
                   "ROLLOVER RENAME PROMOTE RECOVER MAINT PURGE".
           DISPLAY "Enter the 12 flags: " WITH NO ADVANCING.
           ACCEPT DL100-NEW-FLAGS.

           SET DL100-FLAGS-OK TO TRUE.
           PERFORM 1420-EDIT-ONE-FLAG THRU 1420-EXIT
               VARYING DL100-FLAG-IX FROM 1 BY 1
               UNTIL DL100-FLAG-IX > 12.

           IF DL100-FLAGS-BAD
               DISPLAY "Flags must be Y or N - no change made."
               GO TO 1410-EXIT
           END-IF.

           SET DL100-PROCEED TO TRUE.
       1410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1420-EDIT-ONE-FLAG - ONE FLAG POSITION.  LOWER CASE IS      *
      *    FOLDED UP; A BLANK (SHORT ANSWER) MEANS N.                  *
      *----------------------------------------------------------------*
       1420-EDIT-ONE-FLAG.
           MOVE DL100-NEW-FLAGS(DL100-FLAG-IX:1) TO DL100-FLAG-CHAR.
           EVALUATE DL100-FLAG-CHAR
               WHEN "Y"
               WHEN "y"
                   MOVE "Y" TO DL100-NEW-FLAGS(DL100-FLAG-IX:1)
               WHEN "N"
               WHEN "n"
               WHEN SPACE
                   MOVE "N" TO DL100-NEW-FLAGS(DL100-FLAG-IX:1)
               WHEN OTHER
                   SET DL100-FLAGS-BAD TO TRUE
           END-EVALUATE.
       1420-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1450-GET-TEAM-ANSWERS - THE TEAM NAME AND, FOR AN ADD OR    *
      *    CHANGE, FULL NAME, QUOTA AND (CHANGE ONLY) ACTIVE FLAG.     *
      *    AN ADD NEEDS A FULL NAME AND A QUOTA.                       *
      *----------------------------------------------------------------*
       1450-GET-TEAM-ANSWERS.
           DISPLAY "Team name to maintain: " WITH NO ADVANCING.
           ACCEPT DL100-TARGET-TEAM.

           IF DL100-TARGET-TEAM = SPACES
               DISPLAY "Team name may not be blank - no change made."
               GO TO 1450-EXIT
           END-IF.

           IF DL100-DEACT-ACTION
               MOVE "N"    TO DL100-NEW-ACTIVE
               MOVE "0000" TO DL100-QUOTA-IN
               SET DL100-PROCEED TO TRUE
               GO TO 1450-EXIT
           END-IF.

           IF DL100-CHANGE-ACTION
               DISPLAY "Blank answers keep the value on file."
           END-IF.

           DISPLAY "Full team name: " WITH NO ADVANCING.
           ACCEPT DL100-NEW-FULL-NAME.

           DISPLAY "Quota of active modules: " WITH NO ADVANCING.
           ACCEPT DL100-QUOTA-IN.
           INSPECT DL100-QUOTA-IN REPLACING LEADING SPACES BY ZEROS.

           IF DL100-ADD-ACTION
               MOVE "Y" TO DL100-NEW-ACTIVE
               IF DL100-NEW-FULL-NAME = SPACES
                   OR DL100-QUOTA-IN = "0000"
                   DISPLAY "A new team needs a full name and a quota "
                           "- no change made."
                   GO TO 1450-EXIT
               END-IF
           ELSE
               DISPLAY "Active (Y/N): " WITH NO ADVANCING
               ACCEPT DL100-NEW-ACTIVE
               IF DL100-NEW-ACTIVE = "y"
                   MOVE "Y" TO DL100-NEW-ACTIVE
               END-IF
               IF DL100-NEW-ACTIVE = "n"
                   MOVE "N" TO DL100-NEW-ACTIVE
               END-IF
               IF DL100-NEW-ACTIVE NOT = "Y"
                   AND DL100-NEW-ACTIVE NOT = "N"
                   AND DL100-NEW-ACTIVE NOT = SPACE
                   DISPLAY "Active must be Y or N - no change made."
                   GO TO 1450-EXIT
               END-IF
           END-IF.

           IF DL100-QUOTA-IN IS NOT NUMERIC
               DISPLAY "Quota must be a number - no change made."
               GO TO 1450-EXIT
           END-IF.

           SET DL100-PROCEED TO TRUE.
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - OPEN THE AUDIT LOG.  THE MASTERS ARE      *
      *    OPENED BY THE PARAGRAPH THAT REWRITES THEM.  ONLY REACHED   *
      *    ONCE EVERY CONSOLE ANSWER IS IN AND THE LOCK IS HELD.       *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN EXTEND MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "05" OR DL100-AUDIT-STATUS = "35"
               OPEN OUTPUT MODULE-AUDIT-LOG
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-MAINTAIN-OPERATOR - COPY THE OPERATOR MASTER TO THE    *
      *    WORK FILE, APPLYING THE CHANGE TO THE TARGET RECORD (OR     *
      *    APPENDING IT FOR AN ADD), THEN SWAP AND AUDIT IT.  A MASTER *
      *    OR WORK FILE THAT WILL NOT OPEN, OR A SWAP THAT FAILS,      *
      *    REJECTS THE CHANGE - THE WORK FILE IS DROPPED AND NO AUDIT  *
      *    ENTRY IS WRITTEN.                                           *
      *----------------------------------------------------------------*
       3000-MAINTAIN-OPERATOR.
           SET DL100-TARGET-NOT-FOUND TO TRUE.
           SET DL100-NO-CHANGE TO TRUE.
           SET DL100-OPR-NOT-EOF TO TRUE.
           MOVE "------------" TO DL100-OLD-FLAGS.

           OPEN INPUT OPERATOR-MASTER.
           IF DL100-OPR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master - MODOPR "
                       "status " DL100-OPR-STATUS "."
               GO TO 3000-FAILED
           END-IF.

           OPEN OUTPUT OPERATOR-WORK.
           IF DL100-OPR-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open operator work file - "
                       "MODOPRNEW status " DL100-OPR-WORK-STATUS "."
               CLOSE OPERATOR-MASTER
               GO TO 3000-FAILED
           END-IF.

           PERFORM 3100-COPY-ONE-OPERATOR THRU 3100-EXIT
               UNTIL DL100-OPR-EOF.

           IF DL100-ADD-ACTION
               IF DL100-TARGET-FOUND
                   DISPLAY "Operator " DL100-TARGET-OPERATOR
                           " is already on the master - use change."
                   SET DL100-CHANGE-REJECTED TO TRUE
               ELSE
                   MOVE SPACES TO OPR-RECORD
                   MOVE DL100-TARGET-OPERATOR TO OPR-OPERATOR-ID
                   MOVE DL100-NEW-FLAGS       TO OPR-RECORD(12:12)
                   WRITE OPR-WORK-RECORD FROM OPR-RECORD
                   SET DL100-CHANGE-APPLIED TO TRUE
               END-IF
           ELSE
               IF DL100-TARGET-NOT-FOUND
                   DISPLAY "Operator " DL100-TARGET-OPERATOR
                           " is not on the master - nothing changed."
                   SET DL100-CHANGE-REJECTED TO TRUE
               END-IF
           END-IF.

           CLOSE OPERATOR-MASTER.
           CLOSE OPERATOR-WORK.

           IF NOT DL100-CHANGE-APPLIED
               MOVE SPACES TO CMD
               MOVE "rm -f MODOPRNEW" TO CMD
               CALL "SYSTEM" USING CMD
               IF DL100-NO-CHANGE
                   DISPLAY "Flags already as entered - no change made."
               END-IF
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO CMD.
           MOVE "mv MODOPRNEW MODOPR" TO CMD.
           CALL "SYSTEM" USING CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to file MODOPRNEW as MODOPR - "
                       "operator master left as it was."
               GO TO 3000-FAILED
           END-IF.

           MOVE DL100-TARGET-OPERATOR TO DL100-AUD-SUBJECT.
           EVALUATE TRUE
               WHEN DL100-ADD-ACTION
                   MOVE "OPR-ADD"    TO DL100-AUD-ACTION
               WHEN DL100-CHANGE-ACTION
                   MOVE "OPR-CHANGE" TO DL100-AUD-ACTION
               WHEN OTHER
                   MOVE "OPR-DEACT"  TO DL100-AUD-ACTION
           END-EVALUATE.
           MOVE "AUTH"          TO DL100-CHG-FIELD.
           MOVE DL100-OLD-FLAGS TO DL100-CHG-OLD.
           MOVE DL100-NEW-FLAGS TO DL100-CHG-NEW.
           MOVE DL100-CHANGE-DETAIL TO DL100-AUD-DETAIL.
           PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT.

           DISPLAY "Operator " DL100-TARGET-OPERATOR " "
                   DL100-AUD-ACTION " - AUTH " DL100-OLD-FLAGS
                   " > " DL100-NEW-FLAGS.
           GO TO 3000-EXIT.

       3000-FAILED.
           MOVE SPACES TO CMD.
           MOVE "rm -f MODOPRNEW" TO CMD.
           CALL "SYSTEM" USING CMD.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Nothing changed.".
           SET DL100-CHANGE-REJECTED TO TRUE.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-COPY-ONE-OPERATOR - ONE OPERATOR RECORD TO THE WORK    *
      *    FILE, CHANGED IF IT IS THE TARGET OF A CHANGE OR            *
      *    DEACTIVATE.                                                 *
      *----------------------------------------------------------------*
       3100-COPY-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-EOF
               GO TO 3100-EXIT
           END-IF.

           IF OPR-OPERATOR-ID = DL100-TARGET-OPERATOR
               SET DL100-TARGET-FOUND TO TRUE
               MOVE OPR-RECORD(12:12) TO DL100-OLD-FLAGS
               IF NOT DL100-ADD-ACTION
                   AND DL100-OLD-FLAGS NOT = DL100-NEW-FLAGS
                   MOVE DL100-NEW-FLAGS TO OPR-RECORD(12:12)
                   SET DL100-CHANGE-APPLIED TO TRUE
               END-IF
           END-IF.

           WRITE OPR-WORK-RECORD FROM OPR-RECORD.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-MAINTAIN-TEAM - COPY THE TEAM MASTER TO THE WORK FILE, *
      *    APPLYING THE CHANGE TO THE TARGET RECORD (OR APPENDING IT   *
      *    FOR AN ADD), THEN SWAP AND AUDIT IT.  A MISSING TEAM MASTER *
      *    (STATUS 35) IS STARTED BY THE FIRST ADD.  A MASTER OR WORK  *
      *    FILE THAT WILL NOT OPEN, OR A SWAP THAT FAILS, REJECTS THE  *
      *    CHANGE - THE WORK FILE IS DROPPED AND NO AUDIT ENTRY IS     *
      *    WRITTEN.                                                    *
      *----------------------------------------------------------------*
       4000-MAINTAIN-TEAM.
           SET DL100-TARGET-NOT-FOUND TO TRUE.
           SET DL100-NO-CHANGE TO TRUE.
           SET DL100-TEAM-NOT-EOF TO TRUE.
           MOVE SPACES TO DL100-OLD-FULL-NAME.
           MOVE "----" TO DL100-OLD-QUOTA.
           MOVE "-"    TO DL100-OLD-ACTIVE.

           OPEN INPUT TEAM-MASTER.
           IF DL100-TEAM-STATUS NOT = "00"
               AND DL100-TEAM-STATUS NOT = "35"
               DISPLAY "Unable to open team master - MODTEAMS "
                       "status " DL100-TEAM-STATUS "."
               GO TO 4000-FAILED
           END-IF.

           OPEN OUTPUT TEAM-WORK.
           IF DL100-TEAM-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open team work file - "
                       "MODTEAMSNEW status " DL100-TEAM-WORK-STATUS "."
               IF DL100-TEAM-STATUS = "00"
                   CLOSE TEAM-MASTER
               END-IF
               GO TO 4000-FAILED
           END-IF.

           IF DL100-TEAM-STATUS = "00"
               PERFORM 4100-COPY-ONE-TEAM THRU 4100-EXIT
                   UNTIL DL100-TEAM-EOF
               CLOSE TEAM-MASTER
           END-IF.

           IF DL100-ADD-ACTION
               IF DL100-TARGET-FOUND
                   DISPLAY "Team " DL100-TARGET-TEAM
                   DISPLAY "  is already on the master - use change."
                   SET DL100-CHANGE-REJECTED TO TRUE
               ELSE
                   MOVE SPACES TO TEAM-RECORD
                   MOVE DL100-TARGET-TEAM   TO TEAM-NAME
                   MOVE DL100-NEW-FULL-NAME TO TEAM-FULL-NAME
                   MOVE "Y"                 TO TEAM-ACTIVE-FLAG
                   MOVE DL100-QUOTA-IN      TO TEAM-QUOTA
                   WRITE TEAM-WORK-RECORD FROM TEAM-RECORD
                   SET DL100-CHANGE-APPLIED TO TRUE
               END-IF
           ELSE
               IF DL100-TARGET-NOT-FOUND
                   DISPLAY "Team " DL100-TARGET-TEAM
                   DISPLAY "  is not on the master - nothing changed."
                   SET DL100-CHANGE-REJECTED TO TRUE
               END-IF
           END-IF.

           CLOSE TEAM-WORK.

           IF NOT DL100-CHANGE-APPLIED
               MOVE SPACES TO CMD
               MOVE "rm -f MODTEAMSNEW" TO CMD
               CALL "SYSTEM" USING CMD
               IF DL100-NO-CHANGE
                   DISPLAY "Team already as entered - no change made."
               END-IF
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO CMD.
           MOVE "mv MODTEAMSNEW MODTEAMS" TO CMD.
           CALL "SYSTEM" USING CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to file MODTEAMSNEW as MODTEAMS - "
                       "team master left as it was."
               GO TO 4000-FAILED
           END-IF.

           PERFORM 4200-AUDIT-TEAM-CHANGE THRU 4200-EXIT.
           DISPLAY "Team " DL100-TARGET-TEAM.
           DISPLAY "  " DL100-AUD-ACTION " applied.".
           GO TO 4000-EXIT.

       4000-FAILED.
           MOVE SPACES TO CMD.
           MOVE "rm -f MODTEAMSNEW" TO CMD.
           CALL "SYSTEM" USING CMD.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Nothing changed.".
           SET DL100-CHANGE-REJECTED TO TRUE.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-COPY-ONE-TEAM - ONE TEAM RECORD TO THE WORK FILE,      *
      *    CHANGED IF IT IS THE TARGET OF A CHANGE OR DEACTIVATE.      *
      *    BLANK ANSWERS KEEP THE VALUE ON FILE.                       *
      *----------------------------------------------------------------*
       4100-COPY-ONE-TEAM.
           READ TEAM-MASTER
               AT END
                   SET DL100-TEAM-EOF TO TRUE
           END-READ.

           IF DL100-TEAM-EOF
               GO TO 4100-EXIT
           END-IF.

           IF TEAM-NAME = DL100-TARGET-TEAM
               SET DL100-TARGET-FOUND TO TRUE
               MOVE TEAM-FULL-NAME   TO DL100-OLD-FULL-NAME
               MOVE TEAM-QUOTA       TO DL100-OLD-QUOTA
               MOVE TEAM-ACTIVE-FLAG TO DL100-OLD-ACTIVE
               IF NOT DL100-ADD-ACTION
                   IF DL100-NEW-FULL-NAME NOT = SPACES
                       MOVE DL100-NEW-FULL-NAME TO TEAM-FULL-NAME
                   END-IF
                   IF DL100-QUOTA-IN NOT = "0000"
                       MOVE DL100-QUOTA-IN TO TEAM-QUOTA
                   END-IF
                   IF DL100-NEW-ACTIVE NOT = SPACE
                       MOVE DL100-NEW-ACTIVE TO TEAM-ACTIVE-FLAG
                   END-IF
                   IF TEAM-FULL-NAME NOT = DL100-OLD-FULL-NAME
                       OR TEAM-QUOTA NOT = DL100-OLD-QUOTA
                       OR TEAM-ACTIVE-FLAG NOT = DL100-OLD-ACTIVE
                       SET DL100-CHANGE-APPLIED TO TRUE
                   END-IF
                   MOVE TEAM-FULL-NAME   TO DL100-NEW-FULL-NAME
                   MOVE TEAM-QUOTA       TO DL100-QUOTA-IN
                   MOVE TEAM-ACTIVE-FLAG TO DL100-NEW-ACTIVE
               END-IF
           END-IF.

           WRITE TEAM-WORK-RECORD FROM TEAM-RECORD.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-AUDIT-TEAM-CHANGE - ONE SEALED ENTRY PER FIELD THAT    *
      *    CHANGED.  AFTER 4100 THE NEW-VALUE FIELDS HOLD THE RECORD   *
      *    AS WRITTEN, SO ONLY REAL DIFFERENCES ARE LOGGED.            *
      *----------------------------------------------------------------*
       4200-AUDIT-TEAM-CHANGE.
           MOVE DL100-TARGET-TEAM TO DL100-AUD-SUBJECT.
           EVALUATE TRUE
               WHEN DL100-ADD-ACTION
                   MOVE "TEAM-ADD"    TO DL100-AUD-ACTION
               WHEN DL100-CHANGE-ACTION
                   MOVE "TEAM-CHANGE" TO DL100-AUD-ACTION
               WHEN OTHER
                   MOVE "TEAM-DEACT"  TO DL100-AUD-ACTION
           END-EVALUATE.

           IF DL100-NEW-FULL-NAME NOT = DL100-OLD-FULL-NAME
               IF NOT DL100-ADD-ACTION
                   MOVE "WAS"               TO DL100-NM-WHEN
                   MOVE DL100-OLD-FULL-NAME TO DL100-NM-NAME
                   MOVE DL100-NAME-DETAIL   TO DL100-AUD-DETAIL
                   PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT
               END-IF
               MOVE "NOW"               TO DL100-NM-WHEN
               MOVE DL100-NEW-FULL-NAME TO DL100-NM-NAME
               MOVE DL100-NAME-DETAIL   TO DL100-AUD-DETAIL
               PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT
           END-IF.

           IF DL100-QUOTA-IN NOT = DL100-OLD-QUOTA
               MOVE "QUOTA"         TO DL100-CHG-FIELD
               MOVE DL100-OLD-QUOTA TO DL100-CHG-OLD
               MOVE DL100-QUOTA-IN  TO DL100-CHG-NEW
               MOVE DL100-CHANGE-DETAIL TO DL100-AUD-DETAIL
               PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT
           END-IF.

           IF DL100-NEW-ACTIVE NOT = DL100-OLD-ACTIVE
               MOVE "ACTIVE"         TO DL100-CHG-FIELD
               MOVE DL100-OLD-ACTIVE TO DL100-CHG-OLD
               MOVE DL100-NEW-ACTIVE TO DL100-CHG-NEW
               MOVE DL100-CHANGE-DETAIL TO DL100-AUD-DETAIL
               PERFORM 5000-WRITE-AUDIT-ENTRY THRU 5000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-WRITE-AUDIT-ENTRY - APPEND ONE SEALED MAINTENANCE LINE *
      *    FROM DL100-AUD-SUBJECT, -ACTION AND -DETAIL.                *
      *----------------------------------------------------------------*
       5000-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE SPACES TO AUD-RECORD.
           MOVE DL100-AUD-SUBJECT    TO AUD-MODULE-NAME.
           MOVE DL100-AUD-ACTION     TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-AUD-DETAIL     TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       5000-EXIT.
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
           MOVE "MASTER-MAINT"        TO RUN-PROGRAM-ID.
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
           MOVE "MASTER-MAINT"        TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE FILES.                               *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
           CLOSE MODULE-AUDIT-LOG.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
