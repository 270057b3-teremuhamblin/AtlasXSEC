      ******************************************************************
      *
      *    PROGRAM-ID.  ATTEST-RESPONSE
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        ANNUAL OWNERSHIP ATTESTATION - LOADS TEAM ANSWERS.
      *        READS THE RESPONSE FILE (MODATTIN, LAID OUT BY
      *        MODATIN.CPY) AND RECORDS EVERY VALID ANSWER AGAINST
      *        THE CURRENT CYCLE (THE LAST RECORD ON MODATCYC) -
      *            ONE RECORD APPENDED TO THE RESPONSE LEDGER
      *            (MODATRSP) AND ONE SEALED ATTEST AUDIT ENTRY.
      *        AN ANSWER IS REJECTED, AND LISTED WITH THE REASON,
      *        WHEN IT IS FOR ANOTHER CYCLE, FOR A MODULE NOT ON THE
      *        CYCLE'S WORKLIST, FROM A TEAM OTHER THAN THE ONE THE
      *        WORKLIST ASKED, OR CARRIES A CODE OTHER THAN C, D OR R.
      *        A DISPUTE MUST NAME A PROPOSED OWNER THAT IS AN ACTIVE
      *        TEAM ON THE TEAM MASTER (MODTEAMS) AND NOT THE TEAM
      *        ITSELF.  A TEAM MAY CHANGE ITS ANSWER - THE LATEST ONE
      *        STANDS; AN ANSWER IDENTICAL TO THE ONE ALREADY
      *        RECORDED IS SKIPPED, SO A FILE LOADED TWICE DOES NO
      *        HARM.  ANSWERS AFTER THE DEADLINE ARE STILL RECORDED
      *        AND SHOWN AS LATE.
      *        EVERY RUN THEN REBUILDS THE DISPUTED-OWNERSHIP
      *        WORKLIST (MODATTD) FOR THE TRANSFER-OWNERSHIP OPERATOR
      *        - EVERY MODULE WHOSE LATEST ANSWER IS A DISPUTE, STILL
      *        ACTIVE, AND NOT YET OWNED BY THE PROPOSED TEAM.
      *        NEEDS THE TRANSFER AUTHORITY (OPR-TRANSFER-AUTH) AND
      *        TAKES THE SUITE UPDATE LOCK (MODLOCK).  RETURN-CODE 4
      *        WHEN ANY ANSWER WAS REJECTED.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      *    2026-10-15 DL100 AUDIT AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEST-RESPONSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT ATTEST-CYCLE ASSIGN TO "MODATCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLE-STATUS.

           SELECT ATTEST-WORKLIST ASSIGN TO "MODATTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-WORK-STATUS.

           SELECT ATTEST-RESPONSES ASSIGN TO "MODATTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-INPUT-STATUS.

           SELECT ATTEST-LEDGER ASSIGN TO "MODATRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LEDGER-STATUS.

           SELECT DISPUTE-WORKLIST ASSIGN TO "MODATTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DISPUTE-STATUS.

           SELECT TEAM-MASTER ASSIGN TO "MODTEAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TEAM-STATUS.

           SELECT MODULE-AUDIT-LOG ASSIGN TO "MODAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "MODOPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPR-STATUS.

           SELECT AUDIT-CHAIN-STATE ASSIGN TO "MODAUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SEQ-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-CATALOG.
       COPY "modcat.cpy".

       FD  ATTEST-CYCLE
           RECORD CONTAINS 61 CHARACTERS.
       COPY "modatcy.cpy".

       FD  ATTEST-WORKLIST
           RECORD CONTAINS 97 CHARACTERS.
       COPY "modattw.cpy".

       FD  ATTEST-RESPONSES
           RECORD CONTAINS 103 CHARACTERS.
       COPY "modatin.cpy".

       FD  ATTEST-LEDGER
           RECORD CONTAINS 135 CHARACTERS.
       COPY "modatrs.cpy".

       FD  DISPUTE-WORKLIST
           RECORD CONTAINS 122 CHARACTERS.
       COPY "modattd.cpy".

       FD  TEAM-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "modteam.cpy".

       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
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
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-CYCLE-STATUS          PIC X(02).
       77  DL100-WORK-STATUS           PIC X(02).
       77  DL100-INPUT-STATUS          PIC X(02).
       77  DL100-LEDGER-STATUS         PIC X(02).
       77  DL100-DISPUTE-STATUS        PIC X(02).
       77  DL100-TEAM-STATUS           PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-OPERATOR-ID           PIC X(10) VALUE SPACES.

       01  DL100-CYCLE-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-CYCLE-EOF                    VALUE "Y".
           88  DL100-CYCLE-NOT-EOF                VALUE "N".

       01  DL100-WORK-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-WORK-EOF                     VALUE "Y".
           88  DL100-WORK-NOT-EOF                 VALUE "N".

       01  DL100-INPUT-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-INPUT-EOF                    VALUE "Y".
           88  DL100-INPUT-NOT-EOF                VALUE "N".

       01  DL100-LEDGER-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-LEDGER-EOF                   VALUE "Y".
           88  DL100-LEDGER-NOT-EOF               VALUE "N".

       01  DL100-TEAM-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-TEAM-EOF                     VALUE "Y".
           88  DL100-TEAM-NOT-EOF                 VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

       01  DL100-TEAM-MASTER-SW        PIC X(01) VALUE "N".
           88  DL100-TEAM-MASTER-OK               VALUE "Y".
           88  DL100-NO-TEAM-MASTER               VALUE "N".

       01  DL100-LEDGER-OPEN-SW        PIC X(01) VALUE "N".
           88  DL100-LEDGER-OPEN                  VALUE "Y".
           88  DL100-LEDGER-NOT-OPEN              VALUE "N".

       01  DL100-CATALOG-OPEN-SW       PIC X(01) VALUE "N".
           88  DL100-CATALOG-OPEN                 VALUE "Y".
           88  DL100-CATALOG-NOT-OPEN             VALUE "N".

      *---------------------------------------------------------------*
      *    THE CURRENT CYCLE - THE LAST RECORD ON MODATCYC.            *
      *---------------------------------------------------------------*
       01  DL100-CYCLE-ID              PIC X(08) VALUE SPACES.
       01  DL100-DEADLINE              PIC 9(08) VALUE 0.

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

       01  MODULE-NAME                 PIC X(50).
       01  CMD                         PIC X(400).

      *---------------------------------------------------------------*
      *    WORKLIST ITEM TABLE - ONE ENTRY PER MODULE ON THE CURRENT   *
      *    CYCLE'S WORKLIST, WITH THE LATEST ANSWER RECORDED FOR IT    *
      *    (BLANK WHILE UNANSWERED).                                   *
      *---------------------------------------------------------------*
       01  DL100-ITEM-TABLE.
           05  DL100-ITEM-ENTRY OCCURS 5000 TIMES.
               10  DL100-IT-NAME           PIC X(30).
               10  DL100-IT-TEAM           PIC X(30).
               10  DL100-IT-RESPONSE       PIC X(01).
                   88  DL100-IT-UNANSWERED            VALUE " ".
                   88  DL100-IT-DISPUTED              VALUE "D".
               10  DL100-IT-PROPOSED       PIC X(30).
               10  DL100-IT-STAMP          PIC X(20).
       77  DL100-ITEM-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-ITEM-IX               PIC 9(05) COMP.

       01  DL100-ITEM-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-ITEM-FOUND                   VALUE "Y".
           88  DL100-ITEM-NOT-FOUND               VALUE "N".

       01  DL100-ITEM-FULL-SW          PIC X(01) VALUE "N".
           88  DL100-ITEM-TABLE-FULL              VALUE "Y".
           88  DL100-ITEM-TABLE-NOT-FULL          VALUE "N".

       01  DL100-LOOKUP-NAME           PIC X(30).

      *---------------------------------------------------------------*
      *    ACTIVE TEAMS FROM THE TEAM MASTER - A DISPUTE MUST NAME     *
      *    ONE OF THEM AS THE PROPOSED OWNER.                          *
      *---------------------------------------------------------------*
       01  DL100-TEAM-TABLE.
           05  DL100-TM-NAME OCCURS 500 TIMES PIC X(30).
       77  DL100-TEAM-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-TEAM-IX               PIC 9(03) COMP.

       01  DL100-TEAM-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-TEAM-FOUND                   VALUE "Y".
           88  DL100-TEAM-NOT-FOUND               VALUE "N".

      *---------------------------------------------------------------*
      *    ANSWER VALIDATION, AUDIT DETAIL AND REPORT LINES.           *
      *---------------------------------------------------------------*
       01  DL100-REJECT-REASON         PIC X(36) VALUE SPACES.

       01  DL100-RESPONSE-DETAIL.
           05  FILLER                  PIC X(06) VALUE "CYCLE ".
           05  DL100-RD-CYCLE-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-RD-ANSWER         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-RD-PROPOSED       PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-MODULE         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TEAM           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-RESPONSE       PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-PROPOSED       PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-RESULT         PIC X(44).

       77  DL100-INPUT-COUNT           PIC 9(05) COMP VALUE 0.
       77  DL100-RECORDED-COUNT        PIC 9(05) COMP VALUE 0.
       77  DL100-LATE-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-REPEAT-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-REJECT-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-DISPUTE-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-SETTLED-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-COUNT-OUT             PIC ZZZZ9.

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
      *    SUITE UPDATE LOCK - TAKEN BEFORE THE LEDGER OR THE AUDIT    *
      *    LOG IS OPENED AND RELEASED AT TERMINATE.                    *
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

           PERFORM 2000-FIND-CURRENT-CYCLE THRU 2000-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2100-LOAD-WORKLIST THRU 2100-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2200-REPLAY-LEDGER THRU 2200-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2300-LOAD-TEAMS THRU 2300-EXIT
               PERFORM 3000-LOAD-RESPONSES THRU 3000-EXIT
               PERFORM 4000-REBUILD-DISPUTES THRU 4000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           EVALUATE TRUE
               WHEN DL100-RUN-ABORTED
                   MOVE 8 TO RETURN-CODE
               WHEN DL100-REJECT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - ESTABLISH THE OPERATOR ID.  THE ANSWERS   *
      *    THEMSELVES COME FROM MODATTIN, SO NOTHING ELSE IS ASKED.    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT DL100-OPERATOR-ID.

           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
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
                   "run - giving up, no answers loaded.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-CHECK-AUTHORITY - VALIDATE THE OPERATOR AGAINST THE    *
      *    OPERATOR MASTER AND CONFIRM THE TRANSFER AUTHORITY, WHICH   *
      *    COVERS THE OWNERSHIP CAMPAIGN.  A MISSING MASTER FILE       *
      *    REFUSES EVERYONE.                                           *
      *----------------------------------------------------------------*
       1200-CHECK-AUTHORITY.
           SET DL100-NOT-AUTHORIZED TO TRUE.
           SET DL100-OPERATOR-UNKNOWN TO TRUE.
           SET DL100-OPR-NOT-EOF TO TRUE.
           MOVE "N" TO DL100-ACTION-AUTH.
           MOVE "ATTEST" TO DL100-DN-ACTION.

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
                       " is not permitted to load attestation "
                       "answers."
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
      *    THE ENTERED OPERATOR ID, KEEPING THE TRANSFER FLAG.         *
      *----------------------------------------------------------------*
       1210-SCAN-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-NOT-EOF
               IF OPR-OPERATOR-ID = DL100-OPERATOR-ID
                   SET DL100-OPERATOR-KNOWN TO TRUE
                   MOVE OPR-TRANSFER-AUTH TO DL100-ACTION-AUTH
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-DENIED-AUDIT - RECORD THE REFUSED ATTEMPT IN THE *
      *    AUDIT LOG SO SECURITY CAN SEE WHO TRIED WHAT.  THERE IS NO  *
      *    ONE MODULE, SO THE SUBJECT IS THE JOB ITSELF.               *
      *----------------------------------------------------------------*
       1300-WRITE-DENIED-AUDIT.
           PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT.

           MOVE SPACES TO AUD-RECORD.
           MOVE "ATTEST-RESPONSE"    TO AUD-MODULE-NAME.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-DENIED-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - OPEN THE AUDIT LOG.  ONLY REACHED WITH    *
      *    THE UPDATE LOCK HELD.  THE LEDGER IS OPENED FOR APPEND ONCE *
      *    IT HAS BEEN REPLAYED.                                       *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN EXTEND MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "05" OR DL100-AUDIT-STATUS = "35"
               OPEN OUTPUT MODULE-AUDIT-LOG
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-FIND-CURRENT-CYCLE - THE LAST RECORD ON MODATCYC IS    *
      *    THE CYCLE ANSWERS ARE RECORDED AGAINST.  NO CYCLE, NOTHING  *
      *    TO ANSWER.                                                  *
      *----------------------------------------------------------------*
       2000-FIND-CURRENT-CYCLE.
           OPEN INPUT ATTEST-CYCLE.
           IF DL100-CYCLE-STATUS NOT = "00"
               DISPLAY "No attestation cycle on file - MODATCYC - "
                       "nothing to answer."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-READ-ONE-CYCLE THRU 2010-EXIT
               UNTIL DL100-CYCLE-EOF.
           CLOSE ATTEST-CYCLE.

           IF DL100-CYCLE-ID = SPACES
               DISPLAY "No attestation cycle on file - MODATCYC - "
                       "nothing to answer."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2010-READ-ONE-CYCLE - KEEP EACH CYCLE IN TURN; THE LAST ONE *
      *    READ STANDS.                                                *
      *----------------------------------------------------------------*
       2010-READ-ONE-CYCLE.
           READ ATTEST-CYCLE
               AT END
                   SET DL100-CYCLE-EOF TO TRUE
           END-READ.

           IF DL100-CYCLE-NOT-EOF AND ATC-CYCLE-ID NOT = SPACES
               MOVE ATC-CYCLE-ID TO DL100-CYCLE-ID
               MOVE ATC-DEADLINE TO DL100-DEADLINE
           END-IF.
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-WORKLIST - EVERY WORKLIST RECORD OF THE CURRENT   *
      *    CYCLE INTO THE ITEM TABLE, UNANSWERED.                      *
      *----------------------------------------------------------------*
       2100-LOAD-WORKLIST.
           OPEN INPUT ATTEST-WORKLIST.
           IF DL100-WORK-STATUS NOT = "00"
               DISPLAY "No attestation worklist - MODATTW - "
                       "nothing to answer."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2110-LOAD-ONE-ITEM THRU 2110-EXIT
               UNTIL DL100-WORK-EOF.
           CLOSE ATTEST-WORKLIST.

           IF DL100-ITEM-TABLE-FULL
               DISPLAY "Worklist larger than 5000 modules - "
                       "answers cannot all be checked."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2110-LOAD-ONE-ITEM - ONE WORKLIST RECORD.                   *
      *----------------------------------------------------------------*
       2110-LOAD-ONE-ITEM.
           READ ATTEST-WORKLIST
               AT END
                   SET DL100-WORK-EOF TO TRUE
           END-READ.

           IF DL100-WORK-EOF OR ATW-CYCLE-ID NOT = DL100-CYCLE-ID
               GO TO 2110-EXIT
           END-IF.

           IF DL100-ITEM-COUNT >= 5000
               SET DL100-ITEM-TABLE-FULL TO TRUE
               SET DL100-WORK-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF.

           ADD 1 TO DL100-ITEM-COUNT.
           MOVE ATW-MODULE-NAME TO DL100-IT-NAME(DL100-ITEM-COUNT).
           MOVE ATW-OWNING-TEAM TO DL100-IT-TEAM(DL100-ITEM-COUNT).
           MOVE SPACES TO DL100-IT-RESPONSE(DL100-ITEM-COUNT)
                          DL100-IT-PROPOSED(DL100-ITEM-COUNT)
                          DL100-IT-STAMP(DL100-ITEM-COUNT).
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-REPLAY-LEDGER - APPLY EVERY ANSWER ALREADY RECORDED    *
      *    FOR THE CYCLE, IN FILE ORDER, SO EACH ITEM HOLDS ITS LATEST *
      *    ANSWER.  THEN OPEN THE LEDGER TO APPEND THIS RUN'S.         *
      *----------------------------------------------------------------*
       2200-REPLAY-LEDGER.
           OPEN INPUT ATTEST-LEDGER.
           IF DL100-LEDGER-STATUS = "00"
               PERFORM 2210-REPLAY-ONE-ANSWER THRU 2210-EXIT
                   UNTIL DL100-LEDGER-EOF
               CLOSE ATTEST-LEDGER
           END-IF.

           OPEN EXTEND ATTEST-LEDGER.
           IF DL100-LEDGER-STATUS = "05" OR DL100-LEDGER-STATUS = "35"
               OPEN OUTPUT ATTEST-LEDGER
           END-IF.
           IF DL100-LEDGER-STATUS = "00"
               SET DL100-LEDGER-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open attestation ledger - MODATRSP."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-REPLAY-ONE-ANSWER - ONE LEDGER RECORD.                 *
      *----------------------------------------------------------------*
       2210-REPLAY-ONE-ANSWER.
           READ ATTEST-LEDGER
               AT END
                   SET DL100-LEDGER-EOF TO TRUE
           END-READ.

           IF DL100-LEDGER-EOF OR ATR-CYCLE-ID NOT = DL100-CYCLE-ID
               GO TO 2210-EXIT
           END-IF.

           MOVE ATR-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 2400-FIND-ITEM THRU 2400-EXIT.
           IF DL100-ITEM-FOUND
               MOVE ATR-RESPONSE   TO DL100-IT-RESPONSE(DL100-ITEM-IX)
               MOVE ATR-PROPOSED-OWNER
                   TO DL100-IT-PROPOSED(DL100-ITEM-IX)
               MOVE ATR-RECORDED-STAMP
                   TO DL100-IT-STAMP(DL100-ITEM-IX)
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-LOAD-TEAMS - EVERY ACTIVE TEAM ON THE TEAM MASTER.     *
      *    WITHOUT THE MASTER NO PROPOSED OWNER CAN BE CHECKED, SO     *
      *    EVERY DISPUTE IS REFUSED - THE SHOP LOADS MODTEAMS BEFORE   *
      *    A CYCLE IS ANSWERED.                                        *
      *----------------------------------------------------------------*
       2300-LOAD-TEAMS.
           OPEN INPUT TEAM-MASTER.
           IF DL100-TEAM-STATUS NOT = "00"
               DISPLAY "No team master on file - MODTEAMS - "
                       "disputes will be refused."
               GO TO 2300-EXIT
           END-IF.
           SET DL100-TEAM-MASTER-OK TO TRUE.

           PERFORM 2310-LOAD-ONE-TEAM THRU 2310-EXIT
               UNTIL DL100-TEAM-EOF.
           CLOSE TEAM-MASTER.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2310-LOAD-ONE-TEAM - ONE TEAM MASTER RECORD.                *
      *----------------------------------------------------------------*
       2310-LOAD-ONE-TEAM.
           READ TEAM-MASTER
               AT END
                   SET DL100-TEAM-EOF TO TRUE
           END-READ.

           IF DL100-TEAM-EOF OR NOT TEAM-ACTIVE
               GO TO 2310-EXIT
           END-IF.

           IF DL100-TEAM-COUNT >= 500
               DISPLAY "Warning - team master larger than 500 "
                       "active teams; the rest ignored."
               SET DL100-TEAM-EOF TO TRUE
               GO TO 2310-EXIT
           END-IF.

           ADD 1 TO DL100-TEAM-COUNT.
           MOVE TEAM-NAME TO DL100-TM-NAME(DL100-TEAM-COUNT).
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-FIND-ITEM - LOCATE DL100-LOOKUP-NAME IN THE ITEM       *
      *    TABLE, LEAVING DL100-ITEM-IX ON IT.                         *
      *----------------------------------------------------------------*
       2400-FIND-ITEM.
           SET DL100-ITEM-NOT-FOUND TO TRUE.
           PERFORM 2410-TEST-ONE-ITEM THRU 2410-EXIT
               VARYING DL100-ITEM-IX FROM 1 BY 1
               UNTIL DL100-ITEM-IX > DL100-ITEM-COUNT
               OR DL100-ITEM-FOUND.
           IF DL100-ITEM-FOUND
               SUBTRACT 1 FROM DL100-ITEM-IX
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2410-TEST-ONE-ITEM - COMPARE ONE TABLE ENTRY.               *
      *----------------------------------------------------------------*
       2410-TEST-ONE-ITEM.
           IF DL100-IT-NAME(DL100-ITEM-IX) = DL100-LOOKUP-NAME
               SET DL100-ITEM-FOUND TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-FIND-TEAM - IS ATI-PROPOSED-OWNER AN ACTIVE TEAM.      *
      *----------------------------------------------------------------*
       2500-FIND-TEAM.
           SET DL100-TEAM-NOT-FOUND TO TRUE.
           PERFORM 2510-TEST-ONE-TEAM THRU 2510-EXIT
               VARYING DL100-TEAM-IX FROM 1 BY 1
               UNTIL DL100-TEAM-IX > DL100-TEAM-COUNT
               OR DL100-TEAM-FOUND.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2510-TEST-ONE-TEAM - COMPARE ONE TABLE ENTRY.               *
      *----------------------------------------------------------------*
       2510-TEST-ONE-TEAM.
           IF DL100-TM-NAME(DL100-TEAM-IX) = ATI-PROPOSED-OWNER
               SET DL100-TEAM-FOUND TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-LOAD-RESPONSES - CHECK AND RECORD EVERY ANSWER ON      *
      *    MODATTIN.  NO FILE MEANS NO NEW ANSWERS; THE DISPUTE        *
      *    WORKLIST IS STILL REBUILT.                                  *
      *----------------------------------------------------------------*
       3000-LOAD-RESPONSES.
           DISPLAY " ".
           DISPLAY "Ownership Attestation Answers - cycle "
                   DL100-CYCLE-ID " due " DL100-DEADLINE.
           DISPLAY "=================================================="
                   "=======".
           DISPLAY " ".

           OPEN INPUT ATTEST-RESPONSES.
           IF DL100-INPUT-STATUS NOT = "00"
               DISPLAY "No answers to load - MODATTIN."
               GO TO 3000-EXIT
           END-IF.

           DISPLAY "  MODULE                         TEAM"
                   "                  A  PROPOSED OWNER       RESULT".
           DISPLAY "  ------------------------------ ----------------"
                   "----  -  -------------------- ---------------".

           PERFORM 3100-LOAD-ONE-RESPONSE THRU 3100-EXIT
               UNTIL DL100-INPUT-EOF.
           CLOSE ATTEST-RESPONSES.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-LOAD-ONE-RESPONSE - ONE ANSWER.  CHECKED IN TURN; THE  *
      *    FIRST FAILURE NAMES THE REASON IT IS REFUSED.               *
      *----------------------------------------------------------------*
       3100-LOAD-ONE-RESPONSE.
           READ ATTEST-RESPONSES
               AT END
                   SET DL100-INPUT-EOF TO TRUE
           END-READ.

           IF DL100-INPUT-EOF OR ATI-RECORD = SPACES
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DL100-INPUT-COUNT.
           ADD 1 TO DL100-RUN-READ.

           MOVE ATI-MODULE-NAME    TO DL100-DL-MODULE.
           MOVE ATI-TEAM           TO DL100-DL-TEAM.
           MOVE ATI-RESPONSE       TO DL100-DL-RESPONSE.
           MOVE ATI-PROPOSED-OWNER TO DL100-DL-PROPOSED.
           MOVE SPACES TO DL100-REJECT-REASON.

           MOVE ATI-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 2400-FIND-ITEM THRU 2400-EXIT.

           EVALUATE TRUE
               WHEN ATI-CYCLE-ID NOT = DL100-CYCLE-ID
                   MOVE "NOT THE CURRENT CYCLE"
                       TO DL100-REJECT-REASON
               WHEN DL100-ITEM-NOT-FOUND
                   MOVE "MODULE NOT ON THE CYCLE WORKLIST"
                       TO DL100-REJECT-REASON
               WHEN ATI-TEAM = SPACES
                   MOVE "NO ANSWERING TEAM"
                       TO DL100-REJECT-REASON
               WHEN ATI-TEAM NOT = DL100-IT-TEAM(DL100-ITEM-IX)
                   MOVE "TEAM NOT ASKED FOR THIS MODULE"
                       TO DL100-REJECT-REASON
               WHEN NOT ATI-VALID-RESPONSE
                   MOVE "ANSWER MUST BE C, D OR R"
                       TO DL100-REJECT-REASON
           END-EVALUATE.

           IF DL100-REJECT-REASON = SPACES AND ATI-DISPUTE
               PERFORM 3200-CHECK-DISPUTE THRU 3200-EXIT
           END-IF.

           IF DL100-REJECT-REASON NOT = SPACES
               ADD 1 TO DL100-REJECT-COUNT
               ADD 1 TO DL100-RUN-REJECTED
               MOVE SPACES TO DL100-DL-RESULT
               STRING "REJECTED - " DELIMITED BY SIZE
                      DL100-REJECT-REASON DELIMITED BY SIZE
                      INTO DL100-DL-RESULT
               END-STRING
               DISPLAY DL100-DETAIL-LINE
               GO TO 3100-EXIT
           END-IF.

           IF NOT ATI-DISPUTE
               MOVE SPACES TO ATI-PROPOSED-OWNER
           END-IF.

           IF ATI-RESPONSE = DL100-IT-RESPONSE(DL100-ITEM-IX)
              AND ATI-PROPOSED-OWNER
                  = DL100-IT-PROPOSED(DL100-ITEM-IX)
               ADD 1 TO DL100-REPEAT-COUNT
               MOVE "ALREADY RECORDED - SKIPPED" TO DL100-DL-RESULT
               DISPLAY DL100-DETAIL-LINE
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3300-RECORD-ANSWER THRU 3300-EXIT.
           ADD 1 TO DL100-RECORDED-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.
           IF DL100-CD-YYYYMMDD > DL100-DEADLINE
               ADD 1 TO DL100-LATE-COUNT
               MOVE "RECORDED - LATE" TO DL100-DL-RESULT
           ELSE
               MOVE "RECORDED" TO DL100-DL-RESULT
           END-IF.
           DISPLAY DL100-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3200-CHECK-DISPUTE - A DISPUTE MUST HAND THE MODULE TO      *
      *    ANOTHER, ACTIVE TEAM.                                       *
      *----------------------------------------------------------------*
       3200-CHECK-DISPUTE.
           IF ATI-PROPOSED-OWNER = SPACES
               MOVE "DISPUTE NAMES NO PROPOSED OWNER"
                   TO DL100-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           IF ATI-PROPOSED-OWNER = ATI-TEAM
               MOVE "PROPOSED OWNER IS THE SAME TEAM"
                   TO DL100-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           IF DL100-NO-TEAM-MASTER
               MOVE "NO TEAM MASTER TO CHECK OWNER"
                   TO DL100-REJECT-REASON
               GO TO 3200-EXIT
           END-IF.

           PERFORM 2500-FIND-TEAM THRU 2500-EXIT.
           IF DL100-TEAM-NOT-FOUND
               MOVE "PROPOSED OWNER NOT AN ACTIVE TEAM"
                   TO DL100-REJECT-REASON
           END-IF.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3300-RECORD-ANSWER - THE LEDGER RECORD, THE SEALED AUDIT    *
      *    ENTRY, AND THE ITEM'S LATEST ANSWER IN THE TABLE.           *
      *----------------------------------------------------------------*
       3300-RECORD-ANSWER.
           PERFORM 8600-BUILD-TIMESTAMP THRU 8600-EXIT.

           MOVE SPACES TO ATR-RECORD.
           MOVE DL100-CYCLE-ID       TO ATR-CYCLE-ID.
           MOVE ATI-MODULE-NAME      TO ATR-MODULE-NAME.
           MOVE ATI-TEAM             TO ATR-OWNING-TEAM.
           MOVE ATI-RESPONSE         TO ATR-RESPONSE.
           MOVE ATI-PROPOSED-OWNER   TO ATR-PROPOSED-OWNER.
           MOVE DL100-TIMESTAMP-OUT  TO ATR-RECORDED-STAMP.
           MOVE DL100-OPERATOR-ID    TO ATR-OPERATOR-ID.
           WRITE ATR-RECORD.

           MOVE DL100-CYCLE-ID     TO DL100-RD-CYCLE-ID.
           MOVE ATI-PROPOSED-OWNER TO DL100-RD-PROPOSED.
           EVALUATE TRUE
               WHEN ATI-CONFIRM
                   MOVE "CONFIRMED"       TO DL100-RD-ANSWER
               WHEN ATI-DISPUTE
                   MOVE "DISPUTED - TO"   TO DL100-RD-ANSWER
               WHEN OTHER
                   MOVE "RECOMMEND DECOM" TO DL100-RD-ANSWER
           END-EVALUATE.

           MOVE SPACES TO AUD-RECORD.
           MOVE ATI-MODULE-NAME       TO AUD-MODULE-NAME.
           MOVE "ATTEST"              TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT   TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE DL100-RESPONSE-DETAIL TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.

           MOVE ATI-RESPONSE        TO DL100-IT-RESPONSE(DL100-ITEM-IX).
           MOVE ATI-PROPOSED-OWNER  TO DL100-IT-PROPOSED(DL100-ITEM-IX).
           MOVE DL100-TIMESTAMP-OUT TO DL100-IT-STAMP(DL100-ITEM-IX).
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-REBUILD-DISPUTES - WRITE THE DISPUTED-OWNERSHIP        *
      *    WORKLIST AFRESH FROM THE LATEST ANSWERS.  THE CATALOG SAYS  *
      *    WHO OWNS EACH MODULE NOW - A MODULE SINCE TRANSFERRED TO    *
      *    THE PROPOSED TEAM, DECOMMISSIONED OR GONE IS SETTLED AND    *
      *    LEFT OFF.  WITHOUT A CATALOG EVERY DISPUTE IS LISTED.       *
      *----------------------------------------------------------------*
       4000-REBUILD-DISPUTES.
           OPEN OUTPUT DISPUTE-WORKLIST.
           IF DL100-DISPUTE-STATUS NOT = "00"
               DISPLAY "Unable to open disputed-ownership worklist "
                       "- MODATTD."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 4000-EXIT
           END-IF.

           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS = "00"
               SET DL100-CATALOG-OPEN TO TRUE
           ELSE
               DISPLAY "Unable to open module catalog - MODCAT - "
                       "every dispute listed."
           END-IF.

           PERFORM 4100-CHECK-ONE-DISPUTE THRU 4100-EXIT
               VARYING DL100-ITEM-IX FROM 1 BY 1
               UNTIL DL100-ITEM-IX > DL100-ITEM-COUNT.

           IF DL100-CATALOG-OPEN
               CLOSE MODULE-CATALOG
           END-IF.
           CLOSE DISPUTE-WORKLIST.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-CHECK-ONE-DISPUTE - ONE ITEM.  ONLY A LATEST ANSWER OF *
      *    D COUNTS.                                                   *
      *----------------------------------------------------------------*
       4100-CHECK-ONE-DISPUTE.
           IF NOT DL100-IT-DISPUTED(DL100-ITEM-IX)
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES TO ATD-RECORD.
           MOVE DL100-CYCLE-ID                 TO ATD-CYCLE-ID.
           MOVE DL100-IT-NAME(DL100-ITEM-IX)   TO ATD-MODULE-NAME.
           MOVE DL100-IT-TEAM(DL100-ITEM-IX)   TO ATD-OWNING-TEAM.
           MOVE DL100-IT-PROPOSED(DL100-ITEM-IX)
               TO ATD-PROPOSED-OWNER.
           MOVE DL100-IT-STAMP(DL100-ITEM-IX)  TO ATD-DISPUTED-STAMP.

           IF DL100-CATALOG-OPEN
               MOVE DL100-IT-NAME(DL100-ITEM-IX) TO CAT-MODULE-NAME
               READ MODULE-CATALOG
                   KEY IS CAT-MODULE-NAME
                   INVALID KEY
                       ADD 1 TO DL100-SETTLED-COUNT
                       GO TO 4100-EXIT
               END-READ
               IF NOT CAT-STATUS-ACTIVE
                  OR CAT-OWNING-TEAM = DL100-IT-PROPOSED(DL100-ITEM-IX)
                   ADD 1 TO DL100-SETTLED-COUNT
                   GO TO 4100-EXIT
               END-IF
               MOVE CAT-OWNING-TEAM TO ATD-OWNING-TEAM
           END-IF.

           WRITE ATD-RECORD.
           ADD 1 TO DL100-DISPUTE-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-TOTALS - RUN TOTALS.                             *
      *----------------------------------------------------------------*
       8000-PRINT-TOTALS.
           DISPLAY " ".
           MOVE DL100-INPUT-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Answers read:                 " DL100-COUNT-OUT.
           MOVE DL100-RECORDED-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Answers recorded:             " DL100-COUNT-OUT.
           MOVE DL100-LATE-COUNT TO DL100-COUNT-OUT.
           DISPLAY "  of which after the deadline:" DL100-COUNT-OUT.
           MOVE DL100-REPEAT-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Already recorded, skipped:    " DL100-COUNT-OUT.
           MOVE DL100-REJECT-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Answers rejected:             " DL100-COUNT-OUT.
           MOVE DL100-DISPUTE-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Open disputes on MODATTD:     " DL100-COUNT-OUT.
           MOVE DL100-SETTLED-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Disputes already settled:     " DL100-COUNT-OUT.
       8000-EXIT.
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
      *    8600-BUILD-TIMESTAMP - CURRENT DATE AND TIME INTO           *
      *    DL100-TIMESTAMP-OUT.                                        *
      *----------------------------------------------------------------*
       8600-BUILD-TIMESTAMP.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.
       8600-EXIT.
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
           MOVE "ATTEST-RESPONSE"     TO RUN-PROGRAM-ID.
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
           MOVE "ATTEST-RESPONSE"     TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE THE AUDIT LOG AND THE LEDGER AND     *
      *    RELEASE THE LOCK.                                           *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE MODULE-AUDIT-LOG.
           IF DL100-LEDGER-OPEN
               CLOSE ATTEST-LEDGER
           END-IF.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
