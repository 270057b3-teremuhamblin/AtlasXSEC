      ******************************************************************
      *
      *    PROGRAM-ID.  ATTEST-CAMPAIGN
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        ANNUAL OWNERSHIP ATTESTATION - OPENS A CYCLE.  EVERY
      *        TEAM IS ASKED TO CONFIRM, DISPUTE OR RECOMMEND FOR
      *        DECOMMISSION EACH ACTIVE MODULE THE CATALOG PUTS UNDER
      *        ITS NAME.  FOR A NEW CYCLE ID AND A RESPONSE DEADLINE
      *        THIS PROGRAM -
      *            APPENDS ONE WORKLIST RECORD (MODATTW) PER ACTIVE
      *            MODULE, GROUPED BY OWNING TEAM,
      *            APPENDS ONE PENDING NOTICE (MODNTFY) PER TEAM,
      *            EVENT ATTEST-OPEN, WITH ITS MODULE COUNT AND THE
      *            DEADLINE, FOR THE MAIL GATEWAY,
      *            APPENDS THE CYCLE RECORD (MODATCYC), WHICH MAKES
      *            IT THE CURRENT CYCLE, AND
      *            WRITES ONE SEALED ATTEST-OPEN AUDIT ENTRY.
      *        A CYCLE ID ALREADY ON MODATCYC IS REFUSED.  ACTIVE
      *        MODULES WITH NO OWNING TEAM GO ON THE WORKLIST UNDER A
      *        BLANK TEAM BUT NO NOTICE CAN BE SENT FOR THEM.  TEAM
      *        ANSWERS ARE LOADED BY ATTEST-RESPONSE AND REPORTED BY
      *        ATTEST-STATUS.
      *        NEEDS THE TRANSFER AUTHORITY (OPR-TRANSFER-AUTH) AND
      *        TAKES THE SUITE UPDATE LOCK (MODLOCK); EVERY CONSOLE
      *        ANSWER IS GATHERED FIRST.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      *    2026-10-15 DL100 AUDIT AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      *    2026-10-15 DL100 THE WORKLIST IS NOW WRITTEN IN FULL BEFORE
      *                     ANY TEAM NOTICE.  A WORKLIST THAT WILL NOT
      *                     OPEN OR WRITE ABORTS THE RUN WITH
      *                     RETURN-CODE 8 - NO NOTICE, CYCLE RECORD OR
      *                     AUDIT ENTRY IS WRITTEN.
      *    2026-10-15 DL100 A CYCLE FILE THAT CANNOT BE READ NOW ABORTS
      *                     THE RUN RC 8 - ONLY STATUS 35 MEANS NO
      *                     PRIOR CYCLE.  A CYCLE RECORD THAT WILL NOT
      *                     OPEN OR WRITE ABORTS THE RUN RC 8 WITH NO
      *                     AUDIT ENTRY, AND THE WORKLIST AND NOTICES
      *                     ALREADY WRITTEN ARE REPORTED VOID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEST-CAMPAIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT ATTEST-CYCLE ASSIGN TO "MODATCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLE-STATUS.

           SELECT ATTEST-WORKLIST ASSIGN TO "MODATTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-WORK-STATUS.

           SELECT NOTIFY-OUTBOX ASSIGN TO "MODNTFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-NOTIFY-STATUS.

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

       FD  NOTIFY-OUTBOX
           RECORD CONTAINS 159 CHARACTERS.
       COPY "modntfy.cpy".

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
       77  DL100-NOTIFY-STATUS         PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-OPERATOR-ID           PIC X(10) VALUE SPACES.

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-CYCLE-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-CYCLE-EOF                    VALUE "Y".
           88  DL100-CYCLE-NOT-EOF                VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

      *---------------------------------------------------------------*
      *    ANSWER-GATHERING OUTCOME - A BLANK CYCLE ID OR A BAD        *
      *    DEADLINE CANCELS THE RUN BEFORE THE LOCK IS EVER TAKEN.     *
      *---------------------------------------------------------------*
       01  DL100-PROCEED-SW            PIC X(01) VALUE "N".
           88  DL100-PROCEED                      VALUE "Y".
           88  DL100-RUN-CANCELLED                VALUE "N".

       01  DL100-CYCLE-ID              PIC X(08) VALUE SPACES.
       01  DL100-DEADLINE-IN           PIC X(08) VALUE SPACES.
       01  DL100-DEADLINE              PIC 9(08) VALUE 0.
       01  DL100-DEADLINE-PARTS REDEFINES DL100-DEADLINE.
           05  DL100-DL-YYYY           PIC 9(04).
           05  DL100-DL-MM             PIC 9(02).
           05  DL100-DL-DD             PIC 9(02).

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
      *    WORKLIST TABLE - TEAM THEN MODULE IS THE SORT KEY, WHICH    *
      *    GIVES THE TEAM GROUPS.  A CYCLE THAT CANNOT HOLD EVERY      *
      *    ACTIVE MODULE IS NOT OPENED AT ALL.                         *
      *---------------------------------------------------------------*
       01  DL100-WORK-TABLE.
           05  DL100-WORK-ENTRY OCCURS 5000 TIMES.
               10  DL100-WORK-KEY.
                   15  DL100-WK-TEAM       PIC X(30).
                   15  DL100-WK-NAME       PIC X(30).
               10  DL100-WK-TYPE           PIC X(08).
               10  DL100-WK-CREATE         PIC 9(08).
       77  DL100-WORK-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-WORK-IX               PIC 9(05) COMP.
       77  DL100-WORK-JX               PIC 9(05) COMP.
       01  DL100-WORK-HOLD.
           05  DL100-WH-KEY            PIC X(60).
           05  DL100-WH-TYPE           PIC X(08).
           05  DL100-WH-CREATE         PIC 9(08).

       01  DL100-PRIOR-TEAM            PIC X(30) VALUE HIGH-VALUES.
       77  DL100-TEAM-MODULES          PIC 9(05) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    NOTICE, AUDIT DETAIL AND REPORT LINES.                      *
      *---------------------------------------------------------------*
       01  DL100-NOTICE-COUNT.
           05  DL100-NC-MODULES        PIC 9(05).
           05  FILLER                  PIC X(18)
                                       VALUE " MODULES TO ATTEST".
       01  DL100-NOTICE-DUE.
           05  FILLER                  PIC X(11) VALUE "RESPOND BY ".
           05  DL100-ND-DEADLINE       PIC 9(08).

       01  DL100-OPEN-DETAIL.
           05  FILLER                  PIC X(06) VALUE "CYCLE ".
           05  DL100-OD-CYCLE-ID       PIC X(08).
           05  FILLER                  PIC X(10) VALUE " DEADLINE ".
           05  DL100-OD-DEADLINE       PIC 9(08).
           05  FILLER                  PIC X(09) VALUE " MODULES ".
           05  DL100-OD-MODULES        PIC 9(05).
           05  FILLER                  PIC X(07) VALUE " TEAMS ".
           05  DL100-OD-TEAMS          PIC 9(05).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  DL100-TEAM-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-TEAM           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-MODULES        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-TL-NOTICE         PIC X(24).

       77  DL100-TEAM-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-NOTICE-TOTAL          PIC 9(05) COMP VALUE 0.
       77  DL100-NO-TEAM-COUNT         PIC 9(05) COMP VALUE 0.
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
      *    SUITE UPDATE LOCK - TAKEN ONCE EVERY ANSWER IS IN, BEFORE   *
      *    ANY CAMPAIGN FILE OR THE OUTBOX IS OPENED, AND RELEASED AT  *
      *    TERMINATE.                                                  *
      *---------------------------------------------------------------*
       01  DL100-LOCK-SW               PIC X(01) VALUE "N".
           88  DL100-LOCK-HELD                    VALUE "Y".
           88  DL100-LOCK-NOT-HELD                VALUE "N".
       77  DL100-LOCK-TRY              PIC 9(03) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    TIMESTAMP WORK AREA, BUILT FROM CURRENT-DATE AT RUN TIME.  *
      *    ONE STAMP OPENS THE CYCLE AND DATES EVERY NOTICE.          *
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
           PERFORM 1400-GET-CYCLE-ANSWERS THRU 1400-EXIT.
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

           PERFORM 2000-CHECK-CYCLE-ID THRU 2000-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 3000-LOAD-ACTIVE-MODULES THRU 3000-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 4000-SORT-WORKLIST THRU 4000-EXIT
               PERFORM 5000-OPEN-CYCLE THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF DL100-RUN-ABORTED
               ADD 1 TO DL100-RUN-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - ESTABLISH THE OPERATOR ID.                *
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
                   "run - giving up, no cycle opened.".
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
           MOVE "ATTEST-OPEN" TO DL100-DN-ACTION.

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
                       " is not permitted to open an attestation "
                       "cycle."
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
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE SPACES TO AUD-RECORD.
           MOVE "ATTEST-CAMPAIGN"    TO AUD-MODULE-NAME.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-DENIED-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1400-GET-CYCLE-ANSWERS - THE NEW CYCLE ID AND THE RESPONSE  *
      *    DEADLINE, BEFORE ANY LOCK OR OPEN.  A BLANK CYCLE ID, OR A  *
      *    DEADLINE THAT IS NOT A DATE AFTER TODAY, CANCELS THE RUN.   *
      *----------------------------------------------------------------*
       1400-GET-CYCLE-ANSWERS.
           DISPLAY "Enter new attestation cycle ID: "
               WITH NO ADVANCING.
           ACCEPT DL100-CYCLE-ID.

           DISPLAY "Enter response deadline (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT DL100-DEADLINE-IN.

           IF DL100-CYCLE-ID = SPACES
               DISPLAY "Cycle ID may not be blank - no cycle opened."
               GO TO 1400-EXIT
           END-IF.

           IF DL100-DEADLINE-IN IS NOT NUMERIC
               DISPLAY "Deadline must be a date YYYYMMDD - no cycle "
                       "opened."
               GO TO 1400-EXIT
           END-IF.
           MOVE DL100-DEADLINE-IN TO DL100-DEADLINE.

           IF DL100-DL-MM < 1 OR DL100-DL-MM > 12
              OR DL100-DL-DD < 1 OR DL100-DL-DD > 31
               DISPLAY "Deadline must be a date YYYYMMDD - no cycle "
                       "opened."
               GO TO 1400-EXIT
           END-IF.

           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           IF DL100-DEADLINE NOT > DL100-CD-YYYYMMDD
               DISPLAY "Deadline must be after today - no cycle "
                       "opened."
               GO TO 1400-EXIT
           END-IF.

           SET DL100-PROCEED TO TRUE.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - OPEN THE AUDIT LOG.  ONLY REACHED ONCE    *
      *    EVERY CONSOLE ANSWER IS IN AND THE UPDATE LOCK IS HELD.     *
      *    THE CAMPAIGN FILES ARE OPENED ONCE THE CYCLE ID CHECKS.     *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN EXTEND MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "05" OR DL100-AUDIT-STATUS = "35"
               OPEN OUTPUT MODULE-AUDIT-LOG
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-CHECK-CYCLE-ID - A CYCLE ID ALREADY ON MODATCYC IS     *
      *    REFUSED.  NO CYCLE FILE YET (STATUS 35) MEANS THIS IS THE  *
      *    FIRST; A CYCLE FILE THAT CANNOT BE READ COULD HIDE A REUSED *
      *    ID AND ABORTS THE RUN.                                      *
      *----------------------------------------------------------------*
       2000-CHECK-CYCLE-ID.
           OPEN INPUT ATTEST-CYCLE.
           IF DL100-CYCLE-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           IF DL100-CYCLE-STATUS NOT = "00"
               DISPLAY "Unable to read attestation cycles - MODATCYC "
                       "status " DL100-CYCLE-STATUS "."
               DISPLAY "Cycle " DL100-CYCLE-ID " not opened."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHECK-ONE-CYCLE THRU 2100-EXIT
               UNTIL DL100-CYCLE-EOF OR DL100-RUN-ABORTED.
           CLOSE ATTEST-CYCLE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-CHECK-ONE-CYCLE - ONE CYCLE RECORD.                    *
      *----------------------------------------------------------------*
       2100-CHECK-ONE-CYCLE.
           READ ATTEST-CYCLE
               AT END
                   SET DL100-CYCLE-EOF TO TRUE
           END-READ.

           IF DL100-CYCLE-NOT-EOF
               AND DL100-CYCLE-STATUS(1:1) NOT = "0"
               DISPLAY "Unable to read attestation cycles - MODATCYC "
                       "status " DL100-CYCLE-STATUS "."
               DISPLAY "Cycle " DL100-CYCLE-ID " not opened."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF DL100-CYCLE-NOT-EOF
               IF ATC-CYCLE-ID = DL100-CYCLE-ID
                   DISPLAY "Attestation cycle " DL100-CYCLE-ID
                           " was already opened " ATC-OPEN-STAMP
                           " - no cycle opened."
                   SET DL100-RUN-ABORTED TO TRUE
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-LOAD-ACTIVE-MODULES - EVERY ACTIVE CATALOG ENTRY INTO  *
      *    THE WORKLIST TABLE.  A CYCLE MUST COVER EVERY ACTIVE        *
      *    MODULE, SO A FULL TABLE STOPS THE RUN.                      *
      *----------------------------------------------------------------*
       3000-LOAD-ACTIVE-MODULES.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT - "
                       "no cycle opened."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-LOAD-ONE-MODULE THRU 3100-EXIT
               UNTIL DL100-CATALOG-EOF OR DL100-RUN-ABORTED.
           CLOSE MODULE-CATALOG.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-LOAD-ONE-MODULE - ONE CATALOG RECORD.                  *
      *----------------------------------------------------------------*
       3100-LOAD-ONE-MODULE.
           READ MODULE-CATALOG
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           IF NOT CAT-STATUS-ACTIVE OR CAT-MODULE-NAME = SPACES
               GO TO 3100-EXIT
           END-IF.

           IF DL100-WORK-COUNT >= 5000
               DISPLAY "More than 5000 active modules - the "
                       "worklist cannot hold them all - no cycle "
                       "opened."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO DL100-WORK-COUNT.
           MOVE CAT-OWNING-TEAM TO DL100-WK-TEAM(DL100-WORK-COUNT).
           MOVE CAT-MODULE-NAME TO DL100-WK-NAME(DL100-WORK-COUNT).
           MOVE CAT-MODULE-TYPE TO DL100-WK-TYPE(DL100-WORK-COUNT).
           IF CAT-CREATE-DATE IS NUMERIC
               MOVE CAT-CREATE-DATE
                   TO DL100-WK-CREATE(DL100-WORK-COUNT)
           ELSE
               MOVE 0 TO DL100-WK-CREATE(DL100-WORK-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-SORT-WORKLIST - STRAIGHT INSERTION SORT ON THE         *
      *    TEAM-PLUS-MODULE KEY.                                       *
      *----------------------------------------------------------------*
       4000-SORT-WORKLIST.
           PERFORM 4100-INSERT-ONE-ENTRY THRU 4100-EXIT
               VARYING DL100-WORK-IX FROM 2 BY 1
               UNTIL DL100-WORK-IX > DL100-WORK-COUNT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-INSERT-ONE-ENTRY - SINK ENTRY DL100-WORK-IX BACK TO    *
      *    ITS SORTED SPOT.                                            *
      *----------------------------------------------------------------*
       4100-INSERT-ONE-ENTRY.
           MOVE DL100-WORK-ENTRY(DL100-WORK-IX) TO DL100-WORK-HOLD.
           MOVE DL100-WORK-IX TO DL100-WORK-JX.

           PERFORM 4200-SHIFT-ONE-ENTRY THRU 4200-EXIT
               UNTIL DL100-WORK-JX = 1
               OR DL100-WORK-KEY(DL100-WORK-JX - 1)
                   NOT > DL100-WH-KEY.

           MOVE DL100-WORK-HOLD TO DL100-WORK-ENTRY(DL100-WORK-JX).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-SHIFT-ONE-ENTRY - MOVE ONE LATER ENTRY UP A SLOT.      *
      *----------------------------------------------------------------*
       4200-SHIFT-ONE-ENTRY.
           MOVE DL100-WORK-ENTRY(DL100-WORK-JX - 1)
               TO DL100-WORK-ENTRY(DL100-WORK-JX).
           SUBTRACT 1 FROM DL100-WORK-JX.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-OPEN-CYCLE - WRITE THE WORKLIST, THEN ONE NOTICE PER   *
      *    TEAM, THEN THE CYCLE RECORD AND ITS AUDIT ENTRY.  THE       *
      *    CYCLE RECORD GOES LAST, SO A RUN THAT DIES PART WAY NEVER   *
      *    BECOMES THE CURRENT CYCLE.  A WORKLIST THAT WILL NOT OPEN   *
      *    OR TAKE EVERY RECORD ABORTS THE RUN BEFORE ANY NOTICE, THE  *
      *    CYCLE RECORD OR THE AUDIT ENTRY IS WRITTEN.  A CYCLE RECORD *
      *    THAT WILL NOT WRITE ABORTS THE RUN BEFORE THE AUDIT ENTRY.  *
      *----------------------------------------------------------------*
       5000-OPEN-CYCLE.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           OPEN EXTEND ATTEST-WORKLIST.
           IF DL100-WORK-STATUS = "05" OR DL100-WORK-STATUS = "35"
               OPEN OUTPUT ATTEST-WORKLIST
           END-IF.
           IF DL100-WORK-STATUS NOT = "00"
               DISPLAY "Unable to open attestation worklist - "
                       "MODATTW status " DL100-WORK-STATUS "."
               DISPLAY "Cycle " DL100-CYCLE-ID " not opened."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-WRITE-ONE-WORK-ITEM THRU 5100-EXIT
               VARYING DL100-WORK-IX FROM 1 BY 1
               UNTIL DL100-WORK-IX > DL100-WORK-COUNT
               OR DL100-RUN-ABORTED.
           CLOSE ATTEST-WORKLIST.
           IF DL100-RUN-ABORTED
               DISPLAY "Cycle " DL100-CYCLE-ID " not opened - the "
                       "worklist records written for it are void; "
                       "rerun under a new cycle ID."
               GO TO 5000-EXIT
           END-IF.

           OPEN EXTEND NOTIFY-OUTBOX.
           IF DL100-NOTIFY-STATUS = "05" OR DL100-NOTIFY-STATUS = "35"
               OPEN OUTPUT NOTIFY-OUTBOX
           END-IF.

           DISPLAY " ".
           DISPLAY "Ownership Attestation - cycle " DL100-CYCLE-ID
                   " opened, responses due " DL100-DEADLINE.
           DISPLAY "=================================================="
                   "=============".
           DISPLAY " ".
           DISPLAY "  OWNING TEAM                     MODULES  NOTICE".
           DISPLAY "  ------------------------------  -------  "
                   "-----------------------".

           MOVE HIGH-VALUES TO DL100-PRIOR-TEAM.
           MOVE 0 TO DL100-TEAM-MODULES.
           PERFORM 5150-COUNT-ONE-WORK-ITEM THRU 5150-EXIT
               VARYING DL100-WORK-IX FROM 1 BY 1
               UNTIL DL100-WORK-IX > DL100-WORK-COUNT.
           IF DL100-WORK-COUNT > 0
               PERFORM 5200-FINISH-TEAM THRU 5200-EXIT
           ELSE
               DISPLAY "  (no active module in the catalog)"
           END-IF.

           CLOSE NOTIFY-OUTBOX.

           PERFORM 5400-WRITE-CYCLE-RECORD THRU 5400-EXIT.
           IF DL100-RUN-ABORTED
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5500-WRITE-AUDIT-ENTRY THRU 5500-EXIT.

           DISPLAY " ".
           MOVE DL100-WORK-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Active modules on the worklist: " DL100-COUNT-OUT.
           MOVE DL100-TEAM-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Owning teams:                   " DL100-COUNT-OUT.
           MOVE DL100-NOTICE-TOTAL TO DL100-COUNT-OUT.
           DISPLAY "Team notices queued to MODNTFY: " DL100-COUNT-OUT.
           IF DL100-NO-TEAM-COUNT > 0
               MOVE DL100-NO-TEAM-COUNT TO DL100-COUNT-OUT
               DISPLAY "Warning - " DL100-COUNT-OUT " active "
                       "modules have no owning team to answer for "
                       "them."
           END-IF.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-WRITE-ONE-WORK-ITEM - ONE WORKLIST RECORD.  A WRITE    *
      *    THAT FAILS ABORTS THE RUN.                                  *
      *----------------------------------------------------------------*
       5100-WRITE-ONE-WORK-ITEM.
           MOVE SPACES TO ATW-RECORD.
           MOVE DL100-CYCLE-ID                TO ATW-CYCLE-ID.
           MOVE DL100-WK-TEAM(DL100-WORK-IX)  TO ATW-OWNING-TEAM.
           MOVE DL100-WK-NAME(DL100-WORK-IX)  TO ATW-MODULE-NAME.
           MOVE DL100-WK-TYPE(DL100-WORK-IX)  TO ATW-MODULE-TYPE.
           MOVE DL100-WK-CREATE(DL100-WORK-IX) TO ATW-CREATE-DATE.
           MOVE DL100-DEADLINE                TO ATW-DEADLINE.
           WRITE ATW-RECORD.
           IF DL100-WORK-STATUS NOT = "00"
               DISPLAY "Unable to write attestation worklist - "
                       "MODATTW status " DL100-WORK-STATUS
                       " at module " ATW-MODULE-NAME
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 5100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-PROCESSED.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5150-COUNT-ONE-WORK-ITEM - COUNT ONE WORKLIST ENTRY TO ITS  *
      *    TEAM, CLOSING OFF THE PRIOR TEAM WHEN THE TEAM CHANGES.     *
      *----------------------------------------------------------------*
       5150-COUNT-ONE-WORK-ITEM.
           IF DL100-WK-TEAM(DL100-WORK-IX) NOT = DL100-PRIOR-TEAM
               IF DL100-WORK-IX > 1
                   PERFORM 5200-FINISH-TEAM THRU 5200-EXIT
               END-IF
               MOVE DL100-WK-TEAM(DL100-WORK-IX) TO DL100-PRIOR-TEAM
               MOVE 0 TO DL100-TEAM-MODULES
           END-IF.
           ADD 1 TO DL100-TEAM-MODULES.
       5150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5200-FINISH-TEAM - ONE REPORT LINE FOR THE TEAM JUST        *
      *    WRITTEN AND ITS PENDING NOTICE.  A BLANK TEAM HAS NOBODY    *
      *    TO TELL.                                                    *
      *----------------------------------------------------------------*
       5200-FINISH-TEAM.
           MOVE DL100-PRIOR-TEAM   TO DL100-TL-TEAM.
           MOVE DL100-TEAM-MODULES TO DL100-TL-MODULES.

           IF DL100-PRIOR-TEAM = SPACES
               MOVE "(NO OWNING TEAM)" TO DL100-TL-TEAM
               MOVE "NONE - NOBODY TO NOTIFY" TO DL100-TL-NOTICE
               ADD DL100-TEAM-MODULES TO DL100-NO-TEAM-COUNT
           ELSE
               ADD 1 TO DL100-TEAM-COUNT
               PERFORM 5300-WRITE-TEAM-NOTICE THRU 5300-EXIT
               MOVE "QUEUED" TO DL100-TL-NOTICE
           END-IF.
           DISPLAY DL100-TEAM-LINE.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5300-WRITE-TEAM-NOTICE - ONE PENDING OUTBOX RECORD PER TEAM *
      *    - HOW MANY MODULES IT MUST ANSWER FOR AND BY WHEN.  THE     *
      *    MODULE NAME SLOT CARRIES THE CYCLE.                         *
      *----------------------------------------------------------------*
       5300-WRITE-TEAM-NOTICE.
           MOVE DL100-TEAM-MODULES TO DL100-NC-MODULES.
           MOVE DL100-DEADLINE     TO DL100-ND-DEADLINE.

           MOVE SPACES TO NTF-RECORD.
           STRING "ATTESTATION " DELIMITED BY SIZE
                  DL100-CYCLE-ID DELIMITED BY SPACE
                  INTO NTF-MODULE-NAME
           END-STRING.
           MOVE "ATTEST-OPEN"       TO NTF-EVENT.
           MOVE DL100-PRIOR-TEAM    TO NTF-OWNING-TEAM.
           MOVE DL100-NOTICE-COUNT  TO NTF-OLD-VALUE.
           MOVE DL100-NOTICE-DUE    TO NTF-NEW-VALUE.
           MOVE DL100-TIMESTAMP-OUT TO NTF-TIMESTAMP.
           SET NTF-PENDING TO TRUE.
           WRITE NTF-RECORD.
           ADD 1 TO DL100-NOTICE-TOTAL.
       5300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5400-WRITE-CYCLE-RECORD - APPEND THE CYCLE, WHICH MAKES IT  *
      *    THE CURRENT CYCLE.  IF THE RECORD WILL NOT OPEN OR WRITE,   *
      *    THE CYCLE NEVER BECAME CURRENT AND WHAT WAS WRITTEN FOR IT  *
      *    IS VOID.                                                    *
      *----------------------------------------------------------------*
       5400-WRITE-CYCLE-RECORD.
           OPEN EXTEND ATTEST-CYCLE.
           IF DL100-CYCLE-STATUS = "05" OR DL100-CYCLE-STATUS = "35"
               OPEN OUTPUT ATTEST-CYCLE
           END-IF.
           IF DL100-CYCLE-STATUS NOT = "00"
               DISPLAY "Unable to open attestation cycles - MODATCYC "
                       "status " DL100-CYCLE-STATUS "."
               GO TO 5400-FAILED
           END-IF.

           MOVE SPACES TO ATC-RECORD.
           MOVE DL100-CYCLE-ID       TO ATC-CYCLE-ID.
           MOVE DL100-TIMESTAMP-OUT  TO ATC-OPEN-STAMP.
           MOVE DL100-DEADLINE       TO ATC-DEADLINE.
           MOVE DL100-OPERATOR-ID    TO ATC-OPERATOR-ID.
           MOVE DL100-WORK-COUNT     TO ATC-MODULE-COUNT.
           MOVE DL100-TEAM-COUNT     TO ATC-TEAM-COUNT.
           WRITE ATC-RECORD.
           IF DL100-CYCLE-STATUS NOT = "00"
               DISPLAY "Unable to write attestation cycle - MODATCYC "
                       "status " DL100-CYCLE-STATUS "."
               CLOSE ATTEST-CYCLE
               GO TO 5400-FAILED
           END-IF.
           CLOSE ATTEST-CYCLE.
           GO TO 5400-EXIT.

       5400-FAILED.
           DISPLAY "Cycle " DL100-CYCLE-ID " not opened - the "
                   "worklist and notices written for it are void; "
                   "rerun under a new cycle ID.".
           SET DL100-RUN-ABORTED TO TRUE.
       5400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5500-WRITE-AUDIT-ENTRY - ONE SEALED ATTEST-OPEN ENTRY FOR   *
      *    THE CYCLE.                                                  *
      *----------------------------------------------------------------*
       5500-WRITE-AUDIT-ENTRY.
           MOVE DL100-CYCLE-ID   TO DL100-OD-CYCLE-ID.
           MOVE DL100-DEADLINE   TO DL100-OD-DEADLINE.
           MOVE DL100-WORK-COUNT TO DL100-OD-MODULES.
           MOVE DL100-TEAM-COUNT TO DL100-OD-TEAMS.

           MOVE SPACES TO AUD-RECORD.
           MOVE "ATTEST-CAMPAIGN"   TO AUD-MODULE-NAME.
           MOVE "ATTEST-OPEN"       TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE DL100-OPEN-DETAIL   TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       5500-EXIT.
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
           MOVE "ATTEST-CAMPAIGN"     TO RUN-PROGRAM-ID.
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
           MOVE "ATTEST-CAMPAIGN"     TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE THE AUDIT LOG AND RELEASE THE LOCK.  *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           CLOSE MODULE-AUDIT-LOG.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
