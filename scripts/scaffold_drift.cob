      ******************************************************************
      *
      *    PROGRAM-ID.  SCAFFOLD-DRIFT
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        SCAFFOLD TEMPLATE DRIFT REPORT AND UPGRADE.  EVERY
      *        ACTIVE CATALOG ENTRY (MODCAT) IS COMPARED WITH THE
      *        TEMPLATE VERSION IT WAS LAST SCAFFOLDED FROM - THE
      *        LATEST SCAFFOLD VERSION REGISTER RECORD (MODSCAF) FOR
      *        THE MODULE, OR 0000 (THE BUILT-IN SCAFFOLD) IF IT HAS
      *        NONE - AND WITH THE CURRENT VERSION FOR ITS TYPE, THE
      *        HIGHEST ON THE TEMPLATE FILE (MODTMPL).  A MODULE ON
      *        AN OLDER VERSION HAS DRIFTED.  A TYPE WITH NO TEMPLATE
      *        ON FILE CANNOT DRIFT.
      *        (L)IST MODE PRINTS THE DRIFTED MODULES AND CHANGES
      *        NOTHING - NO LOCK, NO AUTHORITY NEEDED.
      *        (U)PGRADE MODE TAKES THE SUITE UPDATE LOCK (MODLOCK),
      *        NEEDS THE CREATE AUTHORITY, AND FOR EACH DRIFTED
      *        MODULE -
      *            COPIES POM.XML, README.MD AND EVERY
      *            PACKAGE-INFO.JAVA UNDER SCAFFOLD_BACKUP/<RUN
      *            TIMESTAMP>/, KEEPING THE MODULE'S OWN PATHS,
      *            REWRITES THEM FROM THE CURRENT TEMPLATE WITH THE
      *            SAME PLACEHOLDER RULES AS CREATE-MODULE,
      *            RE-CHECKS EVERY REWRITTEN FILE ON DISK, AND
      *            ON SUCCESS WRITES A SEALED SCAF-UPGRADE AUDIT
      *            ENTRY, A TEMPLATE-VER CATALOG-HISTORY RECORD (OLD
      *            AND NEW VERSION) AND A NEW REGISTER RECORD.
      *        A MODULE WHOSE BACKUP, FILE WRITE OR RE-CHECK FAILS,
      *        OR WHOSE CURRENT TEMPLATE VERSION LACKS ONE OF THE
      *        THREE STARTER FILES, IS REPORTED AND LEFT ON ITS OLD
      *        VERSION IN THE REGISTER; THE RUN ENDS RETURN-CODE 8.
      *        THE CATALOG ITSELF IS NEVER UPDATED.
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
      *    2026-10-15 DL100 A STARTER FILE THAT WILL NOT OPEN OR WRITE,
      *                     OR COMES OUT EMPTY, NOW FAILS THE MODULE
      *                     BEFORE ANY AUDIT, HISTORY OR REGISTER
      *                     RECORD IS WRITTEN.  A TEMPLATE VERSION
      *                     WITHOUT POM, README AND PKGINFO LINES IS
      *                     REPORTED INCOMPLETE AND NOT APPLIED.
      *                     STAMPS NOW CARRY THE TRUE HHMMSS.
      *    2026-10-15 DL100 A SCAFFOLD REGISTER THAT CANNOT BE READ, OR
      *                     CANNOT BE OPENED FOR APPEND IN AN UPGRADE
      *                     RUN, NOW ENDS THE RUN RC 8 BEFORE ANY
      *                     MODULE IS TOUCHED - ONLY STATUS 35 MEANS
      *                     NO REGISTER YET.  THE BACKUP IS CHECKED
      *                     FILE BY FILE - POM, README AND EVERY
      *                     PACKAGE-INFO.JAVA OF THE TYPE PROFILE -
      *                     AND A MODULE WITH ANY COPY MISSING IS NOT
      *                     UPGRADED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCAFFOLD-DRIFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "MODTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TMPL-STATUS.

           SELECT SCAFFOLD-REGISTER ASSIGN TO "MODSCAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCAF-STATUS.

           SELECT SCAFFOLD-OUT ASSIGN DYNAMIC DL100-SCAFFOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCAFFOLD-STATUS.

           SELECT MODULE-AUDIT-LOG ASSIGN TO "MODAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

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

       FD  TEMPLATE-FILE
           RECORD CONTAINS 173 CHARACTERS.
       COPY "modtmpl.cpy".

       FD  SCAFFOLD-REGISTER
           RECORD CONTAINS 76 CHARACTERS.
       COPY "modscaf.cpy".

       FD  SCAFFOLD-OUT
           RECORD CONTAINS 200 CHARACTERS.
       01  SCAFFOLD-LINE               PIC X(200).

       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
       COPY "modaud.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

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
       77  DL100-TMPL-STATUS           PIC X(02).
       77  DL100-SCAF-STATUS           PIC X(02).
       77  DL100-SCAFFOLD-STATUS       PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-OPERATOR-ID           PIC X(10) VALUE SPACES.

       01  DL100-RUN-MODE-SW           PIC X(01) VALUE "L".
           88  DL100-LIST-MODE                    VALUE "L" "l".
           88  DL100-UPGRADE-MODE                 VALUE "U" "u".

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

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
      *    SCAFFOLD VERSION REGISTER - THE LATEST RECORDED VERSION    *
      *    PER MODULE.  A LATER MODSCAF RECORD REPLACES AN EARLIER    *
      *    ONE FOR THE SAME MODULE.                                   *
      *---------------------------------------------------------------*
       01  DL100-REG-TABLE.
           05  DL100-REG-ENTRY OCCURS 2000 TIMES.
               10  DL100-REG-NAME         PIC X(30).
               10  DL100-REG-VERSION      PIC 9(04).
       77  DL100-REG-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-REG-IX                PIC 9(05) COMP.

       01  DL100-SCAF-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-SCAF-EOF                     VALUE "Y".
           88  DL100-SCAF-NOT-EOF                 VALUE "N".

       01  DL100-REG-FOUND-SW          PIC X(01) VALUE "N".
           88  DL100-REG-FOUND                    VALUE "Y".
           88  DL100-REG-NOT-FOUND                VALUE "N".

       01  DL100-REG-FULL-SW           PIC X(01) VALUE "N".
           88  DL100-REG-TABLE-FULL               VALUE "Y".
           88  DL100-REG-TABLE-NOT-FULL           VALUE "N".

      *---------------------------------------------------------------*
      *    SCAFFOLD TEMPLATES - EVERY MODTMPL LINE, LOADED ONCE.  THE *
      *    RENDER AREA IS TEN BYTES LONGER THAN THE TEXT SO A         *
      *    PLACEHOLDER TEST NEAR THE END NEVER RUNS OFF IT.           *
      *---------------------------------------------------------------*
       01  DL100-TMPL-TABLE.
           05  DL100-TMPL-ENTRY OCCURS 400 TIMES.
               10  DL100-TT-TYPE          PIC X(08).
               10  DL100-TT-VERSION       PIC 9(04).
               10  DL100-TT-FILE          PIC X(08).
               10  DL100-TT-TEXT          PIC X(150).
       77  DL100-TMPL-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-TMPL-IX               PIC 9(03) COMP.

       01  DL100-TMPL-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-TMPL-EOF                     VALUE "Y".
           88  DL100-TMPL-NOT-EOF                 VALUE "N".

       77  DL100-TEMPLATE-VER          PIC 9(04) VALUE 0.
       77  DL100-OLD-VER               PIC 9(04) VALUE 0.
       77  DL100-TMPL-WANT             PIC X(08).
       77  DL100-RENDER-POS            PIC 9(03) COMP.
       77  DL100-RENDER-END            PIC 9(03) COMP.
       77  DL100-RENDER-PTR            PIC 9(03) COMP.
       01  DL100-RENDER-TEXT           PIC X(160).

      *---------------------------------------------------------------*
      *    A TEMPLATE VERSION IS ONLY USABLE IF IT HAS LINES FOR ALL  *
      *    THREE STARTER FILES.  ONE THAT DOES NOT FAILS THE MODULE   *
      *    WITH DL100-TMPL-REASON RATHER THAN WRITING AN EMPTY FILE.  *
      *---------------------------------------------------------------*
       01  DL100-TMPL-FILES-SW.
           05  DL100-HAS-POM-SW        PIC X(01).
               88  DL100-HAS-POM                  VALUE "Y".
           05  DL100-HAS-README-SW     PIC X(01).
               88  DL100-HAS-README               VALUE "Y".
           05  DL100-HAS-PKGINFO-SW    PIC X(01).
               88  DL100-HAS-PKGINFO              VALUE "Y".

       01  DL100-TMPL-COMPLETE-SW      PIC X(01) VALUE "Y".
           88  DL100-TMPL-COMPLETE                VALUE "Y".
           88  DL100-TMPL-INCOMPLETE              VALUE "N".

       01  DL100-TMPL-REASON           PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      *    MODULE TYPE PROFILE - SAME RULES AS CREATE-MODULE.  AN     *
      *    UNRECOGNIZED OR BLANK TYPE IS TREATED AS LIBRARY.          *
      *---------------------------------------------------------------*
       77  DL100-MODULE-TYPE           PIC X(08) VALUE "LIBRARY".
       77  DL100-PACKAGING             PIC X(03) VALUE "jar".
       77  DL100-PKG-COUNT             PIC 9(03) COMP VALUE 3.
       77  DL100-PKG-IX                PIC 9(03) COMP.

       01  DL100-PKG-TABLE.
           05  DL100-PKG-NAME OCCURS 5 TIMES
                                       PIC X(08).

       01  DL100-PKG-DIR               PIC X(08) VALUE SPACES.
       01  DL100-SCAFFOLD-PATH         PIC X(200) VALUE SPACES.

       01  MODULE-NAME                 PIC X(50).
       01  CMD                         PIC X(400).

      *---------------------------------------------------------------*
      *    UPGRADE VERIFICATION - SET WHEN A MODULE'S BACKUP, ONE OF  *
      *    ITS STARTER FILE WRITES OR ITS ON-DISK RE-CHECK FAILS,     *
      *    WITH THE STEP THAT FAILED.                                 *
      *---------------------------------------------------------------*
       01  DL100-UPG-FAIL-SW           PIC X(01) VALUE "N".
           88  DL100-UPG-FAILED                   VALUE "Y".
           88  DL100-UPG-NOT-FAILED               VALUE "N".

       01  DL100-WRITE-FAIL-SW         PIC X(01) VALUE "N".
           88  DL100-WRITE-FAILED                 VALUE "Y".
           88  DL100-WRITE-NOT-FAILED             VALUE "N".
       77  DL100-LINES-WRITTEN         PIC 9(05) COMP VALUE 0.

       01  DL100-FAILED-STEP           PIC X(40) VALUE SPACES.
       01  DL100-CHECK-PATH            PIC X(200).
       01  DL100-CHECK-INFO            PIC X(36).
       01  DL100-CHECK-RC              PIC 9(08) COMP.
       01  DL100-BACKUP-DIR            PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      *    COUNTERS AND REPORT LINES.                                 *
      *---------------------------------------------------------------*
       77  DL100-ACTIVE-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-DRIFT-COUNT           PIC 9(05) COMP VALUE 0.
       77  DL100-UPGRADE-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-FAIL-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-ACTIVE-COUNT-OUT      PIC ZZZZ9.
       77  DL100-DRIFT-COUNT-OUT       PIC ZZZZ9.
       77  DL100-UPGRADE-COUNT-OUT     PIC ZZZZ9.
       77  DL100-FAIL-COUNT-OUT        PIC ZZZZ9.

       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-MODULE         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TEAM           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TYPE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-OLD-VER        PIC 9(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL100-DL-NEW-VER        PIC 9(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL100-DL-RESULT         PIC X(40).

       01  DL100-UPGRADE-DETAIL.
           05  FILLER                  PIC X(17)
                                       VALUE "TEMPLATE VERSION ".
           05  DL100-UD-OLD-VER        PIC 9(04).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  DL100-UD-NEW-VER        PIC 9(04).
           05  FILLER                  PIC X(08) VALUE " BACKUP ".
           05  DL100-UD-BACKUP         PIC X(15).
           05  FILLER                  PIC X(12) VALUE SPACES.

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
      *    SUITE UPDATE LOCK - TAKEN FOR AN UPGRADE RUN ONLY, BEFORE  *
      *    ANY SCAFFOLD FILE IS TOUCHED, AND RELEASED AT TERMINATE.   *
      *---------------------------------------------------------------*
       01  DL100-LOCK-SW               PIC X(01) VALUE "N".
           88  DL100-LOCK-HELD                    VALUE "Y".
           88  DL100-LOCK-NOT-HELD                VALUE "N".
       77  DL100-LOCK-TRY              PIC 9(03) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    TIMESTAMP WORK AREA, BUILT FROM CURRENT-DATE AT RUN TIME.  *
      *    THE RUN TIMESTAMP ALSO NAMES THE BACKUP DIRECTORY.         *
      *---------------------------------------------------------------*
       01  DL100-CURRENT-DATE.
           05  DL100-CD-YYYYMMDD        PIC 9(08).
           05  DL100-CD-TIME            PIC 9(08).
           05  DL100-CD-TIME-PARTS REDEFINES DL100-CD-TIME.
               10  DL100-CD-HHMMSS      PIC 9(06).
               10  FILLER               PIC 9(02).
           05  FILLER                   PIC X(07).

       01  DL100-TIMESTAMP-OUT          PIC X(20).
       01  DL100-RUN-TIMESTAMP          PIC X(20) VALUE SPACES.

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

           IF DL100-UPGRADE-MODE
               PERFORM 1050-TAKE-UPDATE-LOCK THRU 1050-EXIT
               IF DL100-LOCK-NOT-HELD
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1900-OPEN-FILES THRU 1900-EXIT
               PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT
               IF DL100-NOT-AUTHORIZED
                   ADD 1 TO DL100-RUN-REJECTED
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           PERFORM 1950-LOAD-TEMPLATES THRU 1950-EXIT.
           PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT.
           IF DL100-RUN-ABORTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 3000-SCAN-CATALOG THRU 3000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF DL100-RUN-ABORTED OR DL100-FAIL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - OPERATOR ID AND RUN MODE.  ANYTHING BUT   *
      *    U IS A LIST RUN.  THE RUN TIMESTAMP IS TAKEN HERE SO THE    *
      *    WHOLE RUN SHARES ONE BACKUP DIRECTORY.                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT DL100-OPERATOR-ID.

           DISPLAY "(L)ist drifted modules or (U)pgrade them: "
               WITH NO ADVANCING.
           ACCEPT DL100-RUN-MODE-SW.
           IF NOT DL100-UPGRADE-MODE
               MOVE "L" TO DL100-RUN-MODE-SW
           END-IF.

           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.
           MOVE SPACES TO DL100-RUN-TIMESTAMP.
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-RUN-TIMESTAMP
           END-STRING.

           MOVE SPACES TO DL100-BACKUP-DIR.
           STRING "scaffold_backup/" DELIMITED BY SIZE
                  DL100-RUN-TIMESTAMP DELIMITED BY SPACE
                  INTO DL100-BACKUP-DIR
           END-STRING.
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
                   "run - giving up, nothing upgraded.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-CHECK-AUTHORITY - VALIDATE THE OPERATOR AGAINST THE    *
      *    OPERATOR MASTER.  REWRITING A MODULE'S STARTER FILES IS     *
      *    PROVISIONING WORK, SO THE CREATE FLAG GOVERNS IT.  A        *
      *    MISSING MASTER FILE REFUSES EVERYONE.                       *
      *----------------------------------------------------------------*
       1200-CHECK-AUTHORITY.
           SET DL100-NOT-AUTHORIZED TO TRUE.
           SET DL100-OPERATOR-UNKNOWN TO TRUE.
           SET DL100-OPR-NOT-EOF TO TRUE.
           MOVE "N" TO DL100-ACTION-AUTH.
           MOVE "SCAF-UPGRADE" TO DL100-DN-ACTION.

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
                       " is not permitted to upgrade scaffolds."
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
      *    THE ENTERED OPERATOR ID, KEEPING THE CREATE FLAG.           *
      *----------------------------------------------------------------*
       1210-SCAN-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-NOT-EOF
               IF OPR-OPERATOR-ID = DL100-OPERATOR-ID
                   SET DL100-OPERATOR-KNOWN TO TRUE
                   MOVE OPR-CREATE-AUTH TO DL100-ACTION-AUTH
               END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-DENIED-AUDIT - RECORD THE REFUSED ATTEMPT IN THE *
      *    AUDIT LOG SO SECURITY CAN SEE WHO TRIED WHAT.  THERE IS NO  *
      *    ONE MODULE YET, SO THE SUBJECT IS THE JOB ITSELF.           *
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
           MOVE "SCAFFOLD-DRIFT"     TO AUD-MODULE-NAME.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-DENIED-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1600-SET-TYPE-PROFILE - FILL THE PACKAGE TABLE AND POM     *
      *    PACKAGING FROM DL100-MODULE-TYPE, AS CREATE-MODULE DOES.   *
      *----------------------------------------------------------------*
       1600-SET-TYPE-PROFILE.
           MOVE SPACES TO DL100-PKG-TABLE.
           MOVE "api"      TO DL100-PKG-NAME(1).
           MOVE "internal" TO DL100-PKG-NAME(2).
           MOVE "core"     TO DL100-PKG-NAME(3).

           EVALUATE DL100-MODULE-TYPE
               WHEN "SERVICE"
                   MOVE "app"    TO DL100-PKG-NAME(4)
                   MOVE "config" TO DL100-PKG-NAME(5)
                   MOVE 5 TO DL100-PKG-COUNT
                   MOVE "war" TO DL100-PACKAGING
               WHEN "BATCH"
                   MOVE "jobs" TO DL100-PKG-NAME(4)
                   MOVE 4 TO DL100-PKG-COUNT
                   MOVE "jar" TO DL100-PACKAGING
               WHEN OTHER
                   MOVE "LIBRARY" TO DL100-MODULE-TYPE
                   MOVE 3 TO DL100-PKG-COUNT
                   MOVE "jar" TO DL100-PACKAGING
           END-EVALUATE.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1650-PICK-TEMPLATE-VERSION - THE HIGHEST TEMPLATE VERSION   *
      *    ON FILE FOR DL100-MODULE-TYPE, OR ZERO IF THERE IS NONE.    *
      *    THE VERSION MUST CARRY POM, README AND PKGINFO LINES - IF   *
      *    ANY IS MISSING IT IS MARKED INCOMPLETE WITH THE REASON.     *
      *----------------------------------------------------------------*
       1650-PICK-TEMPLATE-VERSION.
           MOVE 0 TO DL100-TEMPLATE-VER.
           SET DL100-TMPL-COMPLETE TO TRUE.
           MOVE SPACES TO DL100-TMPL-REASON.
           PERFORM 1660-TEST-ONE-TEMPLATE-LINE THRU 1660-EXIT
               VARYING DL100-TMPL-IX FROM 1 BY 1
               UNTIL DL100-TMPL-IX > DL100-TMPL-COUNT.
           IF DL100-TEMPLATE-VER = 0
               GO TO 1650-EXIT
           END-IF.

           MOVE "NNN" TO DL100-TMPL-FILES-SW.
           PERFORM 1670-NOTE-ONE-TEMPLATE-FILE THRU 1670-EXIT
               VARYING DL100-TMPL-IX FROM 1 BY 1
               UNTIL DL100-TMPL-IX > DL100-TMPL-COUNT.
           IF DL100-HAS-POM AND DL100-HAS-README AND DL100-HAS-PKGINFO
               GO TO 1650-EXIT
           END-IF.

           SET DL100-TMPL-INCOMPLETE TO TRUE.
           STRING "TEMPLATE VERSION " DL100-TEMPLATE-VER
                  " INCOMPLETE" DELIMITED BY SIZE
                  INTO DL100-TMPL-REASON
           END-STRING.
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1660-TEST-ONE-TEMPLATE-LINE - KEEP THE LINE'S VERSION IF IT *
      *    IS FOR THE TYPE AND HIGHER THAN ANY SEEN SO FAR.            *
      *----------------------------------------------------------------*
       1660-TEST-ONE-TEMPLATE-LINE.
           IF DL100-TT-TYPE(DL100-TMPL-IX) = DL100-MODULE-TYPE
               AND DL100-TT-VERSION(DL100-TMPL-IX) > DL100-TEMPLATE-VER
               MOVE DL100-TT-VERSION(DL100-TMPL-IX)
                   TO DL100-TEMPLATE-VER
           END-IF.
       1660-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1670-NOTE-ONE-TEMPLATE-FILE - NOTE WHICH STARTER FILE A     *
      *    LINE OF THE PICKED VERSION BELONGS TO.                      *
      *----------------------------------------------------------------*
       1670-NOTE-ONE-TEMPLATE-FILE.
           IF DL100-TT-TYPE(DL100-TMPL-IX) NOT = DL100-MODULE-TYPE
               OR DL100-TT-VERSION(DL100-TMPL-IX)
                   NOT = DL100-TEMPLATE-VER
               GO TO 1670-EXIT
           END-IF.

           EVALUATE DL100-TT-FILE(DL100-TMPL-IX)
               WHEN "POM"
                   MOVE "Y" TO DL100-HAS-POM-SW
               WHEN "README"
                   MOVE "Y" TO DL100-HAS-README-SW
               WHEN "PKGINFO"
                   MOVE "Y" TO DL100-HAS-PKGINFO-SW
           END-EVALUATE.
       1670-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - OPEN THE FILES AN UPGRADE RUN APPENDS TO. *
      *    ONLY REACHED WITH THE UPDATE LOCK HELD.                     *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN EXTEND MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "05" OR DL100-AUDIT-STATUS = "35"
               OPEN OUTPUT MODULE-AUDIT-LOG
           END-IF.

           OPEN EXTEND CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS = "05"
               OR DL100-HISTORY-STATUS = "35"
               OPEN OUTPUT CATALOG-HISTORY
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1950-LOAD-TEMPLATES - EVERY SCAFFOLD TEMPLATE LINE INTO THE *
      *    TABLE.  NO TEMPLATE FILE MEANS NO TYPE CAN HAVE DRIFTED.    *
      *----------------------------------------------------------------*
       1950-LOAD-TEMPLATES.
           MOVE 0 TO DL100-TMPL-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF DL100-TMPL-STATUS NOT = "00"
               DISPLAY "No scaffold template file - MODTMPL - "
                       "every module is on the built-in scaffold."
               GO TO 1950-EXIT
           END-IF.

           PERFORM 1960-LOAD-ONE-TEMPLATE-LINE THRU 1960-EXIT
               UNTIL DL100-TMPL-EOF.
           CLOSE TEMPLATE-FILE.
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1960-LOAD-ONE-TEMPLATE-LINE - ONE MODTMPL RECORD INTO THE   *
      *    TABLE.  A LINE WITH A NON-NUMERIC VERSION IS IGNORED.       *
      *----------------------------------------------------------------*
       1960-LOAD-ONE-TEMPLATE-LINE.
           READ TEMPLATE-FILE
               AT END
                   SET DL100-TMPL-EOF TO TRUE
           END-READ.

           IF DL100-TMPL-EOF
               GO TO 1960-EXIT
           END-IF.

           IF TMPL-VERSION IS NOT NUMERIC OR TMPL-VERSION = 0
               GO TO 1960-EXIT
           END-IF.

           IF DL100-TMPL-COUNT >= 400
               DISPLAY "Warning - template file larger than the "
                       "table; lines past 400 ignored."
               SET DL100-TMPL-EOF TO TRUE
               GO TO 1960-EXIT
           END-IF.

           ADD 1 TO DL100-TMPL-COUNT.
           MOVE TMPL-MODULE-TYPE TO DL100-TT-TYPE(DL100-TMPL-COUNT).
           MOVE TMPL-VERSION     TO DL100-TT-VERSION(DL100-TMPL-COUNT).
           MOVE TMPL-FILE        TO DL100-TT-FILE(DL100-TMPL-COUNT).
           MOVE TMPL-TEXT        TO DL100-TT-TEXT(DL100-TMPL-COUNT).
       1960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-REGISTER - THE LATEST RECORDED TEMPLATE VERSION   *
      *    FOR EVERY MODULE IN THE SCAFFOLD VERSION REGISTER.  NO      *
      *    REGISTER (STATUS 35) MEANS EVERY MODULE IS ON VERSION 0000; *
      *    A REGISTER THAT CANNOT BE READ ABORTS THE RUN - EVERY       *
      *    MODULE WOULD LOOK DRIFTED AND BE REWRITTEN.  THE REGISTER   *
      *    IS CLOSED AGAIN SO AN UPGRADE RUN CAN APPEND.               *
      *----------------------------------------------------------------*
       2000-LOAD-REGISTER.
           MOVE 0 TO DL100-REG-COUNT.
           OPEN INPUT SCAFFOLD-REGISTER.
           IF DL100-SCAF-STATUS = "35"
               GO TO 2000-EXIT
           END-IF.
           IF DL100-SCAF-STATUS NOT = "00"
               DISPLAY "Unable to read scaffold register - MODSCAF "
                       "status " DL100-SCAF-STATUS "."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-LOAD-ONE-REGISTER THRU 2100-EXIT
               UNTIL DL100-SCAF-EOF.
           CLOSE SCAFFOLD-REGISTER.
           IF DL100-RUN-ABORTED
               GO TO 2000-EXIT
           END-IF.

           IF DL100-REG-TABLE-FULL
               DISPLAY "Warning - more registered modules than the "
                       "table holds; the rest count as 0000."
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-ONE-REGISTER - ONE MODSCAF RECORD.  A MODULE      *
      *    ALREADY IN THE TABLE TAKES THE LATER VERSION.               *
      *----------------------------------------------------------------*
       2100-LOAD-ONE-REGISTER.
           READ SCAFFOLD-REGISTER
               AT END
                   SET DL100-SCAF-EOF TO TRUE
           END-READ.

           IF DL100-SCAF-EOF
               GO TO 2100-EXIT
           END-IF.
           IF DL100-SCAF-STATUS(1:1) NOT = "0"
               DISPLAY "Unable to read scaffold register - MODSCAF "
                       "status " DL100-SCAF-STATUS "."
               SET DL100-RUN-ABORTED TO TRUE
               SET DL100-SCAF-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.

           IF SCAF-TEMPLATE-VER IS NOT NUMERIC
               GO TO 2100-EXIT
           END-IF.

           MOVE SCAF-MODULE-NAME TO MODULE-NAME.
           PERFORM 2200-FIND-REGISTER THRU 2200-EXIT.
           IF DL100-REG-FOUND
               MOVE SCAF-TEMPLATE-VER TO DL100-REG-VERSION(DL100-REG-IX)
               GO TO 2100-EXIT
           END-IF.

           IF DL100-REG-COUNT >= 2000
               SET DL100-REG-TABLE-FULL TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-REG-COUNT.
           MOVE SCAF-MODULE-NAME  TO DL100-REG-NAME(DL100-REG-COUNT).
           MOVE SCAF-TEMPLATE-VER TO DL100-REG-VERSION(DL100-REG-COUNT).
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-REGISTER - LOCATE MODULE-NAME IN THE REGISTER     *
      *    TABLE, LEAVING DL100-REG-IX ON IT.                          *
      *----------------------------------------------------------------*
       2200-FIND-REGISTER.
           SET DL100-REG-NOT-FOUND TO TRUE.
           PERFORM 2210-TEST-ONE-REGISTER THRU 2210-EXIT
               VARYING DL100-REG-IX FROM 1 BY 1
               UNTIL DL100-REG-IX > DL100-REG-COUNT
               OR DL100-REG-FOUND.
           IF DL100-REG-FOUND
               SUBTRACT 1 FROM DL100-REG-IX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-TEST-ONE-REGISTER - COMPARE ONE TABLE ENTRY.           *
      *----------------------------------------------------------------*
       2210-TEST-ONE-REGISTER.
           IF DL100-REG-NAME(DL100-REG-IX) = MODULE-NAME
               SET DL100-REG-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-SCAN-CATALOG - WALK THE CATALOG IN MODULE ORDER AND    *
      *    HANDLE EVERY ACTIVE ENTRY.  AN UPGRADE RUN OPENS THE        *
      *    REGISTER FOR APPEND ONLY NOW THAT IT HAS BEEN READ - IF IT  *
      *    WILL NOT OPEN, NO MODULE IS UPGRADED, SINCE NONE COULD BE   *
      *    RECORDED AS DONE.                                           *
      *----------------------------------------------------------------*
       3000-SCAN-CATALOG.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           IF DL100-UPGRADE-MODE
               OPEN EXTEND SCAFFOLD-REGISTER
               IF DL100-SCAF-STATUS = "05" OR DL100-SCAF-STATUS = "35"
                   OPEN OUTPUT SCAFFOLD-REGISTER
               END-IF
               IF DL100-SCAF-STATUS NOT = "00"
                   DISPLAY "Unable to open scaffold register for "
                           "update - MODSCAF status "
                           DL100-SCAF-STATUS "."
                   DISPLAY "No module upgraded."
                   CLOSE MODULE-CATALOG
                   SET DL100-RUN-ABORTED TO TRUE
                   GO TO 3000-EXIT
               END-IF
           END-IF.

           DISPLAY " ".
           IF DL100-UPGRADE-MODE
               DISPLAY "Scaffold Template Upgrade"
               DISPLAY "========================="
               DISPLAY "Backups under: " DL100-BACKUP-DIR
           ELSE
               DISPLAY "Scaffold Template Drift"
               DISPLAY "======================="
           END-IF.
           DISPLAY " ".
           DISPLAY "  MODULE                         OWNING TEAM"
                   "          TYPE     ON-VER  CURRENT RESULT".
           DISPLAY "  ------------------------------ ----------------"
                   "---- -------- ------  ------- ------------------".

           PERFORM 3100-CHECK-ONE-MODULE THRU 3100-EXIT
               UNTIL DL100-CATALOG-EOF.
           CLOSE MODULE-CATALOG.

           IF DL100-UPGRADE-MODE
               CLOSE SCAFFOLD-REGISTER
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-CHECK-ONE-MODULE - ONE CATALOG RECORD.  AN ACTIVE      *
      *    MODULE BEHIND THE CURRENT TEMPLATE FOR ITS TYPE IS LISTED,  *
      *    AND IN AN UPGRADE RUN IS BROUGHT UP TO IT.                  *
      *----------------------------------------------------------------*
       3100-CHECK-ONE-MODULE.
           READ MODULE-CATALOG NEXT RECORD
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF OR NOT CAT-STATUS-ACTIVE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO DL100-ACTIVE-COUNT.
           ADD 1 TO DL100-RUN-READ.
           MOVE CAT-MODULE-NAME TO MODULE-NAME.
           MOVE CAT-MODULE-TYPE TO DL100-MODULE-TYPE.
           PERFORM 1600-SET-TYPE-PROFILE THRU 1600-EXIT.
           PERFORM 1650-PICK-TEMPLATE-VERSION THRU 1650-EXIT.

           MOVE 0 TO DL100-OLD-VER.
           PERFORM 2200-FIND-REGISTER THRU 2200-EXIT.
           IF DL100-REG-FOUND
               MOVE DL100-REG-VERSION(DL100-REG-IX) TO DL100-OLD-VER
           END-IF.

           IF DL100-OLD-VER NOT < DL100-TEMPLATE-VER
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO DL100-DRIFT-COUNT.
           IF NOT DL100-UPGRADE-MODE
               ADD 1 TO DL100-RUN-PROCESSED
           END-IF.
           MOVE CAT-MODULE-NAME    TO DL100-DL-MODULE.
           MOVE CAT-OWNING-TEAM    TO DL100-DL-TEAM.
           MOVE DL100-MODULE-TYPE  TO DL100-DL-TYPE.
           MOVE DL100-OLD-VER      TO DL100-DL-OLD-VER.
           MOVE DL100-TEMPLATE-VER TO DL100-DL-NEW-VER.
           MOVE "BEHIND"           TO DL100-DL-RESULT.
           IF DL100-TMPL-INCOMPLETE
               MOVE DL100-TMPL-REASON TO DL100-DL-RESULT
           END-IF.

           IF DL100-UPGRADE-MODE
               PERFORM 4000-UPGRADE-MODULE THRU 4000-EXIT
           END-IF.

           DISPLAY DL100-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3460-WRITE-TEMPLATE-FILE - WRITE DL100-SCAFFOLD-PATH FROM   *
      *    EVERY TEMPLATE LINE FOR THE MODULE TYPE, THE PICKED VERSION *
      *    AND THE STARTER FILE NAMED IN DL100-TMPL-WANT.  A FILE THAT *
      *    WILL NOT OPEN, A LINE THAT WILL NOT WRITE, OR A FILE LEFT   *
      *    WITH NO LINES AT ALL FAILS THE MODULE.                      *
      *----------------------------------------------------------------*
       3460-WRITE-TEMPLATE-FILE.
           SET DL100-WRITE-NOT-FAILED TO TRUE.
           MOVE 0 TO DL100-LINES-WRITTEN.
           OPEN OUTPUT SCAFFOLD-OUT.
           IF DL100-SCAFFOLD-STATUS NOT = "00"
               GO TO 3460-FAIL
           END-IF.
           PERFORM 3465-WRITE-ONE-TEMPLATE-LINE THRU 3465-EXIT
               VARYING DL100-TMPL-IX FROM 1 BY 1
               UNTIL DL100-TMPL-IX > DL100-TMPL-COUNT
               OR DL100-WRITE-FAILED.
           CLOSE SCAFFOLD-OUT.
           IF DL100-WRITE-NOT-FAILED AND DL100-LINES-WRITTEN > 0
               GO TO 3460-EXIT
           END-IF.

       3460-FAIL.
           SET DL100-UPG-FAILED TO TRUE.
           MOVE SPACES TO DL100-FAILED-STEP.
           IF DL100-TMPL-WANT = "PKGINFO"
               STRING "WRITE " DELIMITED BY SIZE
                      DL100-PKG-DIR DELIMITED BY SPACE
                      "/package-info.java" DELIMITED BY SIZE
                      INTO DL100-FAILED-STEP
               END-STRING
           ELSE
               STRING "WRITE " DELIMITED BY SIZE
                      DL100-TMPL-WANT DELIMITED BY SPACE
                      INTO DL100-FAILED-STEP
               END-STRING
           END-IF.
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3465-WRITE-ONE-TEMPLATE-LINE - RENDER AND WRITE ONE LINE IF *
      *    IT BELONGS TO THE FILE BEING WRITTEN.                       *
      *----------------------------------------------------------------*
       3465-WRITE-ONE-TEMPLATE-LINE.
           IF DL100-TT-TYPE(DL100-TMPL-IX) NOT = DL100-MODULE-TYPE
               OR DL100-TT-VERSION(DL100-TMPL-IX)
                   NOT = DL100-TEMPLATE-VER
               OR DL100-TT-FILE(DL100-TMPL-IX) NOT = DL100-TMPL-WANT
               GO TO 3465-EXIT
           END-IF.

           MOVE DL100-TT-TEXT(DL100-TMPL-IX) TO DL100-RENDER-TEXT.
           MOVE 150 TO DL100-RENDER-END.
           PERFORM 3470-FIND-TEXT-END THRU 3470-EXIT
               UNTIL DL100-RENDER-END = 0
               OR DL100-RENDER-TEXT(DL100-RENDER-END:1) NOT = SPACE.

           MOVE SPACES TO SCAFFOLD-LINE.
           MOVE 1 TO DL100-RENDER-PTR.
           MOVE 1 TO DL100-RENDER-POS.
           PERFORM 3475-RENDER-ONE-PIECE THRU 3475-EXIT
               UNTIL DL100-RENDER-POS > DL100-RENDER-END.
           WRITE SCAFFOLD-LINE.
           IF DL100-SCAFFOLD-STATUS NOT = "00"
               SET DL100-WRITE-FAILED TO TRUE
               GO TO 3465-EXIT
           END-IF.
           ADD 1 TO DL100-LINES-WRITTEN.
       3465-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3470-FIND-TEXT-END - STEP BACK OVER ONE TRAILING SPACE.     *
      *----------------------------------------------------------------*
       3470-FIND-TEXT-END.
           SUBTRACT 1 FROM DL100-RENDER-END.
       3470-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3475-RENDER-ONE-PIECE - COPY ONE CHARACTER OF TEMPLATE TEXT *
      *    TO THE SCAFFOLD LINE, OR FILL IN THE PLACEHOLDER STARTING   *
      *    THERE.  {PACKAGING} IS TESTED BEFORE {PACKAGE}, WHICH IS    *
      *    ITS FIRST NINE BYTES MINUS THE BRACE.                       *
      *----------------------------------------------------------------*
       3475-RENDER-ONE-PIECE.
           IF DL100-RENDER-TEXT(DL100-RENDER-POS:8) = "{MODULE}"
               STRING MODULE-NAME DELIMITED BY SPACE
                      INTO SCAFFOLD-LINE
                      WITH POINTER DL100-RENDER-PTR
               END-STRING
               ADD 8 TO DL100-RENDER-POS
               GO TO 3475-EXIT
           END-IF.

           IF DL100-RENDER-TEXT(DL100-RENDER-POS:11) = "{PACKAGING}"
               STRING DL100-PACKAGING DELIMITED BY SPACE
                      INTO SCAFFOLD-LINE
                      WITH POINTER DL100-RENDER-PTR
               END-STRING
               ADD 11 TO DL100-RENDER-POS
               GO TO 3475-EXIT
           END-IF.

           IF DL100-RENDER-TEXT(DL100-RENDER-POS:9) = "{PACKAGE}"
               STRING DL100-PKG-DIR DELIMITED BY SPACE
                      INTO SCAFFOLD-LINE
                      WITH POINTER DL100-RENDER-PTR
               END-STRING
               ADD 9 TO DL100-RENDER-POS
               GO TO 3475-EXIT
           END-IF.

           STRING DL100-RENDER-TEXT(DL100-RENDER-POS:1)
                      DELIMITED BY SIZE
                  INTO SCAFFOLD-LINE
                  WITH POINTER DL100-RENDER-PTR
           END-STRING.
           ADD 1 TO DL100-RENDER-POS.
       3475-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-UPGRADE-MODULE - BACK UP, REWRITE AND RE-CHECK ONE     *
      *    DRIFTED MODULE.  ONLY A MODULE THAT PASSES EVERY CHECK IS   *
      *    AUDITED AND MOVES ON IN THE REGISTER.                       *
      *----------------------------------------------------------------*
       4000-UPGRADE-MODULE.
           SET DL100-UPG-NOT-FAILED TO TRUE.
           MOVE SPACES TO DL100-FAILED-STEP.

           IF DL100-TMPL-INCOMPLETE
               SET DL100-UPG-FAILED TO TRUE
               MOVE DL100-TMPL-REASON TO DL100-FAILED-STEP
               GO TO 4000-FAIL
           END-IF.

           PERFORM 4100-BACKUP-SCAFFOLD THRU 4100-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4000-FAIL
           END-IF.

           MOVE "POM" TO DL100-TMPL-WANT.
           PERFORM 4210-BUILD-POM-PATH THRU 4210-EXIT.
           PERFORM 3460-WRITE-TEMPLATE-FILE THRU 3460-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4000-FAIL
           END-IF.

           MOVE "README" TO DL100-TMPL-WANT.
           PERFORM 4220-BUILD-README-PATH THRU 4220-EXIT.
           PERFORM 3460-WRITE-TEMPLATE-FILE THRU 3460-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4000-FAIL
           END-IF.

           MOVE "PKGINFO" TO DL100-TMPL-WANT.
           PERFORM 4230-WRITE-ONE-PACKAGE-INFO THRU 4230-EXIT
               VARYING DL100-PKG-IX FROM 1 BY 1
               UNTIL DL100-PKG-IX > DL100-PKG-COUNT
               OR DL100-UPG-FAILED.
           IF DL100-UPG-FAILED
               GO TO 4000-FAIL
           END-IF.

           PERFORM 4300-VERIFY-SCAFFOLD THRU 4300-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4000-FAIL
           END-IF.

           PERFORM 4500-WRITE-AUDIT-ENTRY THRU 4500-EXIT.
           PERFORM 4550-WRITE-HISTORY-ENTRY THRU 4550-EXIT.
           PERFORM 4570-WRITE-SCAFFOLD-REGISTER THRU 4570-EXIT.
           ADD 1 TO DL100-UPGRADE-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.
           MOVE "UPGRADED" TO DL100-DL-RESULT.
           GO TO 4000-EXIT.

       4000-FAIL.
           ADD 1 TO DL100-FAIL-COUNT.
           ADD 1 TO DL100-RUN-REJECTED.
           MOVE SPACES TO DL100-DL-RESULT.
           STRING "FAILED " DELIMITED BY SIZE
                  DL100-FAILED-STEP DELIMITED BY SIZE
                  INTO DL100-DL-RESULT
           END-STRING.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-BACKUP-SCAFFOLD - COPY THE MODULE'S CURRENT STARTER    *
      *    FILES UNDER THE RUN'S BACKUP DIRECTORY, PATHS KEPT.  A      *
      *    MODULE WITH NO POM ON DISK IS NOT TOUCHED, NOR IS ONE WHERE *
      *    ANY STARTER FILE ON DISK - POM, README OR A PACKAGE-INFO    *
      *    THE UPGRADE WILL REWRITE - DID NOT REACH THE BACKUP.  THE   *
      *    CP RETURN-CODE CANNOT DECIDE THIS ALONE, SINCE AN OLDER     *
      *    MODULE MAY LACK A README OR A PACKAGE THAT IS NOT THERE TO  *
      *    COPY.                                                       *
      *----------------------------------------------------------------*
       4100-BACKUP-SCAFFOLD.
           PERFORM 4210-BUILD-POM-PATH THRU 4210-EXIT.
           MOVE DL100-SCAFFOLD-PATH TO DL100-CHECK-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING DL100-CHECK-PATH
                                             DL100-CHECK-INFO
               RETURNING DL100-CHECK-RC
           END-CALL.
           IF DL100-CHECK-RC NOT = 0
               SET DL100-UPG-FAILED TO TRUE
               MOVE "NO pom.xml ON DISK" TO DL100-FAILED-STEP
               GO TO 4100-EXIT
           END-IF.

           MOVE SPACES TO CMD.
           STRING "mkdir -p " DELIMITED BY SIZE
                  DL100-BACKUP-DIR DELIMITED BY SPACE
                  " && cp --parents " DELIMITED BY SIZE
                  MODULE-NAME DELIMITED BY SPACE
                  "/pom.xml " DELIMITED BY SIZE
                  MODULE-NAME DELIMITED BY SPACE
                  "/README.md " DELIMITED BY SIZE
                  MODULE-NAME DELIMITED BY SPACE
                  "/src/main/java/com/themaddogtmdg/" DELIMITED BY SIZE
                  MODULE-NAME DELIMITED BY SPACE
                  "/*/package-info.java " DELIMITED BY SIZE
                  DL100-BACKUP-DIR DELIMITED BY SPACE
                  "/ 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD
           END-STRING.
           CALL "SYSTEM" USING CMD.
           MOVE 0 TO RETURN-CODE.

           PERFORM 4210-BUILD-POM-PATH THRU 4210-EXIT.
           MOVE "BACKUP pom.xml" TO DL100-FAILED-STEP.
           PERFORM 4150-CHECK-ONE-BACKUP THRU 4150-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4220-BUILD-README-PATH THRU 4220-EXIT.
           MOVE "BACKUP README.md" TO DL100-FAILED-STEP.
           PERFORM 4150-CHECK-ONE-BACKUP THRU 4150-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4100-EXIT
           END-IF.

           PERFORM 4160-CHECK-ONE-PKG-BACKUP THRU 4160-EXIT
               VARYING DL100-PKG-IX FROM 1 BY 1
               UNTIL DL100-PKG-IX > DL100-PKG-COUNT
               OR DL100-UPG-FAILED.
           IF DL100-UPG-NOT-FAILED
               MOVE SPACES TO DL100-FAILED-STEP
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4150-CHECK-ONE-BACKUP - IF DL100-SCAFFOLD-PATH IS ON DISK,  *
      *    ITS COPY MUST BE UNDER THE BACKUP DIRECTORY.  THE CALLER    *
      *    HAS NAMED THE STEP IN DL100-FAILED-STEP.                    *
      *----------------------------------------------------------------*
       4150-CHECK-ONE-BACKUP.
           MOVE DL100-SCAFFOLD-PATH TO DL100-CHECK-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING DL100-CHECK-PATH
                                             DL100-CHECK-INFO
               RETURNING DL100-CHECK-RC
           END-CALL.
           IF DL100-CHECK-RC NOT = 0
               GO TO 4150-EXIT
           END-IF.

           MOVE SPACES TO DL100-CHECK-PATH.
           STRING DL100-BACKUP-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  DL100-SCAFFOLD-PATH DELIMITED BY SPACE
                  INTO DL100-CHECK-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING DL100-CHECK-PATH
                                             DL100-CHECK-INFO
               RETURNING DL100-CHECK-RC
           END-CALL.
           IF DL100-CHECK-RC NOT = 0
               SET DL100-UPG-FAILED TO TRUE
           END-IF.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4160-CHECK-ONE-PKG-BACKUP - ONE PACKAGE-INFO.JAVA FROM THE  *
      *    TYPE PROFILE.                                               *
      *----------------------------------------------------------------*
       4160-CHECK-ONE-PKG-BACKUP.
           MOVE DL100-PKG-NAME(DL100-PKG-IX) TO DL100-PKG-DIR.
           PERFORM 4240-BUILD-PKGINFO-PATH THRU 4240-EXIT.
           MOVE SPACES TO DL100-FAILED-STEP.
           STRING "BACKUP " DELIMITED BY SIZE
                  DL100-PKG-DIR DELIMITED BY SPACE
                  "/package-info.java" DELIMITED BY SIZE
                  INTO DL100-FAILED-STEP
           END-STRING.
           PERFORM 4150-CHECK-ONE-BACKUP THRU 4150-EXIT.
       4160-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4210-BUILD-POM-PATH - <MODULE>/POM.XML.                     *
      *----------------------------------------------------------------*
       4210-BUILD-POM-PATH.
           MOVE SPACES TO DL100-SCAFFOLD-PATH.
           STRING MODULE-NAME DELIMITED BY SPACE
                  "/pom.xml" DELIMITED BY SIZE
                  INTO DL100-SCAFFOLD-PATH
           END-STRING.
       4210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4220-BUILD-README-PATH - <MODULE>/README.MD.                *
      *----------------------------------------------------------------*
       4220-BUILD-README-PATH.
           MOVE SPACES TO DL100-SCAFFOLD-PATH.
           STRING MODULE-NAME DELIMITED BY SPACE
                  "/README.md" DELIMITED BY SIZE
                  INTO DL100-SCAFFOLD-PATH
           END-STRING.
       4220-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4230-WRITE-ONE-PACKAGE-INFO - REWRITE PACKAGE-INFO.JAVA FOR *
      *    THE NEXT PACKAGE IN THE TYPE PROFILE.                       *
      *----------------------------------------------------------------*
       4230-WRITE-ONE-PACKAGE-INFO.
           MOVE DL100-PKG-NAME(DL100-PKG-IX) TO DL100-PKG-DIR.
           PERFORM 4240-BUILD-PKGINFO-PATH THRU 4240-EXIT.
           PERFORM 3460-WRITE-TEMPLATE-FILE THRU 3460-EXIT.
       4230-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4240-BUILD-PKGINFO-PATH - PACKAGE-INFO.JAVA PATH FOR THE    *
      *    PACKAGE NAMED IN DL100-PKG-DIR.                             *
      *----------------------------------------------------------------*
       4240-BUILD-PKGINFO-PATH.
           MOVE SPACES TO DL100-SCAFFOLD-PATH.
           STRING MODULE-NAME DELIMITED BY SPACE
                  "/src/main/java/com/themaddogtmdg/" DELIMITED BY SIZE
                  MODULE-NAME DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  DL100-PKG-DIR DELIMITED BY SPACE
                  "/package-info.java" DELIMITED BY SIZE
                  INTO DL100-SCAFFOLD-PATH
           END-STRING.
       4240-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-VERIFY-SCAFFOLD - CONFIRM EVERY REWRITTEN STARTER FILE *
      *    IS ON DISK, THE WAY CREATE-MODULE RE-CHECKS ITS POM.        *
      *----------------------------------------------------------------*
       4300-VERIFY-SCAFFOLD.
           PERFORM 4210-BUILD-POM-PATH THRU 4210-EXIT.
           MOVE "SCAFFOLD pom.xml" TO DL100-FAILED-STEP.
           PERFORM 4310-CHECK-ONE-FILE THRU 4310-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4300-EXIT
           END-IF.

           PERFORM 4220-BUILD-README-PATH THRU 4220-EXIT.
           MOVE "SCAFFOLD README.md" TO DL100-FAILED-STEP.
           PERFORM 4310-CHECK-ONE-FILE THRU 4310-EXIT.
           IF DL100-UPG-FAILED
               GO TO 4300-EXIT
           END-IF.

           PERFORM 4320-CHECK-ONE-PACKAGE-INFO THRU 4320-EXIT
               VARYING DL100-PKG-IX FROM 1 BY 1
               UNTIL DL100-PKG-IX > DL100-PKG-COUNT
               OR DL100-UPG-FAILED.
           IF DL100-UPG-NOT-FAILED
               MOVE SPACES TO DL100-FAILED-STEP
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4310-CHECK-ONE-FILE - DL100-SCAFFOLD-PATH MUST EXIST.  THE  *
      *    CALLER HAS NAMED THE STEP IN DL100-FAILED-STEP.             *
      *----------------------------------------------------------------*
       4310-CHECK-ONE-FILE.
           MOVE DL100-SCAFFOLD-PATH TO DL100-CHECK-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING DL100-CHECK-PATH
                                             DL100-CHECK-INFO
               RETURNING DL100-CHECK-RC
           END-CALL.
           IF DL100-CHECK-RC NOT = 0
               SET DL100-UPG-FAILED TO TRUE
           END-IF.
       4310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4320-CHECK-ONE-PACKAGE-INFO - ONE PACKAGE-INFO.JAVA FROM    *
      *    THE TYPE PROFILE.                                           *
      *----------------------------------------------------------------*
       4320-CHECK-ONE-PACKAGE-INFO.
           MOVE DL100-PKG-NAME(DL100-PKG-IX) TO DL100-PKG-DIR.
           PERFORM 4240-BUILD-PKGINFO-PATH THRU 4240-EXIT.
           MOVE SPACES TO DL100-FAILED-STEP.
           STRING "SCAFFOLD " DELIMITED BY SIZE
                  DL100-PKG-DIR DELIMITED BY SPACE
                  "/package-info.java" DELIMITED BY SIZE
                  INTO DL100-FAILED-STEP
           END-STRING.
           PERFORM 4310-CHECK-ONE-FILE THRU 4310-EXIT.
       4320-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-WRITE-AUDIT-ENTRY - ONE SEALED SCAF-UPGRADE ENTRY FOR  *
      *    THE MODULE - OLD AND NEW VERSION AND THE BACKUP RUN.        *
      *----------------------------------------------------------------*
       4500-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE DL100-OLD-VER       TO DL100-UD-OLD-VER.
           MOVE DL100-TEMPLATE-VER  TO DL100-UD-NEW-VER.
           MOVE DL100-RUN-TIMESTAMP TO DL100-UD-BACKUP.

           MOVE SPACES TO AUD-RECORD.
           MOVE MODULE-NAME          TO AUD-MODULE-NAME.
           MOVE "SCAF-UPGRADE"       TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-UPGRADE-DETAIL TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4550-WRITE-HISTORY-ENTRY - ONE TEMPLATE-VER HISTORY RECORD, *
      *    OLD AND NEW VERSION.  REUSES THE TIMESTAMP TAKEN IN 4500.   *
      *----------------------------------------------------------------*
       4550-WRITE-HISTORY-ENTRY.
           MOVE SPACES TO HIST-RECORD.
           MOVE MODULE-NAME         TO HIST-MODULE-NAME.
           MOVE DL100-TIMESTAMP-OUT TO HIST-TIMESTAMP.
           SET HIST-FIELD-TEMPLATE  TO TRUE.
           MOVE DL100-OLD-VER       TO HIST-OLD-VALUE.
           MOVE DL100-TEMPLATE-VER  TO HIST-NEW-VALUE.
           MOVE DL100-OPERATOR-ID   TO HIST-OPERATOR-ID.
           WRITE HIST-RECORD.
       4550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4570-WRITE-SCAFFOLD-REGISTER - THE MODULE'S NEW TEMPLATE    *
      *    VERSION.  REUSES THE TIMESTAMP TAKEN IN 4500.               *
      *----------------------------------------------------------------*
       4570-WRITE-SCAFFOLD-REGISTER.
           MOVE SPACES TO SCAF-RECORD.
           MOVE MODULE-NAME         TO SCAF-MODULE-NAME.
           MOVE DL100-MODULE-TYPE   TO SCAF-MODULE-TYPE.
           MOVE DL100-TEMPLATE-VER  TO SCAF-TEMPLATE-VER.
           MOVE DL100-TIMESTAMP-OUT TO SCAF-TIMESTAMP.
           MOVE DL100-OPERATOR-ID   TO SCAF-OPERATOR-ID.
           WRITE SCAF-RECORD.
       4570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-TOTALS - RUN COUNTS.                             *
      *----------------------------------------------------------------*
       8000-PRINT-TOTALS.
           IF DL100-RUN-ABORTED
               GO TO 8000-EXIT
           END-IF.

           MOVE DL100-ACTIVE-COUNT  TO DL100-ACTIVE-COUNT-OUT.
           MOVE DL100-DRIFT-COUNT   TO DL100-DRIFT-COUNT-OUT.
           MOVE DL100-UPGRADE-COUNT TO DL100-UPGRADE-COUNT-OUT.
           MOVE DL100-FAIL-COUNT    TO DL100-FAIL-COUNT-OUT.

           IF DL100-DRIFT-COUNT = 0
               DISPLAY " "
               DISPLAY "Every active module is on the current "
                       "template for its type."
           END-IF.

           DISPLAY " ".
           DISPLAY "Active modules checked:  " DL100-ACTIVE-COUNT-OUT.
           DISPLAY "Behind current template: " DL100-DRIFT-COUNT-OUT.
           IF DL100-UPGRADE-MODE
               DISPLAY "Upgraded:                "
                       DL100-UPGRADE-COUNT-OUT
               DISPLAY "Failed:                  "
                       DL100-FAIL-COUNT-OUT
           END-IF.
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
           MOVE "SCAFFOLD-DRIFT"      TO RUN-PROGRAM-ID.
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
           MOVE "SCAFFOLD-DRIFT"      TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE THE UPGRADE FILES AND DROP THE LOCK. *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-UPGRADE-MODE
               CLOSE MODULE-AUDIT-LOG
               CLOSE CATALOG-HISTORY
           END-IF.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
