      ******************************************************************
      *
      *    PROGRAM-ID.  RETENTION-PURGE
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        RETENTION PURGE OF DECOMMISSIONED MODULES.
      *        DECOMMISSION-MODULE MOVES A RETIRED TREE UNDER ARCHIVE/
      *        AND LEAVES THE CATALOG ROW IN PLACE, FOREVER.  THIS JOB
      *        REMOVES BOTH ONCE THE RETENTION PERIOD FOR THE MODULE'S
      *        TYPE (MODRETN - AN UNTYPED MODULE TAKES THE LIBRARY
      *        PERIOD, A TYPE WITH NO PERIOD IS NEVER PURGED) HAS RUN
      *        OUT SINCE ITS DECOMMISSION DATE.  A MODULE IS HELD BACK
      *        WHEN -
      *            ANY MODDEP ROW STILL NAMES IT AS A PROVIDER, OR
      *            CATALOG-HISTORY SHOWS IT REACTIVATED ON OR AFTER
      *            THAT DECOMMISSION DATE, OR ITS LAST STATUS CHANGE
      *            ON HISTORY WAS A REACTIVATION (THE CATALOG AND ITS
      *            HISTORY DISAGREE - SOMEBODY MUST LOOK FIRST).
      *        (P)REVIEW MODE LISTS WHAT WOULD BE PURGED AND WHAT IS
      *        HELD, AND CHANGES NOTHING - NO LOCK, NO AUTHORITY
      *        NEEDED.  ANYTHING BUT R IS A PREVIEW.
      *        (R)UN MODE TAKES THE SUITE UPDATE LOCK (MODLOCK), NEEDS
      *        THE PURGE AUTHORITY (OPR-PURGE-AUTH), AND FOR EACH
      *        MODULE DUE -
      *            DELETES THE CATALOG ROW,
      *            DELETES ARCHIVE/<MODULE> AND CHECKS IT IS GONE,
      *            APPENDS THE ROW AS IT STOOD TO THE RETIRED-CATALOG
      *            ARCHIVE (MODRETIR),
      *            WRITES A SEALED PURGE AUDIT ENTRY, AND
      *            LISTS IT ON THE PURGE CERTIFICATE (MODPCERT).
      *        DEPENDENCY AND HISTORY RECORDS ARE NEVER TOUCHED.  A
      *        MODULE WHOSE ROW CANNOT BE DELETED, WHOSE TREE WILL
      *        NOT GO OR WHOSE RETIRED ROW WILL NOT WRITE IS REPORTED,
      *        ITS CATALOG ROW IS WRITTEN BACK, AND THE RUN ENDS
      *        RETURN-CODE 8.  A RETIRED-CATALOG ARCHIVE OR
      *        CERTIFICATE THAT WILL NOT OPEN STOPS THE RUN BEFORE
      *        ANYTHING IS PURGED.
      *        EVERY RUN-MODE RUN ISSUES A CERTIFICATE, EVEN WHEN
      *        NOTHING WAS DUE.
      *
      *    MODIFICATION HISTORY.
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL PROGRAM.
      *    2026-10-15 DL100 THE CATALOG ROW IS NOW DELETED BEFORE THE
      *                     TREE, AND WRITTEN BACK IF THE TREE OR THE
      *                     RETIRED ROW DOES NOT GO THROUGH, SO NO ROW
      *                     IS EVER LOST WITHOUT ITS RETIRED COPY.
      *                     MODRETIR AND MODPCERT ARE CHECKED AT OPEN
      *                     AND EVERY RETIRED ROW AND CERTIFICATE LINE
      *                     AT WRITE.
      *    2026-10-15 DL100 AUDIT AND HISTORY STAMPS NOW CARRY THE TRUE
      *                     HHMMSS (THE OLD ACCEPT FROM TIME INTO SIX
      *                     DIGITS KEPT MMSSHH).
      *    2026-10-15 DL100 A HISTORY FILE OR DEPENDENCY REGISTRY THAT
      *                     EXISTS BUT WILL NOT OPEN NOW ABORTS THE
      *                     RUN WITH RETURN-CODE 8 BEFORE ANY PURGE,
      *                     INSTEAD OF BEING TAKEN AS EMPTY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT RETENTION-TABLE ASSIGN TO "MODRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RETN-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

           SELECT MODULE-DEPENDENCY ASSIGN TO "MODDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DEPEND-STATUS.

           SELECT RETIRED-CATALOG ASSIGN TO "MODRETIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RETIRED-STATUS.

           SELECT PURGE-CERTIFICATE ASSIGN TO "MODPCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CERT-STATUS.

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

       FD  RETENTION-TABLE
           RECORD CONTAINS 14 CHARACTERS.
       COPY "modretn.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

       FD  MODULE-DEPENDENCY
           RECORD CONTAINS 61 CHARACTERS.
       COPY "moddep.cpy".

       FD  RETIRED-CATALOG
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modretr.cpy".

       FD  PURGE-CERTIFICATE
           RECORD CONTAINS 142 CHARACTERS.
       COPY "modpcrt.cpy".

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
       77  DL100-RETN-STATUS           PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-DEPEND-STATUS         PIC X(02).
       77  DL100-RETIRED-STATUS        PIC X(02).
       77  DL100-CERT-STATUS           PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-OPERATOR-ID           PIC X(10) VALUE SPACES.

       01  DL100-RUN-MODE-SW           PIC X(01) VALUE "P".
           88  DL100-PREVIEW-MODE                 VALUE "P" "p".
           88  DL100-PURGE-MODE                   VALUE "R" "r".

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-RETN-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-RETN-EOF                     VALUE "Y".
           88  DL100-RETN-NOT-EOF                 VALUE "N".

       01  DL100-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-HISTORY-EOF                  VALUE "Y".
           88  DL100-HISTORY-NOT-EOF              VALUE "N".

       01  DL100-DEPEND-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-DEPEND-EOF                   VALUE "Y".
           88  DL100-DEPEND-NOT-EOF               VALUE "N".

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
      *    RETENTION PERIODS BY MODULE TYPE, LOADED ONCE FROM MODRETN. *
      *---------------------------------------------------------------*
       01  DL100-RETN-TABLE.
           05  DL100-RETN-ENTRY OCCURS 30 TIMES.
               10  DL100-RN-TYPE           PIC X(08).
               10  DL100-RN-DAYS           PIC 9(05).
       77  DL100-RETN-COUNT            PIC 9(03) COMP VALUE 0.
       77  DL100-RETN-IX               PIC 9(03) COMP.
       01  DL100-RETN-TYPE             PIC X(08).
       01  DL100-RETN-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-RETN-FOUND                   VALUE "Y".
           88  DL100-RETN-NOT-FOUND               VALUE "N".

      *---------------------------------------------------------------*
      *    CANDIDATE TABLE - EVERY DECOMMISSIONED ROW PAST ITS         *
      *    RETENTION PERIOD (OR WITH NO PERIOD OR DATE TO TEST), WITH  *
      *    THE CATALOG ROW AS READ AND WHY IT IS HELD, IF IT IS.       *
      *    LAST-STATUS IS THE NEW VALUE OF THE LATEST STATUS RECORD    *
      *    ON CATALOG-HISTORY - A FOR ACTIVE, D FOR DECOMMISSION.      *
      *---------------------------------------------------------------*
       01  DL100-CAND-TABLE.
           05  DL100-CAND-ENTRY OCCURS 2000 TIMES.
               10  DL100-CD-ROW            PIC X(98).
               10  DL100-CD-ROW-PARTS REDEFINES DL100-CD-ROW.
                   15  DL100-CD-NAME       PIC X(30).
                   15  DL100-CD-TEAM       PIC X(30).
                   15  FILLER              PIC X(20).
                   15  DL100-CD-DECOM-DATE PIC 9(08).
                   15  DL100-CD-TYPE       PIC X(08).
                   15  FILLER              PIC X(02).
               10  DL100-CD-RETENTION      PIC 9(05).
               10  DL100-CD-AGE            PIC 9(05).
               10  DL100-CD-HOLD           PIC X(01).
                   88  DL100-CD-DUE                   VALUE " ".
                   88  DL100-CD-HELD-NO-RULE          VALUE "N".
                   88  DL100-CD-HELD-NO-DATE          VALUE "X".
                   88  DL100-CD-HELD-DEPENDED-ON      VALUE "D".
                   88  DL100-CD-HELD-REACTIVATED      VALUE "R".
               10  DL100-CD-LAST-STATUS    PIC X(01).
                   88  DL100-CD-LAST-ACTIVE           VALUE "A".
       77  DL100-CAND-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-CAND-IX               PIC 9(05) COMP.

       01  DL100-CAND-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-CAND-FOUND                   VALUE "Y".
           88  DL100-CAND-NOT-FOUND               VALUE "N".

       01  DL100-CAND-FULL-SW          PIC X(01) VALUE "N".
           88  DL100-CAND-TABLE-FULL              VALUE "Y".
           88  DL100-CAND-TABLE-NOT-FULL          VALUE "N".

       01  DL100-LOOKUP-NAME           PIC X(30).

      *---------------------------------------------------------------*
      *    PURGE WORK AREAS - THE ARCHIVE TREE PATH, THE ON-DISK       *
      *    CHECK, AND WHY A MODULE COULD NOT BE PURGED.                *
      *---------------------------------------------------------------*
       01  DL100-ARCHIVE-PATH          PIC X(38).
       01  DL100-CHECK-PATH            PIC X(200).
       01  DL100-CHECK-INFO            PIC X(36).
       01  DL100-CHECK-RC              PIC 9(08) COMP.

       01  DL100-TREE-SW               PIC X(01) VALUE "N".
           88  DL100-TREE-ON-DISK                 VALUE "Y".
           88  DL100-TREE-NOT-ON-DISK             VALUE "N".

       01  DL100-PURGE-FAIL-SW         PIC X(01) VALUE "N".
           88  DL100-PURGE-FAILED                 VALUE "Y".
           88  DL100-PURGE-NOT-FAILED             VALUE "N".

       01  DL100-FAILED-STEP           PIC X(40) VALUE SPACES.

      *---------------------------------------------------------------*
      *    THE RETIRED ROW IS WRITTEN BEFORE THE PURGE AUDIT ENTRY    *
      *    AND CARRIES THE SEQUENCE THAT ENTRY WILL TAKE - THE NEXT   *
      *    ONE ON MODAUDSEQ, WHICH NOTHING ELSE CAN TAKE WHILE THE    *
      *    UPDATE LOCK IS HELD.                                       *
      *---------------------------------------------------------------*
       77  DL100-NEXT-AUD-SEQ          PIC 9(06) VALUE 0.

       01  DL100-CERT-WRITE-SW         PIC X(01) VALUE "N".
           88  DL100-CERT-SHORT                   VALUE "Y".
           88  DL100-CERT-COMPLETE                VALUE "N".

       01  DL100-PURGE-DETAIL.
           05  FILLER                  PIC X(15)
                                       VALUE "DECOMMISSIONED ".
           05  DL100-PD-DECOM-DATE     PIC 9(08).
           05  FILLER                  PIC X(11)
                                       VALUE " RETENTION ".
           05  DL100-PD-DAYS           PIC 9(05).
           05  FILLER                  PIC X(06) VALUE " DAYS ".
           05  DL100-PD-TREE           PIC X(12).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  MODULE-NAME                 PIC X(50).
       01  CMD                         PIC X(400).

      *---------------------------------------------------------------*
      *    COUNTERS AND REPORT LINES.                                 *
      *---------------------------------------------------------------*
       77  DL100-DECOM-COUNT           PIC 9(05) COMP VALUE 0.
       77  DL100-NOT-DUE-COUNT         PIC 9(05) COMP VALUE 0.
       77  DL100-DUE-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-HELD-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-PURGED-COUNT          PIC 9(05) COMP VALUE 0.
       77  DL100-TREE-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-FAIL-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-COUNT-OUT             PIC ZZZZ9.

       01  DL100-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-MODULE         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TEAM           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-TYPE           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-DECOM          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-AGE            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DL100-DL-RETENTION      PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL100-DL-RESULT         PIC X(40).

      *---------------------------------------------------------------*
      *    DATE ARITHMETIC WORK AREAS - A DAY SERIAL IS DAYS SINCE    *
      *    THE PROLEPTIC GREGORIAN EPOCH, SO TWO DATES SUBTRACT       *
      *    DIRECTLY.                                                  *
      *---------------------------------------------------------------*
       01  DL100-WORK-DATE-NUM         PIC 9(08).
       01  DL100-WORK-DATE REDEFINES DL100-WORK-DATE-NUM.
           05  DL100-WD-YYYY               PIC 9(04).
           05  DL100-WD-MM                 PIC 9(02).
           05  DL100-WD-DD                 PIC 9(02).

       01  DL100-CUM-DAYS-TABLE
               VALUE "000031059090120151181212243273304334".
           05  DL100-CUM-DAYS OCCURS 12 TIMES PIC 9(03).

       01  DL100-LEAP-SW               PIC X(01) VALUE "N".
           88  DL100-LEAP-YEAR                    VALUE "Y".
           88  DL100-NOT-LEAP-YEAR                VALUE "N".

       01  DL100-YEAR-MOD-4            PIC 9(04) COMP.
       01  DL100-YEAR-MOD-100          PIC 9(04) COMP.
       01  DL100-YEAR-MOD-400          PIC 9(04) COMP.
       01  DL100-DIVIDE-QUOTIENT       PIC 9(07) COMP.
       01  DL100-YEAR-LESS-1           PIC 9(04) COMP.
       01  DL100-LEAPS-BEFORE          PIC 9(07) COMP.
       01  DL100-DAY-OF-YEAR           PIC 9(03) COMP.

       01  DL100-DAY-SERIAL            PIC 9(08) COMP.
       01  DL100-TODAY-SERIAL          PIC 9(08) COMP.
       01  DL100-AGE-DAYS              PIC 9(08) COMP.

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
      *    SUITE UPDATE LOCK - TAKEN FOR A PURGE RUN ONLY, BEFORE ANY  *
      *    TREE OR CATALOG ROW IS TOUCHED, AND RELEASED AT TERMINATE.  *
      *---------------------------------------------------------------*
       01  DL100-LOCK-SW               PIC X(01) VALUE "N".
           88  DL100-LOCK-HELD                    VALUE "Y".
           88  DL100-LOCK-NOT-HELD                VALUE "N".
       77  DL100-LOCK-TRY              PIC 9(03) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    TIMESTAMP WORK AREA, BUILT FROM CURRENT-DATE AT RUN TIME.  *
      *    THE RUN TIMESTAMP HEADS THE CERTIFICATE AND STAMPS EVERY   *
      *    RETIRED-CATALOG RECORD.                                    *
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

           IF DL100-PURGE-MODE
               PERFORM 1050-TAKE-UPDATE-LOCK THRU 1050-EXIT
               IF DL100-LOCK-NOT-HELD
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1900-OPEN-FILES THRU 1900-EXIT
               IF DL100-RUN-ABORTED
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT
               IF DL100-NOT-AUTHORIZED
                   ADD 1 TO DL100-RUN-REJECTED
                   PERFORM 9000-TERMINATE THRU 9000-EXIT
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.

           PERFORM 1950-LOAD-RETENTION THRU 1950-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2000-COLLECT-CANDIDATES THRU 2000-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2500-CHECK-HISTORY THRU 2500-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2700-CHECK-DEPENDENCIES THRU 2700-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 3000-PROCESS-CANDIDATES THRU 3000-EXIT
               PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF DL100-RUN-ABORTED OR DL100-FAIL-COUNT > 0
               OR DL100-CERT-SHORT
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - OPERATOR ID, RUN MODE AND TODAY'S SERIAL. *
      *    ANYTHING BUT R IS A PREVIEW.  THE RUN TIMESTAMP IS TAKEN    *
      *    HERE SO THE WHOLE CERTIFICATE SHARES ONE STAMP.             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING.
           ACCEPT DL100-OPERATOR-ID.

           DISPLAY "(P)review the purge or (R)un it: "
               WITH NO ADVANCING.
           ACCEPT DL100-RUN-MODE-SW.
           IF NOT DL100-PURGE-MODE
               MOVE "P" TO DL100-RUN-MODE-SW
           END-IF.

           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.
           MOVE SPACES TO DL100-RUN-TIMESTAMP.
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-RUN-TIMESTAMP
           END-STRING.

           MOVE DL100-CD-YYYYMMDD TO DL100-WORK-DATE-NUM.
           PERFORM 7000-COMPUTE-DAY-SERIAL THRU 7000-EXIT.
           MOVE DL100-DAY-SERIAL TO DL100-TODAY-SERIAL.
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
                   "run - giving up, nothing purged.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-CHECK-AUTHORITY - VALIDATE THE OPERATOR AGAINST THE    *
      *    OPERATOR MASTER AND CONFIRM THE PURGE AUTHORITY.  A         *
      *    MISSING MASTER FILE REFUSES EVERYONE.                       *
      *----------------------------------------------------------------*
       1200-CHECK-AUTHORITY.
           SET DL100-NOT-AUTHORIZED TO TRUE.
           SET DL100-OPERATOR-UNKNOWN TO TRUE.
           SET DL100-OPR-NOT-EOF TO TRUE.
           MOVE "N" TO DL100-ACTION-AUTH.
           MOVE "PURGE" TO DL100-DN-ACTION.

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
                       " is not permitted to PURGE."
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
      *    THE ENTERED OPERATOR ID, KEEPING THE PURGE FLAG.            *
      *----------------------------------------------------------------*
       1210-SCAN-ONE-OPERATOR.
           READ OPERATOR-MASTER
               AT END
                   SET DL100-OPR-EOF TO TRUE
           END-READ.

           IF DL100-OPR-NOT-EOF
               IF OPR-OPERATOR-ID = DL100-OPERATOR-ID
                   SET DL100-OPERATOR-KNOWN TO TRUE
                   MOVE OPR-PURGE-AUTH TO DL100-ACTION-AUTH
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
           MOVE "RETENTION-PURGE"    TO AUD-MODULE-NAME.
           MOVE "DENIED"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT  TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID    TO AUD-OPERATOR-ID.
           MOVE DL100-DENIED-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - OPEN THE FILES A PURGE RUN APPENDS TO.    *
      *    ONLY REACHED WITH THE UPDATE LOCK HELD.  WITHOUT THE        *
      *    RETIRED-CATALOG ARCHIVE OR THE CERTIFICATE NOTHING MAY BE   *
      *    PURGED, SO EITHER ONE FAILING TO OPEN STOPS THE RUN.        *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN EXTEND MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "05" OR DL100-AUDIT-STATUS = "35"
               OPEN OUTPUT MODULE-AUDIT-LOG
           END-IF.

           OPEN EXTEND RETIRED-CATALOG.
           IF DL100-RETIRED-STATUS = "05"
               OR DL100-RETIRED-STATUS = "35"
               OPEN OUTPUT RETIRED-CATALOG
           END-IF.
           IF DL100-RETIRED-STATUS NOT = "00"
               DISPLAY "Unable to open retired-catalog archive - "
                       "MODRETIR - nothing purged."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.

           OPEN EXTEND PURGE-CERTIFICATE.
           IF DL100-CERT-STATUS = "05" OR DL100-CERT-STATUS = "35"
               OPEN OUTPUT PURGE-CERTIFICATE
           END-IF.
           IF DL100-CERT-STATUS NOT = "00"
               DISPLAY "Unable to open purge certificate - "
                       "MODPCERT - nothing purged."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1950-LOAD-RETENTION - EVERY RETENTION PERIOD INTO THE       *
      *    TABLE.  WITHOUT THE TABLE NOTHING CAN BE JUDGED DUE, SO     *
      *    THE RUN STOPS.  A NON-NUMERIC PERIOD IS IGNORED.            *
      *----------------------------------------------------------------*
       1950-LOAD-RETENTION.
           MOVE 0 TO DL100-RETN-COUNT.
           OPEN INPUT RETENTION-TABLE.
           IF DL100-RETN-STATUS NOT = "00"
               DISPLAY "No retention table - MODRETN - "
                       "nothing can be judged due for purge."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1950-EXIT
           END-IF.

           PERFORM 1960-LOAD-ONE-RETENTION THRU 1960-EXIT
               UNTIL DL100-RETN-EOF.
           CLOSE RETENTION-TABLE.
       1950-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1960-LOAD-ONE-RETENTION - ONE MODRETN RECORD.               *
      *----------------------------------------------------------------*
       1960-LOAD-ONE-RETENTION.
           READ RETENTION-TABLE
               AT END
                   SET DL100-RETN-EOF TO TRUE
           END-READ.

           IF DL100-RETN-EOF OR RETN-MODULE-TYPE = SPACES
               GO TO 1960-EXIT
           END-IF.

           IF RETN-DAYS IS NOT NUMERIC
               GO TO 1960-EXIT
           END-IF.

           IF DL100-RETN-COUNT >= 30
               DISPLAY "Warning - retention table larger than 30 "
                       "types; the rest ignored."
               SET DL100-RETN-EOF TO TRUE
               GO TO 1960-EXIT
           END-IF.

           ADD 1 TO DL100-RETN-COUNT.
           MOVE RETN-MODULE-TYPE TO DL100-RN-TYPE(DL100-RETN-COUNT).
           MOVE RETN-DAYS        TO DL100-RN-DAYS(DL100-RETN-COUNT).
       1960-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-COLLECT-CANDIDATES - WALK THE CATALOG AND KEEP EVERY   *
      *    DECOMMISSIONED ROW WHOSE RETENTION PERIOD HAS RUN OUT.      *
      *----------------------------------------------------------------*
       2000-COLLECT-CANDIDATES.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHECK-ONE-ROW THRU 2100-EXIT
               UNTIL DL100-CATALOG-EOF.
           CLOSE MODULE-CATALOG.

           IF DL100-CAND-TABLE-FULL
               DISPLAY "Warning - more modules due than the table "
                       "holds; the rest wait for the next run."
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-CHECK-ONE-ROW - ONE CATALOG ROW.  AN UNTYPED MODULE    *
      *    TAKES THE LIBRARY PERIOD.  A ROW WITH NO PERIOD FOR ITS     *
      *    TYPE OR NO USABLE DECOMMISSION DATE IS KEPT AS HELD SO IT   *
      *    SHOWS ON THE LISTING.                                       *
      *----------------------------------------------------------------*
       2100-CHECK-ONE-ROW.
           READ MODULE-CATALOG NEXT RECORD
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           IF NOT CAT-STATUS-DECOMMED OR CAT-MODULE-NAME = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DL100-DECOM-COUNT.

           MOVE CAT-MODULE-TYPE TO DL100-RETN-TYPE.
           IF DL100-RETN-TYPE = SPACES
               MOVE "LIBRARY" TO DL100-RETN-TYPE
           END-IF.
           PERFORM 2200-FIND-RETENTION THRU 2200-EXIT.

           MOVE 0 TO DL100-AGE-DAYS.
           IF CAT-DECOM-DATE IS NUMERIC AND CAT-DECOM-DATE > 0
               MOVE CAT-DECOM-DATE TO DL100-WORK-DATE-NUM
               PERFORM 7000-COMPUTE-DAY-SERIAL THRU 7000-EXIT
               IF DL100-DAY-SERIAL < DL100-TODAY-SERIAL
                   COMPUTE DL100-AGE-DAYS =
                       DL100-TODAY-SERIAL - DL100-DAY-SERIAL
               END-IF
               IF DL100-AGE-DAYS > 99999
                   MOVE 99999 TO DL100-AGE-DAYS
               END-IF
               IF DL100-RETN-FOUND
                   IF DL100-AGE-DAYS < DL100-RN-DAYS(DL100-RETN-IX)
                       ADD 1 TO DL100-NOT-DUE-COUNT
                       GO TO 2100-EXIT
                   END-IF
               END-IF
           END-IF.

           IF DL100-CAND-COUNT >= 2000
               SET DL100-CAND-TABLE-FULL TO TRUE
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO DL100-CAND-COUNT.
           MOVE CAT-RECORD     TO DL100-CD-ROW(DL100-CAND-COUNT).
           MOVE DL100-AGE-DAYS TO DL100-CD-AGE(DL100-CAND-COUNT).
           MOVE SPACE TO DL100-CD-HOLD(DL100-CAND-COUNT)
                         DL100-CD-LAST-STATUS(DL100-CAND-COUNT).
           MOVE 0 TO DL100-CD-RETENTION(DL100-CAND-COUNT).

           IF DL100-RETN-FOUND
               MOVE DL100-RN-DAYS(DL100-RETN-IX)
                   TO DL100-CD-RETENTION(DL100-CAND-COUNT)
           ELSE
               SET DL100-CD-HELD-NO-RULE(DL100-CAND-COUNT) TO TRUE
           END-IF.

           IF CAT-DECOM-DATE IS NOT NUMERIC OR CAT-DECOM-DATE = 0
               SET DL100-CD-HELD-NO-DATE(DL100-CAND-COUNT) TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-RETENTION - LOCATE DL100-RETN-TYPE IN THE         *
      *    RETENTION TABLE, LEAVING DL100-RETN-IX ON IT.               *
      *----------------------------------------------------------------*
       2200-FIND-RETENTION.
           SET DL100-RETN-NOT-FOUND TO TRUE.
           PERFORM 2210-TEST-ONE-RETENTION THRU 2210-EXIT
               VARYING DL100-RETN-IX FROM 1 BY 1
               UNTIL DL100-RETN-IX > DL100-RETN-COUNT
               OR DL100-RETN-FOUND.
           IF DL100-RETN-FOUND
               SUBTRACT 1 FROM DL100-RETN-IX
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-TEST-ONE-RETENTION - COMPARE ONE TABLE ENTRY.          *
      *----------------------------------------------------------------*
       2210-TEST-ONE-RETENTION.
           IF DL100-RN-TYPE(DL100-RETN-IX) = DL100-RETN-TYPE
               SET DL100-RETN-FOUND TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FIND-CANDIDATE - LOCATE DL100-LOOKUP-NAME IN THE       *
      *    CANDIDATE TABLE, LEAVING DL100-CAND-IX ON IT.               *
      *----------------------------------------------------------------*
       2300-FIND-CANDIDATE.
           SET DL100-CAND-NOT-FOUND TO TRUE.
           PERFORM 2310-TEST-ONE-CANDIDATE THRU 2310-EXIT
               VARYING DL100-CAND-IX FROM 1 BY 1
               UNTIL DL100-CAND-IX > DL100-CAND-COUNT
               OR DL100-CAND-FOUND.
           IF DL100-CAND-FOUND
               SUBTRACT 1 FROM DL100-CAND-IX
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2310-TEST-ONE-CANDIDATE - COMPARE ONE TABLE ENTRY.          *
      *----------------------------------------------------------------*
       2310-TEST-ONE-CANDIDATE.
           IF DL100-CD-NAME(DL100-CAND-IX) = DL100-LOOKUP-NAME
               SET DL100-CAND-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-CHECK-HISTORY - ONE PASS OF CATALOG-HISTORY TO FIND    *
      *    CANDIDATES REACTIVATED SINCE THEIR DECOMMISSION.  NO        *
      *    HISTORY FILE (STATUS 35) MEANS NOTHING WAS EVER             *
      *    REACTIVATED.  A HISTORY FILE THAT IS THERE BUT WILL NOT     *
      *    OPEN ABORTS THE RUN BEFORE ANYTHING IS PURGED.              *
      *----------------------------------------------------------------*
       2500-CHECK-HISTORY.
           IF DL100-CAND-COUNT = 0
               GO TO 2500-EXIT
           END-IF.

           OPEN INPUT CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS = "35"
               GO TO 2500-EXIT
           END-IF.
           IF DL100-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to read catalog history - MODHIST "
                       "status " DL100-HISTORY-STATUS "."
               DISPLAY "Nothing purged."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2510-CHECK-ONE-HISTORY THRU 2510-EXIT
               UNTIL DL100-HISTORY-EOF.
           CLOSE CATALOG-HISTORY.

           PERFORM 2550-HOLD-IF-REACTIVATED THRU 2550-EXIT
               VARYING DL100-CAND-IX FROM 1 BY 1
               UNTIL DL100-CAND-IX > DL100-CAND-COUNT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2510-CHECK-ONE-HISTORY - ONE HISTORY RECORD.  ONLY STATUS   *
      *    CHANGES TO A CANDIDATE MATTER.  A REACTIVATION DATED ON OR  *
      *    AFTER THE CATALOG DECOMMISSION DATE HOLDS IT; EVERY STATUS  *
      *    CHANGE ALSO UPDATES ITS LAST-STATUS IN FILE ORDER.          *
      *----------------------------------------------------------------*
       2510-CHECK-ONE-HISTORY.
           READ CATALOG-HISTORY
               AT END
                   SET DL100-HISTORY-EOF TO TRUE
           END-READ.

           IF DL100-HISTORY-EOF OR NOT HIST-FIELD-STATUS
               GO TO 2510-EXIT
           END-IF.

           MOVE HIST-MODULE-NAME TO DL100-LOOKUP-NAME.
           PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
           IF DL100-CAND-NOT-FOUND
               GO TO 2510-EXIT
           END-IF.

           IF HIST-NEW-VALUE = "ACTIVE"
               MOVE "A" TO DL100-CD-LAST-STATUS(DL100-CAND-IX)
               IF HIST-TIMESTAMP(1:8) IS NUMERIC
                  AND HIST-TIMESTAMP(1:8) NOT <
                      DL100-CD-ROW(DL100-CAND-IX)(81:8)
                  AND DL100-CD-DUE(DL100-CAND-IX)
                   SET DL100-CD-HELD-REACTIVATED(DL100-CAND-IX)
                       TO TRUE
               END-IF
           ELSE
               MOVE "D" TO DL100-CD-LAST-STATUS(DL100-CAND-IX)
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2550-HOLD-IF-REACTIVATED - A CANDIDATE WHOSE LAST STATUS    *
      *    CHANGE ON HISTORY WAS A REACTIVATION IS HELD - THE CATALOG  *
      *    SAYS DECOMMISSIONED BUT THE HISTORY SAYS OTHERWISE.         *
      *----------------------------------------------------------------*
       2550-HOLD-IF-REACTIVATED.
           IF DL100-CD-LAST-ACTIVE(DL100-CAND-IX)
              AND DL100-CD-DUE(DL100-CAND-IX)
               SET DL100-CD-HELD-REACTIVATED(DL100-CAND-IX) TO TRUE
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2700-CHECK-DEPENDENCIES - ONE PASS OF THE DEPENDENCY        *
      *    REGISTRY.  ANY ROW NAMING A CANDIDATE AS THE MODULE DEPENDED *
      *    ON HOLDS IT, WHATEVER THE STATE OF THE DEPENDENT.  A        *
      *    MISSING REGISTRY (STATUS 35) MEANS NOTHING DEPENDS ON       *
      *    ANYTHING.  A REGISTRY THAT IS THERE BUT WILL NOT OPEN       *
      *    ABORTS THE RUN BEFORE ANYTHING IS PURGED.                   *
      *----------------------------------------------------------------*
       2700-CHECK-DEPENDENCIES.
           IF DL100-CAND-COUNT = 0
               GO TO 2700-EXIT
           END-IF.

           OPEN INPUT MODULE-DEPENDENCY.
           IF DL100-DEPEND-STATUS = "35"
               GO TO 2700-EXIT
           END-IF.
           IF DL100-DEPEND-STATUS NOT = "00"
               DISPLAY "Unable to read dependency registry - MODDEP "
                       "status " DL100-DEPEND-STATUS "."
               DISPLAY "Nothing purged."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2700-EXIT
           END-IF.

           PERFORM 2710-CHECK-ONE-DEPENDENCY THRU 2710-EXIT
               UNTIL DL100-DEPEND-EOF.
           CLOSE MODULE-DEPENDENCY.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2710-CHECK-ONE-DEPENDENCY - ONE REGISTRY RECORD.            *
      *----------------------------------------------------------------*
       2710-CHECK-ONE-DEPENDENCY.
           READ MODULE-DEPENDENCY
               AT END
                   SET DL100-DEPEND-EOF TO TRUE
           END-READ.

           IF DL100-DEPEND-EOF
               GO TO 2710-EXIT
           END-IF.

           MOVE DEP-DEPENDS-ON TO DL100-LOOKUP-NAME.
           PERFORM 2300-FIND-CANDIDATE THRU 2300-EXIT.
           IF DL100-CAND-FOUND
               IF DL100-CD-DUE(DL100-CAND-IX)
                   SET DL100-CD-HELD-DEPENDED-ON(DL100-CAND-IX)
                       TO TRUE
               END-IF
           END-IF.
       2710-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PROCESS-CANDIDATES - LIST EVERY CANDIDATE AND, IN A    *
      *    PURGE RUN, REMOVE EACH ONE DUE.  THE CERTIFICATE HEADER     *
      *    GOES OUT FIRST AND ITS TRAILER LAST, SO EVEN A RUN THAT     *
      *    REMOVES NOTHING LEAVES A CERTIFICATE.                       *
      *----------------------------------------------------------------*
       3000-PROCESS-CANDIDATES.
           IF DL100-PURGE-MODE
               OPEN I-O MODULE-CATALOG
               IF DL100-CATALOG-STATUS NOT = "00"
                   DISPLAY "Unable to open module catalog for update "
                           "- MODCAT."
                   SET DL100-RUN-ABORTED TO TRUE
                   GO TO 3000-EXIT
               END-IF
               PERFORM 5000-WRITE-CERT-HEADER THRU 5000-EXIT
           END-IF.

           DISPLAY " ".
           IF DL100-PURGE-MODE
               DISPLAY "Retention Purge"
               DISPLAY "==============="
           ELSE
               DISPLAY "Retention Purge - PREVIEW, nothing removed"
               DISPLAY "=========================================="
           END-IF.
           DISPLAY " ".
           DISPLAY "  MODULE                         OWNING TEAM"
                   "          TYPE     DECOMMED   AGE  KEEP  RESULT".
           DISPLAY "  ------------------------------ ----------------"
                   "---- -------- -------- ----- -----  ------------".

           PERFORM 3100-PROCESS-ONE-CANDIDATE THRU 3100-EXIT
               VARYING DL100-CAND-IX FROM 1 BY 1
               UNTIL DL100-CAND-IX > DL100-CAND-COUNT.

           IF DL100-CAND-COUNT = 0
               DISPLAY "  (no decommissioned module is past its "
                       "retention period)"
           END-IF.

           IF DL100-PURGE-MODE
               PERFORM 5200-WRITE-CERT-TRAILER THRU 5200-EXIT
               CLOSE MODULE-CATALOG
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-PROCESS-ONE-CANDIDATE - ONE LISTING LINE.  A HELD      *
      *    MODULE SAYS WHY; ONE DUE IS PURGED IN A PURGE RUN.          *
      *----------------------------------------------------------------*
       3100-PROCESS-ONE-CANDIDATE.
           MOVE DL100-CD-ROW(DL100-CAND-IX) TO CAT-RECORD.
           MOVE CAT-MODULE-NAME    TO DL100-DL-MODULE.
           MOVE CAT-OWNING-TEAM    TO DL100-DL-TEAM.
           MOVE CAT-MODULE-TYPE    TO DL100-DL-TYPE.
           MOVE CAT-DECOM-DATE     TO DL100-DL-DECOM.
           MOVE DL100-CD-AGE(DL100-CAND-IX)       TO DL100-DL-AGE.
           MOVE DL100-CD-RETENTION(DL100-CAND-IX) TO DL100-DL-RETENTION.

           EVALUATE TRUE
               WHEN DL100-CD-HELD-NO-RULE(DL100-CAND-IX)
                   MOVE "HELD - NO RETENTION PERIOD FOR TYPE"
                       TO DL100-DL-RESULT
               WHEN DL100-CD-HELD-NO-DATE(DL100-CAND-IX)
                   MOVE "HELD - NO DECOMMISSION DATE"
                       TO DL100-DL-RESULT
               WHEN DL100-CD-HELD-REACTIVATED(DL100-CAND-IX)
                   MOVE "HELD - REACTIVATED SINCE DECOMMISSION"
                       TO DL100-DL-RESULT
               WHEN DL100-CD-HELD-DEPENDED-ON(DL100-CAND-IX)
                   MOVE "HELD - STILL NAMED IN MODDEP"
                       TO DL100-DL-RESULT
               WHEN DL100-PREVIEW-MODE
                   MOVE "WOULD PURGE" TO DL100-DL-RESULT
               WHEN OTHER
                   MOVE SPACES TO DL100-DL-RESULT
           END-EVALUATE.

           IF NOT DL100-CD-DUE(DL100-CAND-IX)
               ADD 1 TO DL100-HELD-COUNT
               ADD 1 TO DL100-RUN-REJECTED
               DISPLAY DL100-DETAIL-LINE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO DL100-DUE-COUNT.
           IF DL100-PREVIEW-MODE
               ADD 1 TO DL100-RUN-PROCESSED
               DISPLAY DL100-DETAIL-LINE
               GO TO 3100-EXIT
           END-IF.

           PERFORM 4000-PURGE-MODULE THRU 4000-EXIT.
           IF DL100-PURGE-FAILED
               ADD 1 TO DL100-FAIL-COUNT
               ADD 1 TO DL100-RUN-REJECTED
               MOVE SPACES TO DL100-DL-RESULT
               STRING "FAILED - " DELIMITED BY SIZE
                      DL100-FAILED-STEP DELIMITED BY SIZE
                      INTO DL100-DL-RESULT
               END-STRING
           ELSE
               ADD 1 TO DL100-PURGED-COUNT
               ADD 1 TO DL100-RUN-PROCESSED
               MOVE "PURGED" TO DL100-DL-RESULT
           END-IF.
           DISPLAY DL100-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-PURGE-MODULE - REMOVE ONE MODULE DUE, CAT-RECORD IN    *
      *    HAND FROM THE CANDIDATE TABLE.  THE ROW IS DELETED FIRST -  *
      *    ONE THAT WILL NOT DELETE LEAVES EVERYTHING AS IT WAS.  THE  *
      *    TREE THEN GOES AND MUST BE GONE FROM DISK, AND THE RETIRED  *
      *    ROW MUST WRITE; IF EITHER FAILS THE CATALOG ROW IS WRITTEN  *
      *    BACK.  ONLY THEN ARE THE AUDIT ENTRY AND CERTIFICATE LINE   *
      *    WRITTEN.  A ROW WRITTEN BACK AFTER ITS TREE WENT IS PICKED  *
      *    UP AGAIN NEXT RUN, WITH NO TREE LEFT TO REMOVE.             *
      *----------------------------------------------------------------*
       4000-PURGE-MODULE.
           SET DL100-PURGE-NOT-FAILED TO TRUE.
           MOVE SPACES TO DL100-FAILED-STEP.
           MOVE CAT-MODULE-NAME TO MODULE-NAME.

           MOVE SPACES TO DL100-ARCHIVE-PATH.
           STRING "archive/" DELIMITED BY SIZE
                  MODULE-NAME DELIMITED BY SPACE
                  INTO DL100-ARCHIVE-PATH
           END-STRING.

           DELETE MODULE-CATALOG
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF DL100-CATALOG-STATUS NOT = "00"
               SET DL100-PURGE-FAILED TO TRUE
               MOVE "CATALOG ROW WOULD NOT DELETE"
                   TO DL100-FAILED-STEP
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-CHECK-ARCHIVE-TREE THRU 4100-EXIT.
           IF DL100-TREE-ON-DISK
               PERFORM 4200-REMOVE-ARCHIVE-TREE THRU 4200-EXIT
               IF DL100-PURGE-FAILED
                   PERFORM 4600-RESTORE-CATALOG-ROW THRU 4600-EXIT
                   GO TO 4000-EXIT
               END-IF
               ADD 1 TO DL100-TREE-COUNT
               MOVE "TREE REMOVED" TO DL100-PD-TREE
           ELSE
               MOVE "NO TREE"      TO DL100-PD-TREE
           END-IF.

           PERFORM 4400-WRITE-RETIRED-ROW THRU 4400-EXIT.
           IF DL100-PURGE-FAILED
               PERFORM 4600-RESTORE-CATALOG-ROW THRU 4600-EXIT
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4300-WRITE-AUDIT-ENTRY THRU 4300-EXIT.
           PERFORM 5100-WRITE-CERT-DETAIL THRU 5100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-CHECK-ARCHIVE-TREE - IS ARCHIVE/<MODULE> ON DISK.      *
      *----------------------------------------------------------------*
       4100-CHECK-ARCHIVE-TREE.
           SET DL100-TREE-NOT-ON-DISK TO TRUE.
           MOVE SPACES TO DL100-CHECK-PATH.
           MOVE DL100-ARCHIVE-PATH TO DL100-CHECK-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING DL100-CHECK-PATH
                                             DL100-CHECK-INFO
               RETURNING DL100-CHECK-RC
           END-CALL.
           IF DL100-CHECK-RC = 0
               SET DL100-TREE-ON-DISK TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-REMOVE-ARCHIVE-TREE - DELETE ARCHIVE/<MODULE> AND      *
      *    EVERYTHING UNDER IT, THEN MAKE SURE IT IS REALLY GONE.      *
      *----------------------------------------------------------------*
       4200-REMOVE-ARCHIVE-TREE.
           MOVE SPACES TO CMD.
           STRING "rm -rf " DELIMITED BY SIZE
                  DL100-ARCHIVE-PATH DELIMITED BY SPACE
                  INTO CMD
           END-STRING.
           CALL "SYSTEM" USING CMD.
           MOVE 0 TO RETURN-CODE.

           PERFORM 4100-CHECK-ARCHIVE-TREE THRU 4100-EXIT.
           IF DL100-TREE-ON-DISK
               SET DL100-PURGE-FAILED TO TRUE
               MOVE "ARCHIVE TREE STILL ON DISK" TO DL100-FAILED-STEP
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-WRITE-AUDIT-ENTRY - ONE SEALED PURGE ENTRY PER MODULE  *
      *    REMOVED, NAMING ITS DECOMMISSION DATE, THE PERIOD IT WAS    *
      *    KEPT UNDER AND WHETHER A TREE WENT WITH IT.                 *
      *----------------------------------------------------------------*
       4300-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE CAT-DECOM-DATE TO DL100-PD-DECOM-DATE.
           MOVE DL100-CD-RETENTION(DL100-CAND-IX) TO DL100-PD-DAYS.

           MOVE SPACES TO AUD-RECORD.
           MOVE CAT-MODULE-NAME     TO AUD-MODULE-NAME.
           MOVE "PURGE"             TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE DL100-PURGE-DETAIL  TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-WRITE-RETIRED-ROW - THE CATALOG ROW AS IT STOOD, WITH  *
      *    THE RUN STAMP, OPERATOR AND THE SEQUENCE THE PURGE ENTRY    *
      *    WRITTEN NEXT WILL TAKE.  A ROW THAT WILL NOT WRITE FAILS    *
      *    THE MODULE.                                                 *
      *----------------------------------------------------------------*
       4400-WRITE-RETIRED-ROW.
           PERFORM 4450-PEEK-AUDIT-SEQUENCE THRU 4450-EXIT.

           MOVE SPACES TO RETR-RECORD.
           MOVE CAT-RECORD          TO RETR-CATALOG-ROW.
           MOVE DL100-RUN-TIMESTAMP TO RETR-PURGE-STAMP.
           MOVE DL100-OPERATOR-ID   TO RETR-OPERATOR-ID.
           MOVE DL100-NEXT-AUD-SEQ  TO RETR-AUDIT-SEQUENCE.
           WRITE RETR-RECORD.
           IF DL100-RETIRED-STATUS NOT = "00"
               SET DL100-PURGE-FAILED TO TRUE
               MOVE "RETIRED ROW WOULD NOT WRITE"
                   TO DL100-FAILED-STEP
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4450-PEEK-AUDIT-SEQUENCE - THE SEQUENCE 8500 WILL GIVE THE  *
      *    NEXT AUDIT ENTRY - ONE PAST THE LAST ON MODAUDSEQ, OR 1 IF  *
      *    THE CHAIN HAS NOT STARTED.  NOTHING IS WRITTEN BACK.        *
      *----------------------------------------------------------------*
       4450-PEEK-AUDIT-SEQUENCE.
           MOVE 0 TO DL100-NEXT-AUD-SEQ.
           OPEN INPUT AUDIT-CHAIN-STATE.
           IF DL100-SEQ-STATUS = "00"
               READ AUDIT-CHAIN-STATE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST-SEQUENCE TO DL100-NEXT-AUD-SEQ
               END-READ
               CLOSE AUDIT-CHAIN-STATE
           END-IF.
           ADD 1 TO DL100-NEXT-AUD-SEQ.
       4450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4600-RESTORE-CATALOG-ROW - WRITE THE DELETED ROW BACK FROM  *
      *    THE CANDIDATE TABLE.  IF EVEN THAT FAILS THE ROW IS SHOWN   *
      *    IN FULL SO IT CAN BE RE-KEYED BY HAND.                      *
      *----------------------------------------------------------------*
       4600-RESTORE-CATALOG-ROW.
           MOVE DL100-CD-ROW(DL100-CAND-IX) TO CAT-RECORD.
           WRITE CAT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Catalog row could not be written back for "
                       CAT-MODULE-NAME
               DISPLAY "  Row as it stood: " CAT-RECORD
           END-IF.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-WRITE-CERT-HEADER - OPEN THIS RUN'S CERTIFICATE.       *
      *----------------------------------------------------------------*
       5000-WRITE-CERT-HEADER.
           MOVE SPACES TO CERT-RECORD.
           SET CERT-HEADER TO TRUE.
           MOVE "RETENTION PURGE CERTIFICATE" TO CERT-TITLE.
           MOVE DL100-RUN-TIMESTAMP TO CERT-RUN-STAMP.
           MOVE DL100-OPERATOR-ID   TO CERT-OPERATOR-ID.
           WRITE CERT-RECORD.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-WRITE-CERT-DETAIL - ONE LINE PER MODULE REMOVED.  THE  *
      *    MODULE IS GONE BY NOW, SO A LINE THAT WILL NOT WRITE MARKS  *
      *    THE CERTIFICATE SHORT RATHER THAN FAILING THE MODULE.       *
      *----------------------------------------------------------------*
       5100-WRITE-CERT-DETAIL.
           MOVE SPACES TO CERT-RECORD.
           SET CERT-DETAIL TO TRUE.
           MOVE CAT-MODULE-NAME     TO CERT-MODULE-NAME.
           MOVE CAT-OWNING-TEAM     TO CERT-OWNING-TEAM.
           MOVE CAT-MODULE-TYPE     TO CERT-MODULE-TYPE.
           MOVE CAT-DECOM-DATE      TO CERT-DECOM-DATE.
           MOVE DL100-CD-RETENTION(DL100-CAND-IX)
               TO CERT-RETENTION-DAYS.
           MOVE AUD-SEQUENCE        TO CERT-AUDIT-SEQUENCE.
           IF DL100-PD-TREE = "TREE REMOVED"
               SET CERT-TREE-REMOVED TO TRUE
               MOVE DL100-ARCHIVE-PATH TO CERT-ARCHIVE-PATH
           ELSE
               SET CERT-NO-TREE TO TRUE
           END-IF.
           WRITE CERT-RECORD.
           IF DL100-CERT-STATUS NOT = "00"
               SET DL100-CERT-SHORT TO TRUE
               DISPLAY "Certificate line could not be written for "
                       CAT-MODULE-NAME
           END-IF.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5200-WRITE-CERT-TRAILER - CLOSE THIS RUN'S CERTIFICATE      *
      *    WITH ITS COUNTS.                                            *
      *----------------------------------------------------------------*
       5200-WRITE-CERT-TRAILER.
           MOVE SPACES TO CERT-RECORD.
           SET CERT-TRAILER TO TRUE.
           MOVE DL100-PURGED-COUNT  TO CERT-PURGED-COUNT.
           MOVE DL100-TREE-COUNT    TO CERT-TREE-COUNT.
           MOVE DL100-HELD-COUNT    TO CERT-HELD-COUNT.
           MOVE DL100-FAIL-COUNT    TO CERT-FAILED-COUNT.
           WRITE CERT-RECORD.
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-COMPUTE-DAY-SERIAL - TURN DL100-WORK-DATE-NUM          *
      *    (YYYYMMDD) INTO A DAY SERIAL.  DAYS IN FULL PRIOR YEARS     *
      *    PLUS LEAP DAYS PLUS THE DAY OF YEAR.                        *
      *----------------------------------------------------------------*
       7000-COMPUTE-DAY-SERIAL.
           PERFORM 7100-CHECK-LEAP-YEAR THRU 7100-EXIT.

           MOVE DL100-CUM-DAYS(DL100-WD-MM) TO DL100-DAY-OF-YEAR.
           ADD DL100-WD-DD TO DL100-DAY-OF-YEAR.
           IF DL100-LEAP-YEAR AND DL100-WD-MM > 2
               ADD 1 TO DL100-DAY-OF-YEAR
           END-IF.

           SUBTRACT 1 FROM DL100-WD-YYYY GIVING DL100-YEAR-LESS-1.
           COMPUTE DL100-LEAPS-BEFORE =
               DL100-YEAR-LESS-1 / 4
               - DL100-YEAR-LESS-1 / 100
               + DL100-YEAR-LESS-1 / 400.
           COMPUTE DL100-DAY-SERIAL =
               DL100-YEAR-LESS-1 * 365
               + DL100-LEAPS-BEFORE
               + DL100-DAY-OF-YEAR.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7100-CHECK-LEAP-YEAR - SET DL100-LEAP-SW FOR DL100-WD-YYYY. *
      *----------------------------------------------------------------*
       7100-CHECK-LEAP-YEAR.
           SET DL100-NOT-LEAP-YEAR TO TRUE.
           DIVIDE DL100-WD-YYYY BY 4
               GIVING DL100-DIVIDE-QUOTIENT
               REMAINDER DL100-YEAR-MOD-4.
           IF DL100-YEAR-MOD-4 = 0
               DIVIDE DL100-WD-YYYY BY 100
                   GIVING DL100-DIVIDE-QUOTIENT
                   REMAINDER DL100-YEAR-MOD-100
               IF DL100-YEAR-MOD-100 = 0
                   DIVIDE DL100-WD-YYYY BY 400
                       GIVING DL100-DIVIDE-QUOTIENT
                       REMAINDER DL100-YEAR-MOD-400
                   IF DL100-YEAR-MOD-400 = 0
                       SET DL100-LEAP-YEAR TO TRUE
                   END-IF
               ELSE
                   SET DL100-LEAP-YEAR TO TRUE
               END-IF
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-PRINT-TOTALS - RUN TOTALS.                             *
      *----------------------------------------------------------------*
       8000-PRINT-TOTALS.
           DISPLAY " ".
           MOVE DL100-DECOM-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Decommissioned modules:     " DL100-COUNT-OUT.
           MOVE DL100-NOT-DUE-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Still inside retention:     " DL100-COUNT-OUT.
           MOVE DL100-HELD-COUNT TO DL100-COUNT-OUT.
           DISPLAY "Held back from purge:       " DL100-COUNT-OUT.
           MOVE DL100-DUE-COUNT TO DL100-COUNT-OUT.
           IF DL100-PREVIEW-MODE
               DISPLAY "Would be purged:            " DL100-COUNT-OUT
           ELSE
               DISPLAY "Due for purge:              " DL100-COUNT-OUT
               MOVE DL100-PURGED-COUNT TO DL100-COUNT-OUT
               DISPLAY "Purged:                     " DL100-COUNT-OUT
               MOVE DL100-TREE-COUNT TO DL100-COUNT-OUT
               DISPLAY "Archive trees removed:      " DL100-COUNT-OUT
               MOVE DL100-FAIL-COUNT TO DL100-COUNT-OUT
               DISPLAY "Failed:                     " DL100-COUNT-OUT
               IF DL100-CERT-SHORT
                   DISPLAY "Certificate on MODPCERT is SHORT - a "
                           "detail line did not write."
               ELSE
                   DISPLAY "Certificate appended to MODPCERT."
               END-IF
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
           MOVE "RETENTION-PURGE"     TO RUN-PROGRAM-ID.
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
           MOVE "RETENTION-PURGE"     TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE THE APPEND FILES OF A PURGE RUN AND  *
      *    RELEASE THE LOCK.                                           *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-LOCK-HELD
               CLOSE MODULE-AUDIT-LOG
               CLOSE RETIRED-CATALOG
               CLOSE PURGE-CERTIFICATE
           END-IF.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
