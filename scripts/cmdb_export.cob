      ******************************************************************
      *
      *    PROGRAM-ID.  CMDB-EXPORT
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        NIGHTLY CMDB AND SERVICE REGISTRY EXTRACT.  WRITES TWO
      *        INTERFACE FILES LAID OUT BY MODCMDB.CPY -
      *            MODCMDBF  THE FULL FILE - ONE CURRENT DETAIL PER
      *                      CATALOG ENTRY (MODCAT), IN KEY ORDER,
      *            MODCMDBD  THE DELTA FILE - ONE ADD, CHANGE OR
      *                      RETIRE DETAIL PER MODULE TOUCHED SINCE
      *                      THE LAST GOOD EXTRACT.
      *        EACH DETAIL CARRIES NAME, OWNING TEAM AND ITS FULL NAME
      *        FROM THE TEAM MASTER (MODTEAMS), TYPE, STATUS, CREATE
      *        AND DECOMMISSION DATES, DEV/QA/PROD PRESENCE AND THE
      *        MODULE'S PROVIDERS FROM THE DEPENDENCY REGISTRY
      *        (MODDEP).  DEV PRESENCE IS AN ACTIVE STATUS - THE DEV
      *        TREE GOES TO ARCHIVE/ AT DECOMMISSION; QA AND PROD ARE
      *        THE CATALOG FLAGS.
      *        THE DELTA RUNS FROM THE POSITIONS IN THE CONTROL FILE
      *        (MODCMDBC) - THE MODHIST RECORD COUNT AND THE HIGHEST
      *        AUD-SEQUENCE THE LAST GOOD EXTRACT REACHED.  A MODULE IS
      *        IN IT WHEN A CATALOG-HISTORY RECORD (MODHIST) PAST THAT
      *        COUNT OR A DEPEND AUDIT ENTRY (MODAUDIT) PAST THAT
      *        SEQUENCE NAMES IT -
      *            RETIRE  DECOMMISSIONED IN THE WINDOW AND STILL SO,
      *                    OR A NAME RENAMED AWAY (NAME AND STATUS
      *                    ONLY - IT IS NO LONGER IN THE CATALOG),
      *            ADD     CREATED IN THE WINDOW, OR THE NEW NAME OF
      *                    A RENAME,
      *            CHANGE  ANYTHING ELSE - TRANSFER, PROMOTION,
      *                    REACTIVATION, A NEW PROVIDER.
      *        SCAFFOLD TEMPLATE UPGRADES ARE NOT CMDB DATA AND ARE
      *        PASSED OVER.  WITH NO CONTROL FILE (FIRST EXTRACT) THE
      *        DELTA CARRIES EVERY CATALOG ENTRY AS AN ADD.
      *        EVERY FILE HAS A HEADER AND A TRAILER WITH COUNTS.  THE
      *        RUN HOLDS THE SUITE UPDATE LOCK (MODLOCK) SO THE
      *        EXTRACT IS ONE POINT IN TIME; THE POSITIONS IT READS TO,
      *        WITH ITS STAMP, BECOME THE NEXT CONTROL RECORD.  BOTH
      *        FILES ARE BUILT UNDER WORK NAMES AND FILED ONLY WHEN
      *        COMPLETE, AND THE CONTROL FILE IS REWRITTEN ONLY AFTER
      *        BOTH ARE FILED - A FAILED RUN LEAVES THE LAST GOOD
      *        FILES AND STAMP ALONE AND ENDS RETURN-CODE 8.
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
      *    2026-10-15 DL100 THE DELTA NOW RUNS FROM THE MODHIST RECORD
      *                     COUNT AND AUDIT SEQUENCE HELD IN MODCMDBC
      *                     INSTEAD OF COMPARING STAMPS - THE SUITE'S
      *                     OLDER STAMPS DO NOT SORT BY TIME OF DAY.
      *                     A CONTROL RECORD WITHOUT POSITIONS IS
      *                     TAKEN AS A FIRST EXTRACT.  THE EXTRACT
      *                     STAMP NOW CARRIES THE TRUE HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDB-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT TEAM-MASTER ASSIGN TO "MODTEAMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TEAM-STATUS.

           SELECT MODULE-DEPENDENCY ASSIGN TO "MODDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DEPEND-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

           SELECT MODULE-AUDIT-LOG ASSIGN TO "MODAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-AUDIT-STATUS.

           SELECT EXTRACT-CONTROL ASSIGN TO "MODCMDBC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CTL-STATUS.

           SELECT CMDB-FULL ASSIGN TO "MODCMDBFNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-FULL-STATUS.

           SELECT CMDB-DELTA ASSIGN TO "MODCMDBDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DELTA-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-CATALOG.
       COPY "modcat.cpy".

       FD  TEAM-MASTER
           RECORD CONTAINS 78 CHARACTERS.
       COPY "modteam.cpy".

       FD  MODULE-DEPENDENCY
           RECORD CONTAINS 61 CHARACTERS.
       COPY "moddep.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

       FD  MODULE-AUDIT-LOG
           RECORD CONTAINS 156 CHARACTERS.
       COPY "modaud.cpy".

       FD  EXTRACT-CONTROL
           RECORD CONTAINS 53 CHARACTERS.
       COPY "modcmdc.cpy".

       FD  CMDB-FULL
           RECORD CONTAINS 784 CHARACTERS.
       COPY "modcmdb.cpy".

       FD  CMDB-DELTA
           RECORD CONTAINS 784 CHARACTERS.
       01  DELTA-LINE                  PIC X(784).

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-TEAM-STATUS           PIC X(02).
       77  DL100-DEPEND-STATUS         PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-CTL-STATUS            PIC X(02).
       77  DL100-FULL-STATUS           PIC X(02).
       77  DL100-DELTA-STATUS          PIC X(02).

       01  CMD                         PIC X(400).

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-TEAM-EOF-SW           PIC X(01) VALUE "N".
           88  DL100-TEAM-EOF                     VALUE "Y".
           88  DL100-TEAM-NOT-EOF                 VALUE "N".

       01  DL100-DEPEND-EOF-SW         PIC X(01) VALUE "N".
           88  DL100-DEPEND-EOF                   VALUE "Y".
           88  DL100-DEPEND-NOT-EOF               VALUE "N".

       01  DL100-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-HISTORY-EOF                  VALUE "Y".
           88  DL100-HISTORY-NOT-EOF              VALUE "N".

       01  DL100-AUDIT-EOF-SW          PIC X(01) VALUE "N".
           88  DL100-AUDIT-EOF                    VALUE "Y".
           88  DL100-AUDIT-NOT-EOF                VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

       01  DL100-CATALOG-OPEN-SW       PIC X(01) VALUE "N".
           88  DL100-CATALOG-OPEN                 VALUE "Y".
           88  DL100-CATALOG-NOT-OPEN             VALUE "N".

       01  DL100-FULL-OPEN-SW          PIC X(01) VALUE "N".
           88  DL100-FULL-OPEN                    VALUE "Y".
           88  DL100-FULL-NOT-OPEN                VALUE "N".

       01  DL100-DELTA-OPEN-SW         PIC X(01) VALUE "N".
           88  DL100-DELTA-OPEN                   VALUE "Y".
           88  DL100-DELTA-NOT-OPEN               VALUE "N".

      *---------------------------------------------------------------*
      *    CONTROL POSITIONS - HOW FAR THE LAST GOOD EXTRACT READ     *
      *    MODHIST AND MODAUDIT, AND HOW FAR THIS ONE HAS.  THE STAMP *
      *    IS ONLY SHOWN.  NO CONTROL RECORD MEANS NONE HAS EVER RUN  *
      *    AND THE DELTA IS THE WHOLE CATALOG.                        *
      *---------------------------------------------------------------*
       01  DL100-SINCE-STAMP           PIC X(20) VALUE SPACES.
       77  DL100-SINCE-HIST-COUNT      PIC 9(09) VALUE 0.
       77  DL100-SINCE-AUDIT-SEQ       PIC 9(06) VALUE 0.
       77  DL100-HIST-COUNT            PIC 9(09) COMP VALUE 0.
       77  DL100-AUDIT-SEQ             PIC 9(06) VALUE 0.

       01  DL100-FIRST-RUN-SW          PIC X(01) VALUE "N".
           88  DL100-FIRST-EXTRACT                VALUE "Y".
           88  DL100-NOT-FIRST-EXTRACT            VALUE "N".

      *---------------------------------------------------------------*
      *    TEAM MASTER TABLE - NAME AND FULL NAME.                    *
      *---------------------------------------------------------------*
       01  DL100-TEAM-TABLE.
           05  DL100-TEAM-ENTRY OCCURS 500 TIMES.
               10  DL100-TM-NAME          PIC X(30).
               10  DL100-TM-FULL-NAME     PIC X(40).
       77  DL100-TEAM-COUNT            PIC 9(05) COMP VALUE 0.
       77  DL100-TEAM-IX               PIC 9(05) COMP.

       01  DL100-TEAM-FOUND-SW         PIC X(01) VALUE "N".
           88  DL100-TEAM-KNOWN                   VALUE "Y".
           88  DL100-TEAM-UNKNOWN                 VALUE "N".

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
       77  DL100-PROV-COUNT            PIC 9(03) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    CHANGED-MODULE TABLE - EVERY NAME TOUCHED SINCE THE LAST   *
      *    GOOD EXTRACT, WITH WHAT HAPPENED TO IT.  EMITTED IS SET    *
      *    ONCE THE CATALOG PASS HAS WRITTEN ITS DELTA DETAIL.        *
      *---------------------------------------------------------------*
       01  DL100-CHG-TABLE.
           05  DL100-CHG-ENTRY OCCURS 2000 TIMES.
               10  DL100-CHG-NAME         PIC X(30).
               10  DL100-CHG-BORN         PIC X(01).
               10  DL100-CHG-RETIRED      PIC X(01).
               10  DL100-CHG-RENAMED      PIC X(01).
               10  DL100-CHG-EMITTED      PIC X(01).
       77  DL100-CHG-COUNT             PIC 9(05) COMP VALUE 0.
       77  DL100-CHG-IX                PIC 9(05) COMP.
       77  DL100-CHG-WANT              PIC X(30).

       01  DL100-CHG-FOUND-SW          PIC X(01) VALUE "N".
           88  DL100-CHG-FOUND                    VALUE "Y".
           88  DL100-CHG-NOT-FOUND                VALUE "N".

       01  DL100-CHG-FULL-SW           PIC X(01) VALUE "N".
           88  DL100-CHG-TABLE-FULL               VALUE "Y".
           88  DL100-CHG-TABLE-NOT-FULL           VALUE "N".

      *---------------------------------------------------------------*
      *    COUNTERS.                                                  *
      *---------------------------------------------------------------*
       77  DL100-FULL-COUNT            PIC 9(07) COMP VALUE 0.
       77  DL100-DELTA-COUNT           PIC 9(07) COMP VALUE 0.
       77  DL100-ADD-COUNT             PIC 9(07) COMP VALUE 0.
       77  DL100-CHANGE-COUNT          PIC 9(07) COMP VALUE 0.
       77  DL100-RETIRE-COUNT          PIC 9(07) COMP VALUE 0.
       77  DL100-FULL-COUNT-OUT        PIC Z(06)9.
       77  DL100-DELTA-COUNT-OUT       PIC Z(06)9.
       77  DL100-ADD-COUNT-OUT         PIC Z(06)9.
       77  DL100-CHANGE-COUNT-OUT      PIC Z(06)9.
       77  DL100-RETIRE-COUNT-OUT      PIC Z(06)9.

      *---------------------------------------------------------------*
      *    SUITE UPDATE LOCK - HELD FOR THE WHOLE EXTRACT SO BOTH     *
      *    FILES DESCRIBE ONE POINT IN TIME.                          *
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
           PERFORM 8700-LOG-RUN-START THRU 8700-EXIT.
           PERFORM 1050-TAKE-UPDATE-LOCK THRU 1050-EXIT.
           IF DL100-LOCK-NOT-HELD
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
           PERFORM 2000-LOAD-TEAMS THRU 2000-EXIT.
           PERFORM 2100-LOAD-EDGE-TABLE THRU 2100-EXIT.
           PERFORM 2200-LOAD-HISTORY-CHANGES THRU 2200-EXIT.
           PERFORM 2300-LOAD-DEPEND-CHANGES THRU 2300-EXIT.
           PERFORM 1900-OPEN-FILES THRU 1900-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 3000-WRITE-HEADERS THRU 3000-EXIT
           END-IF.
           PERFORM 4000-EXPORT-ONE-ENTRY THRU 4000-EXIT
               UNTIL DL100-CATALOG-EOF OR DL100-RUN-ABORTED.
           PERFORM 5000-WRITE-NAME-RETIREMENT THRU 5000-EXIT
               VARYING DL100-CHG-IX FROM 1 BY 1
               UNTIL DL100-CHG-IX > DL100-CHG-COUNT
               OR DL100-RUN-ABORTED.
           PERFORM 6000-WRITE-TRAILERS THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - FIX THE EXTRACT STAMP, TAKEN ONCE THE     *
      *    LOCK IS HELD.  IT IS SHOWN ON THE HEADERS AND THE CONTROL   *
      *    RECORD; THE DELTA ITSELF RUNS FROM FILE POSITIONS.          *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1050-TAKE-UPDATE-LOCK - TAKE THE SUITE-WIDE UPDATE LOCK BY  *
      *    CREATING THE MODLOCK DIRECTORY - THE MKDIR EITHER CREATES   *
      *    IT OR FAILS, SO TWO RUNS CANNOT BOTH WIN.  A HELD LOCK IS   *
      *    RETRIED A FEW TIMES, THEN THE RUN GIVES UP WITH A CLEAR     *
      *    MESSAGE AND RETURN-CODE 8 SO NO EXTRACT IS TAKEN WHILE      *
      *    ANOTHER PROGRAM IS MID-UPDATE.                              *
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
                   "run - giving up, no extract taken.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-CONTROL - THE STAMP AND POSITIONS OF THE LAST     *
      *    GOOD EXTRACT.  NO CONTROL FILE, AN EMPTY ONE, OR ONE        *
      *    WRITTEN BEFORE IT CARRIED POSITIONS, MEANS A FIRST EXTRACT  *
      *    - THE DELTA THEN CARRIES EVERYTHING, WHICH IS SAFE.         *
      *----------------------------------------------------------------*
       1100-READ-CONTROL.
           SET DL100-FIRST-EXTRACT TO TRUE.
           MOVE SPACES TO DL100-SINCE-STAMP.
           MOVE 0 TO DL100-SINCE-HIST-COUNT.
           MOVE 0 TO DL100-SINCE-AUDIT-SEQ.

           OPEN INPUT EXTRACT-CONTROL.
           IF DL100-CTL-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF.

           READ EXTRACT-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CMDC-LAST-STAMP TO DL100-SINCE-STAMP
           END-READ.
           CLOSE EXTRACT-CONTROL.

           IF DL100-SINCE-STAMP = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF CMDC-HIST-COUNT IS NOT NUMERIC
               OR CMDC-AUDIT-SEQ IS NOT NUMERIC
               DISPLAY "Control file carries no history positions - "
                       "delta taken as a first extract."
               MOVE SPACES TO DL100-SINCE-STAMP
               GO TO 1100-EXIT
           END-IF.

           MOVE CMDC-HIST-COUNT TO DL100-SINCE-HIST-COUNT.
           MOVE CMDC-AUDIT-SEQ  TO DL100-SINCE-AUDIT-SEQ.
           SET DL100-NOT-FIRST-EXTRACT TO TRUE.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - THE CATALOG FOR SEQUENTIAL READING AND    *
      *    BOTH WORK FILES FOR OUTPUT.  ANY FAILURE ABORTS THE RUN.    *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT - "
                       "no extract taken."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1900-EXIT
           END-IF.
           SET DL100-CATALOG-OPEN TO TRUE.

           OPEN OUTPUT CMDB-FULL.
           IF DL100-FULL-STATUS NOT = "00"
               DISPLAY "Unable to open full extract work file - "
                       "MODCMDBFNEW - no extract taken."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1900-EXIT
           END-IF.
           SET DL100-FULL-OPEN TO TRUE.

           OPEN OUTPUT CMDB-DELTA.
           IF DL100-DELTA-STATUS NOT = "00"
               DISPLAY "Unable to open delta extract work file - "
                       "MODCMDBDNEW - no extract taken."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1900-EXIT
           END-IF.
           SET DL100-DELTA-OPEN TO TRUE.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-TEAMS - EVERY TEAM MASTER RECORD, ACTIVE OR NOT,  *
      *    FOR THE FULL NAME.  NO MASTER MEANS BLANK FULL NAMES.       *
      *----------------------------------------------------------------*
       2000-LOAD-TEAMS.
           OPEN INPUT TEAM-MASTER.
           IF DL100-TEAM-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2010-LOAD-ONE-TEAM THRU 2010-EXIT
               UNTIL DL100-TEAM-EOF.
           CLOSE TEAM-MASTER.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2010-LOAD-ONE-TEAM - ONE TEAM MASTER RECORD.                *
      *----------------------------------------------------------------*
       2010-LOAD-ONE-TEAM.
           READ TEAM-MASTER
               AT END
                   SET DL100-TEAM-EOF TO TRUE
           END-READ.

           IF DL100-TEAM-EOF
               GO TO 2010-EXIT
           END-IF.

           IF DL100-TEAM-COUNT >= 500
               DISPLAY "Warning - team master larger than the "
                       "table; full names past 500 teams left blank."
               SET DL100-TEAM-EOF TO TRUE
               GO TO 2010-EXIT
           END-IF.

           ADD 1 TO DL100-TEAM-COUNT.
           MOVE TEAM-NAME      TO DL100-TM-NAME(DL100-TEAM-COUNT).
           MOVE TEAM-FULL-NAME TO DL100-TM-FULL-NAME(DL100-TEAM-COUNT).
       2010-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-LOAD-EDGE-TABLE - READ THE WHOLE DEPENDENCY REGISTRY   *
      *    INTO THE EDGE TABLE.  A MISSING REGISTRY FILE JUST MEANS    *
      *    NOTHING DEPENDS ON ANYTHING YET.                            *
      *----------------------------------------------------------------*
       2100-LOAD-EDGE-TABLE.
           OPEN INPUT MODULE-DEPENDENCY.
           IF DL100-DEPEND-STATUS NOT = "00"
               GO TO 2100-EXIT
           END-IF.

           PERFORM 2110-LOAD-ONE-EDGE THRU 2110-EXIT
               UNTIL DL100-DEPEND-EOF.
           CLOSE MODULE-DEPENDENCY.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2110-LOAD-ONE-EDGE - ONE REGISTRY RECORD INTO THE TABLE.    *
      *----------------------------------------------------------------*
       2110-LOAD-ONE-EDGE.
           READ MODULE-DEPENDENCY
               AT END
                   SET DL100-DEPEND-EOF TO TRUE
           END-READ.

           IF DL100-DEPEND-EOF
               GO TO 2110-EXIT
           END-IF.

           IF DL100-EDGE-COUNT >= 2000
               DISPLAY "Warning - registry larger than the edge "
                       "table; providers past 2000 records left off."
               SET DL100-DEPEND-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF.

           ADD 1 TO DL100-EDGE-COUNT.
           MOVE DEP-MODULE-NAME
               TO DL100-EDGE-DEPENDENT(DL100-EDGE-COUNT).
           MOVE DEP-DEPENDS-ON
               TO DL100-EDGE-PROVIDER(DL100-EDGE-COUNT).
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-LOAD-HISTORY-CHANGES - COUNT MODHIST TO ITS END FOR    *
      *    THE NEXT CONTROL RECORD; EVERY RECORD PAST THE LAST GOOD    *
      *    EXTRACT'S COUNT MARKS ITS MODULE CHANGED.                   *
      *    AN UNREADABLE HISTORY FILE WOULD GIVE A SILENTLY SHORT      *
      *    DELTA, SO A MISSING ONE ABORTS THE RUN UNLESS IT SIMPLY     *
      *    DOES NOT EXIST YET.                                         *
      *----------------------------------------------------------------*
       2200-LOAD-HISTORY-CHANGES.
           OPEN INPUT CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS = "35"
               GO TO 2200-EXIT
           END-IF.
           IF DL100-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to read catalog history - MODHIST - "
                       "status " DL100-HISTORY-STATUS
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2210-NOTE-ONE-HISTORY THRU 2210-EXIT
               UNTIL DL100-HISTORY-EOF.
           CLOSE CATALOG-HISTORY.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2210-NOTE-ONE-HISTORY - ONE MODHIST RECORD.  A STATUS WITH  *
      *    NO OLD VALUE IS A BIRTH; A STATUS TO DECOMMISSION IS A      *
      *    RETIREMENT; A RENAME BIRTHS THE NEW NAME AND RENAMES THE    *
      *    OLD ONE AWAY.  TEMPLATE-VER IS NOT CMDB DATA.               *
      *----------------------------------------------------------------*
       2210-NOTE-ONE-HISTORY.
           READ CATALOG-HISTORY
               AT END
                   SET DL100-HISTORY-EOF TO TRUE
           END-READ.

           IF DL100-HISTORY-EOF
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO DL100-HIST-COUNT.

           IF DL100-FIRST-EXTRACT
               OR DL100-HIST-COUNT NOT > DL100-SINCE-HIST-COUNT
               OR HIST-FIELD-TEMPLATE
               GO TO 2210-EXIT
           END-IF.

           MOVE HIST-MODULE-NAME TO DL100-CHG-WANT.
           PERFORM 2400-NOTE-CHANGED-MODULE THRU 2400-EXIT.
           IF DL100-CHG-NOT-FOUND
               GO TO 2210-EXIT
           END-IF.

           IF HIST-FIELD-STATUS
               IF HIST-OLD-VALUE = SPACES
                   MOVE "Y" TO DL100-CHG-BORN(DL100-CHG-IX)
               END-IF
               IF HIST-NEW-VALUE = "DECOMMISSION"
                   MOVE "Y" TO DL100-CHG-RETIRED(DL100-CHG-IX)
               END-IF
           END-IF.

           IF HIST-FIELD-NAME
               MOVE "Y" TO DL100-CHG-BORN(DL100-CHG-IX)
               MOVE HIST-OLD-VALUE TO DL100-CHG-WANT
               PERFORM 2400-NOTE-CHANGED-MODULE THRU 2400-EXIT
               IF DL100-CHG-FOUND
                   MOVE "Y" TO DL100-CHG-RENAMED(DL100-CHG-IX)
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-LOAD-DEPEND-CHANGES - A NEW PROVIDER IS RECORDED ONLY  *
      *    IN THE AUDIT LOG, SO EVERY DEPEND ENTRY SEQUENCED PAST THE  *
      *    LAST GOOD EXTRACT MARKS ITS DEPENDENT MODULE CHANGED.  THE  *
      *    HIGHEST SEQUENCE SEEN GOES TO THE NEXT CONTROL RECORD.      *
      *----------------------------------------------------------------*
       2300-LOAD-DEPEND-CHANGES.
           OPEN INPUT MODULE-AUDIT-LOG.
           IF DL100-AUDIT-STATUS = "35"
               GO TO 2300-EXIT
           END-IF.
           IF DL100-AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to read audit log - MODAUDIT - "
                       "status " DL100-AUDIT-STATUS
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2300-EXIT
           END-IF.

           PERFORM 2310-NOTE-ONE-AUDIT THRU 2310-EXIT
               UNTIL DL100-AUDIT-EOF.
           CLOSE MODULE-AUDIT-LOG.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2310-NOTE-ONE-AUDIT - ONE MODAUDIT ENTRY.  AN ENTRY WITH NO *
      *    SEQUENCE IS OLDER THAN THE AUDIT CHAIN AND IS PASSED OVER.  *
      *----------------------------------------------------------------*
       2310-NOTE-ONE-AUDIT.
           READ MODULE-AUDIT-LOG
               AT END
                   SET DL100-AUDIT-EOF TO TRUE
           END-READ.

           IF DL100-AUDIT-EOF
               GO TO 2310-EXIT
           END-IF.

           IF AUD-SEQUENCE IS NOT NUMERIC
               GO TO 2310-EXIT
           END-IF.
           IF AUD-SEQUENCE > DL100-AUDIT-SEQ
               MOVE AUD-SEQUENCE TO DL100-AUDIT-SEQ
           END-IF.

           IF DL100-NOT-FIRST-EXTRACT
               AND AUD-ACTION = "DEPEND"
               AND AUD-SEQUENCE > DL100-SINCE-AUDIT-SEQ
               MOVE AUD-MODULE-NAME TO DL100-CHG-WANT
               PERFORM 2400-NOTE-CHANGED-MODULE THRU 2400-EXIT
           END-IF.
       2310-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-NOTE-CHANGED-MODULE - FIND DL100-CHG-WANT IN THE       *
      *    CHANGED-MODULE TABLE, ADDING IT IF NEW, AND LEAVE           *
      *    DL100-CHG-IX ON IT.  A FULL TABLE ABORTS THE RUN - A DELTA  *
      *    THAT DROPPED CHANGES WOULD BE WORSE THAN NONE.              *
      *----------------------------------------------------------------*
       2400-NOTE-CHANGED-MODULE.
           PERFORM 2500-FIND-CHANGED-MODULE THRU 2500-EXIT.
           IF DL100-CHG-FOUND
               GO TO 2400-EXIT
           END-IF.

           IF DL100-CHG-COUNT >= 2000
               IF DL100-CHG-TABLE-NOT-FULL
                   DISPLAY "More changed modules than the table "
                           "holds - no extract taken."
               END-IF
               SET DL100-CHG-TABLE-FULL TO TRUE
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 2400-EXIT
           END-IF.

           ADD 1 TO DL100-CHG-COUNT.
           MOVE DL100-CHG-COUNT TO DL100-CHG-IX.
           MOVE DL100-CHG-WANT TO DL100-CHG-NAME(DL100-CHG-IX).
           MOVE "N" TO DL100-CHG-BORN(DL100-CHG-IX).
           MOVE "N" TO DL100-CHG-RETIRED(DL100-CHG-IX).
           MOVE "N" TO DL100-CHG-RENAMED(DL100-CHG-IX).
           MOVE "N" TO DL100-CHG-EMITTED(DL100-CHG-IX).
           SET DL100-CHG-FOUND TO TRUE.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-FIND-CHANGED-MODULE - LOCATE DL100-CHG-WANT IN THE     *
      *    CHANGED-MODULE TABLE, LEAVING DL100-CHG-IX ON IT.           *
      *----------------------------------------------------------------*
       2500-FIND-CHANGED-MODULE.
           SET DL100-CHG-NOT-FOUND TO TRUE.
           PERFORM 2510-TEST-ONE-CHANGED THRU 2510-EXIT
               VARYING DL100-CHG-IX FROM 1 BY 1
               UNTIL DL100-CHG-IX > DL100-CHG-COUNT
               OR DL100-CHG-FOUND.
           IF DL100-CHG-FOUND
               SUBTRACT 1 FROM DL100-CHG-IX
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2510-TEST-ONE-CHANGED - COMPARE ONE TABLE ENTRY.            *
      *----------------------------------------------------------------*
       2510-TEST-ONE-CHANGED.
           IF DL100-CHG-NAME(DL100-CHG-IX) = DL100-CHG-WANT
               SET DL100-CHG-FOUND TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-WRITE-HEADERS - ONE HEADER ON EACH FILE.  THE DELTA    *
      *    HEADER ALSO CARRIES THE STAMP IT RUNS FROM (BLANK ON THE    *
      *    FIRST EXTRACT).                                             *
      *----------------------------------------------------------------*
       3000-WRITE-HEADERS.
           MOVE SPACES TO CMDB-RECORD.
           SET CMDB-HEADER TO TRUE.
           SET CMDB-FULL-FILE TO TRUE.
           MOVE DL100-TIMESTAMP-OUT TO CMDB-EXTRACT-STAMP.
           PERFORM 7000-WRITE-FULL THRU 7000-EXIT.

           SET CMDB-DELTA-FILE TO TRUE.
           MOVE DL100-SINCE-STAMP TO CMDB-SINCE-STAMP.
           PERFORM 7100-WRITE-DELTA THRU 7100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-EXPORT-ONE-ENTRY - ONE CATALOG ENTRY TO THE FULL FILE, *
      *    AND TO THE DELTA IF IT CHANGED SINCE THE LAST GOOD EXTRACT. *
      *----------------------------------------------------------------*
       4000-EXPORT-ONE-ENTRY.
           READ MODULE-CATALOG
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           PERFORM 4100-BUILD-DETAIL THRU 4100-EXIT.
           SET CMDB-ACT-CURRENT TO TRUE.
           PERFORM 7000-WRITE-FULL THRU 7000-EXIT.
           ADD 1 TO DL100-FULL-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.

           IF DL100-FIRST-EXTRACT
               SET CMDB-ACT-ADD TO TRUE
               PERFORM 7100-WRITE-DELTA THRU 7100-EXIT
               ADD 1 TO DL100-ADD-COUNT
               GO TO 4000-EXIT
           END-IF.

           MOVE CAT-MODULE-NAME TO DL100-CHG-WANT.
           PERFORM 2500-FIND-CHANGED-MODULE THRU 2500-EXIT.
           IF DL100-CHG-NOT-FOUND
               GO TO 4000-EXIT
           END-IF.
           MOVE "Y" TO DL100-CHG-EMITTED(DL100-CHG-IX).

           EVALUATE TRUE
               WHEN DL100-CHG-RETIRED(DL100-CHG-IX) = "Y"
                   AND CAT-STATUS-DECOMMED
                   SET CMDB-ACT-RETIRE TO TRUE
                   ADD 1 TO DL100-RETIRE-COUNT
               WHEN DL100-CHG-BORN(DL100-CHG-IX) = "Y"
                   SET CMDB-ACT-ADD TO TRUE
                   ADD 1 TO DL100-ADD-COUNT
               WHEN OTHER
                   SET CMDB-ACT-CHANGE TO TRUE
                   ADD 1 TO DL100-CHANGE-COUNT
           END-EVALUATE.
           PERFORM 7100-WRITE-DELTA THRU 7100-EXIT.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-BUILD-DETAIL - ONE DETAIL FROM THE CATALOG ENTRY, THE  *
      *    TEAM FULL NAME AND THE PROVIDER LIST.                       *
      *----------------------------------------------------------------*
       4100-BUILD-DETAIL.
           MOVE SPACES TO CMDB-RECORD.
           SET CMDB-DETAIL TO TRUE.
           MOVE CAT-MODULE-NAME   TO CMDB-MODULE-NAME.
           MOVE CAT-OWNING-TEAM   TO CMDB-OWNING-TEAM.
           MOVE CAT-MODULE-TYPE   TO CMDB-MODULE-TYPE.
           MOVE CAT-STATUS        TO CMDB-STATUS.
           MOVE 0 TO CMDB-CREATE-DATE.
           IF CAT-CREATE-DATE IS NUMERIC
               MOVE CAT-CREATE-DATE TO CMDB-CREATE-DATE
           END-IF.
           MOVE 0 TO CMDB-DECOM-DATE.
           IF CAT-DECOM-DATE IS NUMERIC
               MOVE CAT-DECOM-DATE TO CMDB-DECOM-DATE
           END-IF.

           MOVE "N" TO CMDB-IN-DEV.
           MOVE "N" TO CMDB-IN-QA.
           MOVE "N" TO CMDB-IN-PROD.
           IF CAT-STATUS-ACTIVE
               MOVE "Y" TO CMDB-IN-DEV
           END-IF.
           IF CAT-IN-QA
               MOVE "Y" TO CMDB-IN-QA
           END-IF.
           IF CAT-IN-PROD
               MOVE "Y" TO CMDB-IN-PROD
           END-IF.

           SET DL100-TEAM-UNKNOWN TO TRUE.
           PERFORM 4110-TEST-ONE-TEAM THRU 4110-EXIT
               VARYING DL100-TEAM-IX FROM 1 BY 1
               UNTIL DL100-TEAM-IX > DL100-TEAM-COUNT
               OR DL100-TEAM-KNOWN.

           MOVE 0 TO DL100-PROV-COUNT.
           PERFORM 4120-TEST-ONE-EDGE THRU 4120-EXIT
               VARYING DL100-EDGE-IX FROM 1 BY 1
               UNTIL DL100-EDGE-IX > DL100-EDGE-COUNT.
           MOVE DL100-PROV-COUNT TO CMDB-PROVIDER-COUNT.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4110-TEST-ONE-TEAM - TAKE THE FULL NAME IF THIS IS THE      *
      *    OWNING TEAM.                                                *
      *----------------------------------------------------------------*
       4110-TEST-ONE-TEAM.
           IF DL100-TM-NAME(DL100-TEAM-IX) = CAT-OWNING-TEAM
               SET DL100-TEAM-KNOWN TO TRUE
               MOVE DL100-TM-FULL-NAME(DL100-TEAM-IX)
                   TO CMDB-TEAM-FULL-NAME
           END-IF.
       4110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4120-TEST-ONE-EDGE - COUNT A PROVIDER OF THE ENTRY, AND     *
      *    LIST IT WHILE THERE IS ROOM.                                *
      *----------------------------------------------------------------*
       4120-TEST-ONE-EDGE.
           IF DL100-EDGE-DEPENDENT(DL100-EDGE-IX) NOT = CAT-MODULE-NAME
               GO TO 4120-EXIT
           END-IF.

           IF DL100-PROV-COUNT >= 999
               GO TO 4120-EXIT
           END-IF.

           ADD 1 TO DL100-PROV-COUNT.
           IF DL100-PROV-COUNT NOT > 20
               MOVE DL100-EDGE-PROVIDER(DL100-EDGE-IX)
                   TO CMDB-PROVIDER(DL100-PROV-COUNT)
           END-IF.
       4120-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-WRITE-NAME-RETIREMENT - A CHANGED NAME THE CATALOG     *
      *    PASS NEVER MET IS NO LONGER CATALOGED - RENAMED AWAY, AS A  *
      *    RULE.  THE CMDB GETS A RETIRE CARRYING THE NAME ONLY.       *
      *----------------------------------------------------------------*
       5000-WRITE-NAME-RETIREMENT.
           IF DL100-CHG-EMITTED(DL100-CHG-IX) = "Y"
               GO TO 5000-EXIT
           END-IF.

           MOVE SPACES TO CMDB-RECORD.
           SET CMDB-DETAIL TO TRUE.
           SET CMDB-ACT-RETIRE TO TRUE.
           MOVE DL100-CHG-NAME(DL100-CHG-IX) TO CMDB-MODULE-NAME.
           IF DL100-CHG-RENAMED(DL100-CHG-IX) = "Y"
               MOVE "RENAMED" TO CMDB-STATUS
           ELSE
               MOVE "UNCATALOGED" TO CMDB-STATUS
           END-IF.
           MOVE 0   TO CMDB-CREATE-DATE.
           MOVE 0   TO CMDB-DECOM-DATE.
           MOVE "N" TO CMDB-IN-DEV.
           MOVE "N" TO CMDB-IN-QA.
           MOVE "N" TO CMDB-IN-PROD.
           MOVE 0   TO CMDB-PROVIDER-COUNT.
           PERFORM 7100-WRITE-DELTA THRU 7100-EXIT.
           ADD 1 TO DL100-RETIRE-COUNT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-WRITE-TRAILERS - DETAIL COUNT AND COUNT PER ACTION ON  *
      *    EACH FILE.  A FILE WITHOUT ITS TRAILER IS NEVER FILED.      *
      *----------------------------------------------------------------*
       6000-WRITE-TRAILERS.
           IF DL100-RUN-ABORTED
               GO TO 6000-EXIT
           END-IF.

           COMPUTE DL100-DELTA-COUNT = DL100-ADD-COUNT
               + DL100-CHANGE-COUNT + DL100-RETIRE-COUNT.

           MOVE SPACES TO CMDB-RECORD.
           SET CMDB-TRAILER TO TRUE.
           MOVE DL100-FULL-COUNT TO CMDB-DETAIL-COUNT.
           MOVE 0 TO CMDB-ADD-COUNT.
           MOVE 0 TO CMDB-CHANGE-COUNT.
           MOVE 0 TO CMDB-RETIRE-COUNT.
           PERFORM 7000-WRITE-FULL THRU 7000-EXIT.

           MOVE DL100-DELTA-COUNT  TO CMDB-DETAIL-COUNT.
           MOVE DL100-ADD-COUNT    TO CMDB-ADD-COUNT.
           MOVE DL100-CHANGE-COUNT TO CMDB-CHANGE-COUNT.
           MOVE DL100-RETIRE-COUNT TO CMDB-RETIRE-COUNT.
           PERFORM 7100-WRITE-DELTA THRU 7100-EXIT.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-WRITE-FULL - WRITE CMDB-RECORD TO THE FULL FILE.       *
      *----------------------------------------------------------------*
       7000-WRITE-FULL.
           WRITE CMDB-RECORD.
           IF DL100-FULL-STATUS NOT = "00"
               DISPLAY "Full extract write failed - status "
                       DL100-FULL-STATUS
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7100-WRITE-DELTA - WRITE CMDB-RECORD TO THE DELTA FILE.     *
      *----------------------------------------------------------------*
       7100-WRITE-DELTA.
           WRITE DELTA-LINE FROM CMDB-RECORD.
           IF DL100-DELTA-STATUS NOT = "00"
               DISPLAY "Delta extract write failed - status "
                       DL100-DELTA-STATUS
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FILE-EXTRACT - RENAME BOTH FINISHED WORK FILES TO      *
      *    THEIR INTERFACE NAMES, THEN ADVANCE THE CONTROL RECORD.  A  *
      *    FAILED RUN DROPS ITS WORK FILES AND LEAVES THE LAST GOOD    *
      *    FILES AND CONTROL RECORD AS THEY WERE.                      *
      *----------------------------------------------------------------*
       8000-FILE-EXTRACT.
           IF DL100-RUN-ABORTED
               MOVE SPACES TO CMD
               MOVE "rm -f MODCMDBFNEW MODCMDBDNEW" TO CMD
               CALL "SYSTEM" USING CMD
               MOVE 0 TO RETURN-CODE
               DISPLAY "CMDB extract FAILED - last good extract and "
                       "control stamp left as they were."
               GO TO 8000-EXIT
           END-IF.

           MOVE SPACES TO CMD.
           MOVE "mv MODCMDBFNEW MODCMDBF && mv MODCMDBDNEW MODCMDBD"
               TO CMD.
           CALL "SYSTEM" USING CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to file the extract as MODCMDBF and "
                       "MODCMDBD - control stamp not advanced."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 8000-EXIT
           END-IF.

           OPEN OUTPUT EXTRACT-CONTROL.
           IF DL100-CTL-STATUS NOT = "00"
               DISPLAY "Unable to rewrite control file - MODCMDBC - "
                       "next delta will repeat this one."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 8000-EXIT
           END-IF.
           MOVE SPACES TO CMDC-RECORD.
           MOVE DL100-TIMESTAMP-OUT TO CMDC-LAST-STAMP.
           MOVE DL100-FULL-COUNT    TO CMDC-FULL-COUNT.
           MOVE DL100-DELTA-COUNT   TO CMDC-DELTA-COUNT.
           MOVE DL100-HIST-COUNT    TO CMDC-HIST-COUNT.
           MOVE DL100-AUDIT-SEQ     TO CMDC-AUDIT-SEQ.
           WRITE CMDC-RECORD.
           IF DL100-CTL-STATUS NOT = "00"
               DISPLAY "Unable to rewrite control file - MODCMDBC - "
                       "next delta will repeat this one."
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
           CLOSE EXTRACT-CONTROL.

           MOVE DL100-FULL-COUNT   TO DL100-FULL-COUNT-OUT.
           MOVE DL100-DELTA-COUNT  TO DL100-DELTA-COUNT-OUT.
           MOVE DL100-ADD-COUNT    TO DL100-ADD-COUNT-OUT.
           MOVE DL100-CHANGE-COUNT TO DL100-CHANGE-COUNT-OUT.
           MOVE DL100-RETIRE-COUNT TO DL100-RETIRE-COUNT-OUT.
           DISPLAY " ".
           DISPLAY "CMDB Extract".
           DISPLAY "============".
           DISPLAY "Extract stamp:    " DL100-TIMESTAMP-OUT.
           IF DL100-FIRST-EXTRACT
               DISPLAY "Delta from:       (first extract)"
           ELSE
               DISPLAY "Delta from:       " DL100-SINCE-STAMP
           END-IF.
           DISPLAY "Full file:        MODCMDBF " DL100-FULL-COUNT-OUT.
           DISPLAY "Delta file:       MODCMDBD " DL100-DELTA-COUNT-OUT.
           DISPLAY "  Added:                   " DL100-ADD-COUNT-OUT.
           DISPLAY "  Changed:                 " DL100-CHANGE-COUNT-OUT.
           DISPLAY "  Retired:                 " DL100-RETIRE-COUNT-OUT.
       8000-EXIT.
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
           MOVE "CMDB-EXPORT"         TO RUN-PROGRAM-ID.
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
           MOVE "CMDB-EXPORT"         TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE FILES, FILE OR DROP THE EXTRACT AND  *
      *    RELEASE THE LOCK.                                           *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-CATALOG-OPEN
               CLOSE MODULE-CATALOG
           END-IF.
           IF DL100-FULL-OPEN
               CLOSE CMDB-FULL
           END-IF.
           IF DL100-DELTA-OPEN
               CLOSE CMDB-DELTA
           END-IF.
           PERFORM 8000-FILE-EXTRACT THRU 8000-EXIT.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
