      ******************************************************************
      *
      *    PROGRAM-ID.  CATALOG-BACKUP
      *    AUTHOR.      D. LAMBERT
      *    INSTALLATION. THEMADDOGTMDG - PLATFORM ENGINEERING
      *    DATE-WRITTEN. 2026-10-15
      *    DATE-COMPILED.
      *
      *    REMARKS.
      *        NIGHTLY CATALOG BACKUP.  UNLOADS THE MODULE CATALOG
      *        (MODCAT) IN KEY ORDER TO A DATED SEQUENTIAL SNAPSHOT,
      *        MODCATBKYYYYMMDD, LAID OUT BY MODSNAP.CPY - A HEADER
      *        CARRYING THE STAMP THE UNLOAD WAS TAKEN AT, ONE DETAIL
      *        PER CATALOG ENTRY AND A TRAILER WITH THE RECORD COUNT
      *        AND A CONTROL TOTAL OF EVERY CAT-CREATE-DATE.
      *        THE UNLOAD RUNS UNDER THE SUITE UPDATE LOCK (MODLOCK)
      *        SO NO LIFECYCLE PROGRAM CAN CHANGE THE CATALOG WHILE
      *        IT IS BEING COPIED.  THE HEADER ALSO CARRIES THE COUNT
      *        OF MODHIST RECORDS ON FILE, TAKEN UNDER THE SAME LOCK -
      *        EVERY HISTORY RECORD PAST THAT COUNT IS THEREFORE A
      *        CHANGE THE SNAPSHOT DOES NOT HOLD, WHICH IS WHAT
      *        CATALOG-RECOVER RELIES ON WHEN IT ROLLS FORWARD.
      *        THE SNAPSHOT IS BUILT IN MODCATBKNEW AND ONLY RENAMED
      *        TO ITS DATED NAME ONCE THE TRAILER IS WRITTEN, SO A
      *        FAILED RUN NEVER REPLACES A GOOD SNAPSHOT.  A SECOND
      *        RUN ON THE SAME DAY REPLACES THAT DAY'S SNAPSHOT.
      *        RETURN-CODE 8 WHEN THE LOCK CANNOT BE HAD, THE CATALOG
      *        OR HISTORY CANNOT BE READ OR THE SNAPSHOT CANNOT BE
      *        WRITTEN.
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
      *    2026-10-15 DL100 THE HEADER NOW CARRIES THE MODHIST RECORD
      *                     COUNT AT UNLOAD TIME, AND THE TAKEN STAMP
      *                     THE TRUE HHMMSS (THE OLD ACCEPT FROM TIME
      *                     INTO SIX DIGITS KEPT MMSSHH).  AN
      *                     UNREADABLE MODHIST ABORTS THE BACKUP.
      *    2026-10-15 DL100 THE RUN TOTALS NOW SHOW THE HISTORY RECORD
      *                     COUNT AND THE ENTRIES UNLOADED EACH UNDER
      *                     ITS OWN LABEL, IN FULL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODULE-CATALOG ASSIGN TO "MODCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-MODULE-NAME
               FILE STATUS IS DL100-CATALOG-STATUS.

           SELECT CATALOG-HISTORY ASSIGN TO "MODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.

           SELECT CATALOG-SNAPSHOT ASSIGN TO "MODCATBKNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SNAP-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-CATALOG.
       COPY "modcat.cpy".

       FD  CATALOG-HISTORY
           RECORD CONTAINS 137 CHARACTERS.
       COPY "modhist.cpy".

       FD  CATALOG-SNAPSHOT
           RECORD CONTAINS 100 CHARACTERS.
       COPY "modsnap.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-CATALOG-STATUS        PIC X(02).
       77  DL100-SNAP-STATUS           PIC X(02).
       77  DL100-HISTORY-STATUS        PIC X(02).
       77  DL100-HIST-COUNT            PIC 9(09) COMP VALUE 0.
       77  DL100-RECORD-COUNT          PIC 9(07) COMP VALUE 0.
       77  DL100-RECORD-COUNT-OUT      PIC Z(06)9.
       77  DL100-HIST-COUNT-OUT        PIC Z(08)9.
       77  DL100-CONTROL-TOTAL         PIC 9(15) VALUE 0.
       77  DL100-CONTROL-TOTAL-OUT     PIC Z(14)9.

       01  CMD                         PIC X(400).

       01  DL100-CATALOG-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-CATALOG-EOF                  VALUE "Y".
           88  DL100-CATALOG-NOT-EOF              VALUE "N".

       01  DL100-ABORT-SW              PIC X(01) VALUE "N".
           88  DL100-RUN-ABORTED                  VALUE "Y".
           88  DL100-RUN-NOT-ABORTED              VALUE "N".

       01  DL100-HISTORY-EOF-SW        PIC X(01) VALUE "N".
           88  DL100-HISTORY-EOF                  VALUE "Y".
           88  DL100-HISTORY-NOT-EOF              VALUE "N".

       01  DL100-CATALOG-OPEN-SW       PIC X(01) VALUE "N".
           88  DL100-CATALOG-OPEN                 VALUE "Y".
           88  DL100-CATALOG-NOT-OPEN             VALUE "N".

       01  DL100-SNAP-OPEN-SW          PIC X(01) VALUE "N".
           88  DL100-SNAP-OPEN                    VALUE "Y".
           88  DL100-SNAP-NOT-OPEN                VALUE "N".

      *---------------------------------------------------------------*
      *    SNAPSHOT NAME - MODCATBK PLUS THE RUN DATE.                *
      *---------------------------------------------------------------*
       01  DL100-SNAP-NAME-BUILD.
           05  FILLER                  PIC X(08) VALUE "MODCATBK".
           05  DL100-SN-DATE           PIC 9(08).

      *---------------------------------------------------------------*
      *    SUITE UPDATE LOCK - HELD FOR THE WHOLE UNLOAD SO THE       *
      *    SNAPSHOT IS ONE CONSISTENT POINT IN TIME.                  *
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
           PERFORM 1100-COUNT-HISTORY THRU 1100-EXIT.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 1900-OPEN-FILES THRU 1900-EXIT
           END-IF.
           IF DL100-RUN-NOT-ABORTED
               PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
               PERFORM 3000-UNLOAD-ONE-ENTRY THRU 3000-EXIT
                   UNTIL DL100-CATALOG-EOF OR DL100-RUN-ABORTED
               PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           IF DL100-RUN-ABORTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE - FIX THE SNAPSHOT STAMP AND DATED NAME.    *
      *    TAKEN ONLY ONCE THE LOCK IS HELD, SO NOTHING STAMPED LATER  *
      *    IN MODHIST CAN ALREADY BE IN THE SNAPSHOT.                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
                  DELIMITED BY SIZE
                  INTO DL100-TIMESTAMP-OUT
           END-STRING.

           MOVE DL100-CD-YYYYMMDD TO DL100-SN-DATE.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-COUNT-HISTORY - COUNT THE MODHIST RECORDS ON FILE.     *
      *    TAKEN UNDER THE LOCK, SO THE COUNT MARKS EXACTLY WHERE THE  *
      *    SNAPSHOT STANDS IN THE HISTORY.  NO HISTORY FILE YET IS A   *
      *    COUNT OF ZERO; ONE THAT CANNOT BE READ ABORTS THE RUN - A   *
      *    SNAPSHOT WITH A WRONG POSITION WOULD REPLAY THE WRONG       *
      *    CHANGES.                                                    *
      *----------------------------------------------------------------*
       1100-COUNT-HISTORY.
           MOVE 0 TO DL100-HIST-COUNT.
           OPEN INPUT CATALOG-HISTORY.
           IF DL100-HISTORY-STATUS = "35"
               GO TO 1100-EXIT
           END-IF.
           IF DL100-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to read catalog history - MODHIST - "
                       "status " DL100-HISTORY-STATUS
                       " - no snapshot taken."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1100-EXIT
           END-IF.

           SET DL100-HISTORY-NOT-EOF TO TRUE.
           PERFORM 1110-COUNT-ONE-HISTORY THRU 1110-EXIT
               UNTIL DL100-HISTORY-EOF.
           CLOSE CATALOG-HISTORY.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1110-COUNT-ONE-HISTORY - READ AND COUNT ONE RECORD.         *
      *----------------------------------------------------------------*
       1110-COUNT-ONE-HISTORY.
           READ CATALOG-HISTORY
               AT END
                   SET DL100-HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO DL100-HIST-COUNT
           END-READ.
       1110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1050-TAKE-UPDATE-LOCK - TAKE THE SUITE-WIDE UPDATE LOCK BY  *
      *    CREATING THE MODLOCK DIRECTORY - THE MKDIR EITHER CREATES   *
      *    IT OR FAILS, SO TWO RUNS CANNOT BOTH WIN.  A HELD LOCK IS   *
      *    RETRIED A FEW TIMES, THEN THE RUN GIVES UP WITH A CLEAR     *
      *    MESSAGE AND RETURN-CODE 8 SO NO SNAPSHOT IS TAKEN WHILE     *
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
                   "run - giving up, no snapshot taken.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1900-OPEN-FILES - THE CATALOG FOR SEQUENTIAL READING AND    *
      *    THE SNAPSHOT WORK FILE FOR OUTPUT.  EITHER FAILING ABORTS   *
      *    THE RUN - AN EMPTY SNAPSHOT OF A MISSING CATALOG WOULD BE   *
      *    WORSE THAN NONE.                                            *
      *----------------------------------------------------------------*
       1900-OPEN-FILES.
           OPEN INPUT MODULE-CATALOG.
           IF DL100-CATALOG-STATUS NOT = "00"
               DISPLAY "Unable to open module catalog - MODCAT - "
                       "no snapshot taken."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1900-EXIT
           END-IF.
           SET DL100-CATALOG-OPEN TO TRUE.

           OPEN OUTPUT CATALOG-SNAPSHOT.
           IF DL100-SNAP-STATUS NOT = "00"
               DISPLAY "Unable to open snapshot work file - "
                       "MODCATBKNEW - no snapshot taken."
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 1900-EXIT
           END-IF.
           SET DL100-SNAP-OPEN TO TRUE.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-WRITE-HEADER - ONE HEADER RECORD CARRYING THE STAMP    *
      *    THE UNLOAD WAS TAKEN AT AND THE MODHIST COUNT.              *
      *----------------------------------------------------------------*
       2000-WRITE-HEADER.
           MOVE SPACES TO SNAP-RECORD.
           SET SNAP-HEADER TO TRUE.
           MOVE DL100-TIMESTAMP-OUT TO SNAP-TAKEN-STAMP.
           MOVE DL100-HIST-COUNT    TO SNAP-HIST-COUNT.
           WRITE SNAP-RECORD.
           IF DL100-SNAP-STATUS NOT = "00"
               DISPLAY "Snapshot header could not be written - "
                       "status " DL100-SNAP-STATUS
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-UNLOAD-ONE-ENTRY - COPY ONE CATALOG ENTRY TO THE       *
      *    SNAPSHOT AND ROLL IT INTO THE COUNT AND CONTROL TOTAL.      *
      *----------------------------------------------------------------*
       3000-UNLOAD-ONE-ENTRY.
           READ MODULE-CATALOG
               AT END
                   SET DL100-CATALOG-EOF TO TRUE
           END-READ.

           IF DL100-CATALOG-EOF
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           MOVE SPACES TO SNAP-RECORD.
           SET SNAP-DETAIL TO TRUE.
           MOVE CAT-RECORD TO SNAP-DATA.
           WRITE SNAP-RECORD.
           IF DL100-SNAP-STATUS NOT = "00"
               DISPLAY "Snapshot write failed at " CAT-MODULE-NAME
                       " - status " DL100-SNAP-STATUS
               ADD 1 TO DL100-RUN-REJECTED
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO DL100-RECORD-COUNT.
           ADD 1 TO DL100-RUN-PROCESSED.
           IF CAT-CREATE-DATE IS NUMERIC
               ADD CAT-CREATE-DATE TO DL100-CONTROL-TOTAL
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-WRITE-TRAILER - RECORD COUNT AND CONTROL TOTAL.  A     *
      *    SNAPSHOT WITHOUT ITS TRAILER IS NEVER RELOADED.             *
      *----------------------------------------------------------------*
       4000-WRITE-TRAILER.
           IF DL100-RUN-ABORTED
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES TO SNAP-RECORD.
           SET SNAP-TRAILER TO TRUE.
           MOVE DL100-RECORD-COUNT  TO SNAP-RECORD-COUNT.
           MOVE DL100-CONTROL-TOTAL TO SNAP-CONTROL-TOTAL.
           WRITE SNAP-RECORD.
           IF DL100-SNAP-STATUS NOT = "00"
               DISPLAY "Snapshot trailer could not be written - "
                       "status " DL100-SNAP-STATUS
               SET DL100-RUN-ABORTED TO TRUE
           END-IF.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FILE-SNAPSHOT - RENAME THE FINISHED WORK FILE TO ITS   *
      *    DATED NAME AND REPORT THE CONTROLS, OR DROP THE WORK FILE   *
      *    OF A FAILED RUN SO IT CANNOT BE MISTAKEN FOR A SNAPSHOT.    *
      *----------------------------------------------------------------*
       8000-FILE-SNAPSHOT.
           IF DL100-RUN-ABORTED
               MOVE SPACES TO CMD
               MOVE "rm -f MODCATBKNEW" TO CMD
               CALL "SYSTEM" USING CMD
               DISPLAY "Catalog backup FAILED - previous snapshots "
                       "left as they were."
               GO TO 8000-EXIT
           END-IF.

           MOVE SPACES TO CMD
           STRING "mv MODCATBKNEW " DELIMITED BY SIZE
                  DL100-SNAP-NAME-BUILD DELIMITED BY SIZE
                  INTO CMD
           END-STRING
           CALL "SYSTEM" USING CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "Unable to file snapshot as "
                       DL100-SNAP-NAME-BUILD
               SET DL100-RUN-ABORTED TO TRUE
               GO TO 8000-EXIT
           END-IF.

           MOVE DL100-CONTROL-TOTAL TO DL100-CONTROL-TOTAL-OUT.
           DISPLAY " ".
           DISPLAY "Catalog Backup".
           DISPLAY "==============".
           DISPLAY "Snapshot file:   " DL100-SNAP-NAME-BUILD.
           DISPLAY "Taken at:        " DL100-TIMESTAMP-OUT.
           MOVE DL100-HIST-COUNT TO DL100-HIST-COUNT-OUT.
           DISPLAY "History records: " DL100-HIST-COUNT-OUT.
           MOVE DL100-RECORD-COUNT TO DL100-RECORD-COUNT-OUT.
           DISPLAY "Entries unloaded:" DL100-RECORD-COUNT-OUT.
           DISPLAY "Control total:   " DL100-CONTROL-TOTAL-OUT.
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
           MOVE "CATALOG-BACKUP"      TO RUN-PROGRAM-ID.
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
           MOVE "CATALOG-BACKUP"      TO RUN-PROGRAM-ID.
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
      *    9000-TERMINATE - CLOSE FILES, FILE OR DROP THE SNAPSHOT     *
      *    AND RELEASE THE LOCK.                                       *
      *----------------------------------------------------------------*
       9000-TERMINATE.
           IF DL100-CATALOG-OPEN
               CLOSE MODULE-CATALOG
           END-IF.
           IF DL100-SNAP-OPEN
               CLOSE CATALOG-SNAPSHOT
           END-IF.
           PERFORM 8000-FILE-SNAPSHOT THRU 8000-EXIT.
           PERFORM 8900-RELEASE-UPDATE-LOCK THRU 8900-EXIT.
       9000-EXIT.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
