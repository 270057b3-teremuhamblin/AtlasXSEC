      *                     HOLDING MODLOCK AND FAILING EVERY OTHER
      *                     RUN, INCLUDING THE OVERNIGHT QUEUE DRAIN,
      *                     OUT WITH RETURN-CODE 8.
      *    2026-10-15 DL100 STARTER FILE CONTENT NOW COMES FROM THE
      *                     VERSIONED SCAFFOLD TEMPLATE FILE (MODTMPL)
      *                     FOR THE MODULE TYPE - THE CURRENT VERSION
      *                     IS USED AND RECORDED IN THE SCAFFOLD
      *                     VERSION REGISTER (MODSCAF) AND ON THE
      *                     CREATE AUDIT ENTRY.  A TYPE WITH NO
      *                     TEMPLATE ON FILE GETS THE BUILT-IN
      *                     SCAFFOLD, RECORDED AS VERSION 0000.
      *    2026-10-15 DL100 EVERY RUN NOW APPENDS A START AND AN END
      *                     RECORD TO THE SUITE RUN CONTROL LOG
      *                     (MODRUNLOG) - OPERATOR, START AND END
      *                     TIMES, RECORDS READ, PROCESSED AND
      *                     REJECTED AND THE FINAL RETURN-CODE - FOR
      *                     THE MORNING OPERATIONS SUMMARY.
      *                     A RUN THAT GIVES UP WAITING ON MODLOCK
      *                     IS LOGGED WITH OUTCOME LOCKED.
      *    2026-10-15 DL100 THE CREATE NOW WRITES OWNING-TEAM AND
      *                     MODULE-TYPE HISTORY RECORDS BESIDE THE
      *                     STATUS ONE, SO A CATALOG RECOVERY CAN
      *                     REBUILD THE ENTRY FROM MODHIST ALONE.
      *                     A TEMPLATE VERSION WITHOUT POM, README AND
      *                     PKGINFO LINES, OR A STARTER FILE THAT WILL
      *                     NOT OPEN OR WRITE OR COMES OUT EMPTY, NOW
      *                     FAILS THE MODULE WITH THE REASON.  STAMPS
      *                     NOW CARRY THE TRUE HHMMSS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREATE-MODULE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-NOTIFY-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "MODTMPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TMPL-STATUS.

           SELECT SCAFFOLD-REGISTER ASSIGN TO "MODSCAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCAF-STATUS.

           SELECT RUN-CONTROL-LOG ASSIGN TO "MODRUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODULE-AUDIT-LOG
       COPY "modparm.cpy".

       FD  OPERATOR-MASTER
           RECORD CONTAINS 23 CHARACTERS.
       COPY "modopr.cpy".

       FD  SCAFFOLD-OUT
           RECORD CONTAINS 78 CHARACTERS.
       COPY "modteam.cpy".

       FD  TEMPLATE-FILE
           RECORD CONTAINS 173 CHARACTERS.
       COPY "modtmpl.cpy".

       FD  SCAFFOLD-REGISTER
           RECORD CONTAINS 76 CHARACTERS.
       COPY "modscaf.cpy".

       FD  RUN-CONTROL-LOG
           RECORD CONTAINS 117 CHARACTERS.
       COPY "modrunl.cpy".

       WORKING-STORAGE SECTION.
       77  DL100-AUDIT-STATUS          PIC X(02).
       77  DL100-REQUEST-STATUS        PIC X(02).
       77  DL100-PKG-COUNT             PIC 9(03) COMP VALUE 3.
       77  DL100-PKG-IX                PIC 9(03) COMP.

      *---------------------------------------------------------------*
      *    SCAFFOLD TEMPLATES - EVERY MODTMPL LINE, LOADED ONCE, AND  *
      *    THE VERSION PICKED FOR THE MODULE IN HAND (ZERO MEANS NO   *
      *    TEMPLATE FOR THE TYPE - THE BUILT-IN SCAFFOLD IS WRITTEN). *
      *    THE RENDER AREA IS TEN BYTES LONGER THAN THE TEXT SO A     *
      *    PLACEHOLDER TEST NEAR THE END NEVER RUNS OFF IT.           *
      *---------------------------------------------------------------*
       77  DL100-TMPL-STATUS           PIC X(02).
       77  DL100-SCAF-STATUS           PIC X(02).

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

       01  DL100-WRITE-FAIL-SW         PIC X(01) VALUE "N".
           88  DL100-WRITE-FAILED                 VALUE "Y".
           88  DL100-WRITE-NOT-FAILED             VALUE "N".
       77  DL100-LINES-WRITTEN         PIC 9(05) COMP VALUE 0.

       01  DL100-CREATE-DETAIL.
           05  FILLER                  PIC X(26)
               VALUE "SCAFFOLD TEMPLATE VERSION ".
           05  DL100-CR-VERSION        PIC 9(04).
           05  FILLER                  PIC X(34) VALUE SPACES.

      *---------------------------------------------------------------*
      *    PROVISIONING VERIFICATION - SET WHEN A JUST-BUILT MODULE   *
      *    FAILS ITS ON-DISK RE-CHECK, WITH THE STEP THAT FAILED.     *
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
           IF DL100-NO-TEAM-MASTER
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           PERFORM 1900-OPEN-FILES THRU 1900-EXIT.
           PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
           IF DL100-NOT-AUTHORIZED
               ADD 1 TO DL100-RUN-REJECTED
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           IF DL100-BATCH-MODE
               PERFORM 2500-BATCH-RUN THRU 2500-EXIT
           ELSE
               ADD 1 TO DL100-RUN-READ
               PERFORM 3000-PROCESS-MODULE THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           DISPLAY "Update lock MODLOCK is still held by another "
                   "run - giving up, nothing updated.".
           SET DL100-RUN-LOCK-GAVE-UP TO TRUE.
       1050-EXIT.
           EXIT.

               OR DL100-NOTIFY-STATUS = "35"
               OPEN OUTPUT NOTIFY-OUTBOX
           END-IF.

           OPEN EXTEND SCAFFOLD-REGISTER.
           IF DL100-SCAF-STATUS = "05"
               OR DL100-SCAF-STATUS = "35"
               OPEN OUTPUT SCAFFOLD-REGISTER
           END-IF.

           PERFORM 1950-LOAD-TEMPLATES THRU 1950-EXIT.
       1900-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1950-LOAD-TEMPLATES - EVERY SCAFFOLD TEMPLATE LINE INTO THE *
      *    TABLE.  NO TEMPLATE FILE MEANS EVERY TYPE GETS THE BUILT-IN *
      *    SCAFFOLD.                                                   *
      *----------------------------------------------------------------*
       1950-LOAD-TEMPLATES.
           MOVE 0 TO DL100-TMPL-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF DL100-TMPL-STATUS NOT = "00"
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
      *    1200-CHECK-AUTHORITY - VALIDATE THE OPERATOR AGAINST THE    *
      *    OPERATOR MASTER AND CONFIRM THE CREATE ACTION IS
      *----------------------------------------------------------------*
       1300-WRITE-DENIED-AUDIT.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
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
      *    1700-OPEN-FAIL-FILE - START THIS RUN'S EXCEPTION FILE.     *
      *    ONLY A LIVE PROVISIONING PASS GETS HERE - A DENIED OR DRY  *
           IF DL100-REQUEST-EOF
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO DL100-RUN-READ.

           MOVE SPACES TO MODULE-NAME.
           MOVE REQ-MODULE-NAME TO MODULE-NAME.
           PERFORM 3100-VALIDATE-MODULE-NAME THRU 3100-EXIT.
           IF DL100-INVALID-NAME
               DISPLAY "Skipping invalid module name: " MODULE-NAME
               ADD 1 TO DL100-RUN-REJECTED
               GO TO 2620-EXIT
           END-IF.

       3000-PROCESS-MODULE.
           SET DL100-PROV-NOT-FAILED TO TRUE.
           PERFORM 1600-SET-TYPE-PROFILE THRU 1600-EXIT.
           PERFORM 1650-PICK-TEMPLATE-VERSION THRU 1650-EXIT.
           PERFORM 3200-CHECK-MODULE-EXISTS THRU 3200-EXIT.
           IF DL100-MODULE-EXISTS AND DL100-CATALOG-HIT
               DISPLAY "Module already exists: " MODULE-NAME
               SET DL100-PROV-NOT-FAILED TO TRUE
           END-IF.

      *    A TEMPLATE VERSION MISSING ONE OF THE STARTER FILES WOULD
      *    LEAVE THAT FILE EMPTY, SO NOTHING IS BUILT FROM IT.
           IF DL100-TMPL-INCOMPLETE
               SET DL100-PROV-FAILED TO TRUE
               MOVE DL100-TMPL-REASON TO DL100-FAILED-STEP
               PERFORM 3700-RECORD-FAILURE THRU 3700-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3300-BUILD-DIRECTORIES THRU 3300-EXIT.
           IF NOT DL100-LIVE-RUN
               GO TO 3000-EXIT
           PERFORM 3500-WRITE-CATALOG-ENTRY THRU 3500-EXIT.
           PERFORM 3550-WRITE-HISTORY-ENTRY THRU 3550-EXIT.
           PERFORM 3560-WRITE-NOTIFY-ENTRY THRU 3560-EXIT.
           PERFORM 3570-WRITE-SCAFFOLD-REGISTER THRU 3570-EXIT.

           DISPLAY "Module created: " MODULE-NAME.
           ADD 1 TO DL100-RUN-PROCESSED.
       3000-EXIT.
           EXIT.

      *    CATALOG ENTRY IS WRITTEN FOR A MODULE THAT DID NOT VERIFY.  *
      *----------------------------------------------------------------*
       3700-RECORD-FAILURE.
           ADD 1 TO DL100-RUN-REJECTED.
           ADD 1 TO DL100-FAIL-COUNT.
           DISPLAY "Provisioning FAILED for " MODULE-NAME
                   " at step: " DL100-FAILED-STEP.
           END-IF.

           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS

      *----------------------------------------------------------------*
      *    3400-SCAFFOLD-FILES - DROP A STANDARD SET OF STARTER FILES  *
      *    INTO THE NEW MODULE SO IT COMPILES ON DAY ONE.  EACH FILE   *
      *    COMES FROM THE TEMPLATE VERSION PICKED IN 1650, OR FROM THE *
      *    BUILT-IN LINES BELOW WHEN THE TYPE HAS NO TEMPLATE.         *
      *----------------------------------------------------------------*
       3400-SCAFFOLD-FILES.
           PERFORM 3410-WRITE-POM THRU 3410-EXIT.
                  INTO DL100-SCAFFOLD-PATH
           END-STRING.

           IF DL100-TEMPLATE-VER > 0
               MOVE "POM" TO DL100-TMPL-WANT
               PERFORM 3460-WRITE-TEMPLATE-FILE THRU 3460-EXIT
               GO TO 3410-EXIT
           END-IF.

           OPEN OUTPUT SCAFFOLD-OUT.

           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
                  INTO DL100-SCAFFOLD-PATH
           END-STRING.

           IF DL100-TEMPLATE-VER > 0
               MOVE "README" TO DL100-TMPL-WANT
               PERFORM 3460-WRITE-TEMPLATE-FILE THRU 3460-EXIT
               GO TO 3420-EXIT
           END-IF.

           OPEN OUTPUT SCAFFOLD-OUT.

           MOVE SPACES TO SCAFFOLD-LINE
                  INTO DL100-SCAFFOLD-PATH
           END-STRING.

           IF DL100-TEMPLATE-VER > 0
               MOVE "PKGINFO" TO DL100-TMPL-WANT
               PERFORM 3460-WRITE-TEMPLATE-FILE THRU 3460-EXIT
               GO TO 3431-EXIT
           END-IF.

           OPEN OUTPUT SCAFFOLD-OUT.

           MOVE "/**" TO SCAFFOLD-LINE
       3431-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3460-WRITE-TEMPLATE-FILE - WRITE DL100-SCAFFOLD-PATH FROM   *
      *    EVERY TEMPLATE LINE FOR THE MODULE TYPE, THE PICKED VERSION *
      *    AND THE STARTER FILE NAMED IN DL100-TMPL-WANT.  A FILE THAT *
      *    WILL NOT OPEN, A LINE THAT WILL NOT WRITE, OR A FILE LEFT   *
      *    WITH NO LINES AT ALL FAILS THE MODULE AT THE FIRST SUCH     *
      *    FILE.                                                       *
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
           IF DL100-PROV-FAILED
               GO TO 3460-EXIT
           END-IF.
           SET DL100-PROV-FAILED TO TRUE.
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
      *    4000-WRITE-AUDIT-ENTRY - APPEND A LINE TO THE AUDIT LOG.    *
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-ENTRY.
           ACCEPT DL100-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT DL100-CD-TIME FROM TIME.

           MOVE SPACES TO DL100-TIMESTAMP-OUT
           STRING DL100-CD-YYYYMMDD "-" DL100-CD-HHMMSS
           MOVE "CREATE"         TO AUD-ACTION.
           MOVE DL100-TIMESTAMP-OUT TO AUD-TIMESTAMP.
           MOVE DL100-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE DL100-TEMPLATE-VER TO DL100-CR-VERSION.
           MOVE DL100-CREATE-DETAIL TO AUD-DETAIL.
           PERFORM 8500-SEAL-AUDIT-ENTRY THRU 8500-EXIT.
           WRITE AUD-RECORD.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3550-WRITE-HISTORY-ENTRY - CATALOG-HISTORY RECORDS FOR THE  *
      *    MODULE'S FIRST STATE - A BLANK OLD VALUE MARKS THE BIRTH OF *
      *    THE ENTRY.  THE STATUS RECORD COMES FIRST, THEN THE OWNING  *
      *    TEAM AND THE TYPE, SO CATALOG-RECOVER CAN WRITE THE ENTRY   *
      *    BACK FROM HISTORY ALONE.  REUSES THE TIMESTAMP TAKEN IN     *
      *    4000.                                                       *
      *----------------------------------------------------------------*
       3550-WRITE-HISTORY-ENTRY.
           MOVE SPACES TO HIST-RECORD.
           MOVE "ACTIVE"            TO HIST-NEW-VALUE.
           MOVE DL100-OPERATOR-ID   TO HIST-OPERATOR-ID.
           WRITE HIST-RECORD.

           MOVE "OWNING-TEAM"       TO HIST-FIELD.
           MOVE DL100-OWNING-TEAM   TO HIST-NEW-VALUE.
           WRITE HIST-RECORD.

           MOVE "MODULE-TYPE"       TO HIST-FIELD.
           MOVE DL100-MODULE-TYPE   TO HIST-NEW-VALUE.
           WRITE HIST-RECORD.
       3550-EXIT.
           EXIT.

       3560-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3570-WRITE-SCAFFOLD-REGISTER - RECORD THE TEMPLATE VERSION  *
      *    THE MODULE WAS SCAFFOLDED FROM, SO SCAFFOLD-DRIFT CAN TELL  *
      *    WHEN IT FALLS BEHIND.  REUSES THE TIMESTAMP TAKEN IN 4000.  *
      *----------------------------------------------------------------*
       3570-WRITE-SCAFFOLD-REGISTER.
           MOVE SPACES TO SCAF-RECORD.
           MOVE MODULE-NAME         TO SCAF-MODULE-NAME.
           MOVE DL100-MODULE-TYPE   TO SCAF-MODULE-TYPE.
           MOVE DL100-TEMPLATE-VER  TO SCAF-TEMPLATE-VER.
           MOVE DL100-TIMESTAMP-OUT TO SCAF-TIMESTAMP.
           MOVE DL100-OPERATOR-ID   TO SCAF-OPERATOR-ID.
           WRITE SCAF-RECORD.
       3570-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-CHECK-TEAM-QUOTA - BATCH GUARD.  THE REQUEST'S OWNING  *
      *    TEAM MUST BE ON THE TEAM MASTER, ACTIVE, AND UNDER ITS      *
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
           MOVE "CREATE-MODULE"       TO RUN-PROGRAM-ID.
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
           MOVE "CREATE-MODULE"       TO RUN-PROGRAM-ID.
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
           CLOSE MODULE-CATALOG.
           CLOSE CATALOG-HISTORY.
           CLOSE NOTIFY-OUTBOX.
           CLOSE SCAFFOLD-REGISTER.
           IF DL100-FAIL-FILE-OPEN
               CLOSE PROVISION-FAIL
           END-IF.
           EXIT.

       9999-EXIT.
           PERFORM 8750-LOG-RUN-END THRU 8750-EXIT.
           STOP RUN.
