      ******************************************************************
      *    MODDORM.CPY
      *    RECORD LAYOUT FOR THE DORMANT-MODULE CANDIDATE FILE
      *    (DORMANT-CANDIDATE FILE), WRITTEN BY DORMANT-REVIEW.  ONE
      *    RECORD PER ACTIVE MODULE THAT TRIPPED AT LEAST ONE
      *    DORMANCY RULE, CARRYING THE CATALOG FACTS THE REVIEW BOARD
      *    LOOKS AT AND ONE Y/N FLAG PER RULE -
      *        IDLE     - NO AUDIT OR HISTORY EVENT FOR LONGER THAN
      *                   THE IDLE THRESHOLD,
      *        DEV      - NEVER PROMOTED TO QA OR PROD AND OLDER
      *                   THAN THE DEV-STALL THRESHOLD,
      *        ORPHAN   - NO DEPENDENCY REGISTRY ROW ON EITHER SIDE.
      *    THE FILE IS REBUILT WHOLE ON EVERY RUN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - DORMANT CANDIDATE LAYOUT.
      ******************************************************************
       01  DORM-RECORD.
           05  DORM-MODULE-NAME        PIC X(30).
           05  FILLER                  PIC X(01).
           05  DORM-OWNING-TEAM        PIC X(30).
           05  FILLER                  PIC X(01).
           05  DORM-MODULE-TYPE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  DORM-CREATE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DORM-LAST-ACTIVITY      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  DORM-IDLE-DAYS          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  DORM-IDLE-FLAG          PIC X(01).
               88  DORM-IS-IDLE                   VALUE "Y".
           05  DORM-DEV-FLAG           PIC X(01).
               88  DORM-STUCK-IN-DEV              VALUE "Y".
           05  DORM-ORPHAN-FLAG        PIC X(01).
               88  DORM-NO-LINKS                  VALUE "Y".
           05  FILLER                  PIC X(01).
           05  DORM-RUN-DATE           PIC 9(08).
