      *                     RENAME-MODULE AND PROMOTE-MODULE WRITERS,
      *                     AND THEIR CONDITION NAMES ALONGSIDE THE
      *                     ORIGINAL TWO.
      *    2026-10-15 DL100 ADDED THE TEMPLATE-VER FIELD WORD FOR
      *                     SCAFFOLD-DRIFT UPGRADES - OLD AND NEW
      *                     SCAFFOLD TEMPLATE VERSION.  IT DOES NOT
      *                     TOUCH THE CATALOG RECORD ITSELF.
      *    2026-10-15 DL100 ADDED THE MODULE-TYPE FIELD WORD.  CREATE-
      *                     MODULE NOW WRITES OWNING-TEAM AND
      *                     MODULE-TYPE RECORDS (BLANK OLD VALUE) WITH
      *                     ITS CREATE RECORD, SO A MODULE CAN BE
      *                     REBUILT FROM HISTORY ALONE.
      ******************************************************************
       01  HIST-RECORD.
           05  HIST-MODULE-NAME        PIC X(30).
           05  HIST-FIELD              PIC X(12).
               88  HIST-FIELD-STATUS              VALUE "STATUS".
               88  HIST-FIELD-TEAM                VALUE "OWNING-TEAM".
               88  HIST-FIELD-TYPE                VALUE "MODULE-TYPE".
               88  HIST-FIELD-NAME                VALUE "MODULE-NAME".
               88  HIST-FIELD-QA                  VALUE "QA-FLAG".
               88  HIST-FIELD-PROD                VALUE "PROD-FLAG".
               88  HIST-FIELD-TEMPLATE            VALUE "TEMPLATE-VER".
           05  FILLER                  PIC X(01).
           05  HIST-OLD-VALUE          PIC X(30).
           05  FILLER                  PIC X(01).
