      *                     PROMOTE-MODULE PROGRAM - RECORD IS NOW 20
      *                     BYTES.  A BLANK BYTE ON OLDER RECORDS
      *                     READS AS NOT PERMITTED.
      *    2026-10-15 DL100 APPENDED OPR-RECOVER-AUTH FOR THE NEW
      *                     CATALOG-RECOVER PROGRAM - RECORD IS NOW 21
      *                     BYTES.  A BLANK BYTE ON OLDER RECORDS
      *                     READS AS NOT PERMITTED.
      *    2026-10-15 DL100 APPENDED OPR-MAINT-AUTH FOR THE NEW
      *                     MASTER-MAINT PROGRAM - RECORD IS NOW 22
      *                     BYTES.  A BLANK BYTE ON OLDER RECORDS
      *                     READS AS NOT PERMITTED.  THE ELEVEN FLAGS
      *                     RUN CONTIGUOUSLY FROM BYTE 12, WHICH IS
      *                     HOW MASTER-MAINT AND ACCESS-RECERT HANDLE
      *                     THEM AS ONE STRING.
      *    2026-10-15 DL100 APPENDED OPR-PURGE-AUTH FOR THE NEW
      *                     RETENTION-PURGE PROGRAM - RECORD IS NOW 23
      *                     BYTES.  A BLANK BYTE ON OLDER RECORDS
      *                     READS AS NOT PERMITTED.  TWELVE FLAGS NOW
      *                     RUN CONTIGUOUSLY FROM BYTE 12.
      ******************************************************************
       01  OPR-RECORD.
           05  OPR-OPERATOR-ID         PIC X(10).
               88  OPR-MAY-RENAME                 VALUE "Y".
           05  OPR-PROMOTE-AUTH        PIC X(01).
               88  OPR-MAY-PROMOTE                VALUE "Y".
           05  OPR-RECOVER-AUTH        PIC X(01).
               88  OPR-MAY-RECOVER                VALUE "Y".
           05  OPR-MAINT-AUTH          PIC X(01).
               88  OPR-MAY-MAINTAIN               VALUE "Y".
           05  OPR-PURGE-AUTH          PIC X(01).
               88  OPR-MAY-PURGE                  VALUE "Y".
