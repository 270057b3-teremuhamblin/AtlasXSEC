      ******************************************************************
      *    MODRATE.CPY
      *    RECORD LAYOUT FOR THE CHARGEBACK RATE TABLE (RATE-TABLE
      *    FILE).  ONE RECORD PER MODULE TYPE (LIBRARY, SERVICE,
      *    BATCH) AND ENVIRONMENT (DEV, QA, PROD) HOLDING THE MONTHLY
      *    RATE FOR ONE MODULE PRESENT IN THAT ENVIRONMENT FOR A
      *    WHOLE MONTH.  TEAM-CHARGEBACK PRORATES IT BY THE DAYS THE
      *    MODULE WAS ACTIVE THERE.  MAINTAINED BY FINANCE; A MISSING
      *    TYPE/ENVIRONMENT PAIR CHARGES NOTHING AND IS REPORTED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - CHARGEBACK RATE TABLE.
      ******************************************************************
       01  RATE-RECORD.
           05  RATE-MODULE-TYPE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RATE-ENVIRONMENT        PIC X(04).
               88  RATE-ENV-DEV                   VALUE "DEV".
               88  RATE-ENV-QA                    VALUE "QA".
               88  RATE-ENV-PROD                  VALUE "PROD".
           05  FILLER                  PIC X(01).
           05  RATE-MONTHLY-AMOUNT     PIC 9(07)V99.
