      ******************************************************************
      *    MODCHRG.CPY
      *    RECORD LAYOUT FOR THE CHARGEBACK LEDGER EXTRACT (CHARGE-
      *    EXTRACT FILE), WRITTEN BY TEAM-CHARGEBACK FOR THE FINANCE
      *    LEDGER LOAD.  ONE RECORD PER OWNING TEAM, MODULE AND
      *    ENVIRONMENT CHARGED IN THE PERIOD - A MODULE TRANSFERRED
      *    MID-MONTH HAS A RECORD UNDER EACH TEAM.  AMOUNTS CARRY TWO
      *    IMPLIED DECIMAL PLACES.  THE FILE IS REBUILT WHOLE ON
      *    EVERY RUN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - CHARGEBACK EXTRACT.
      ******************************************************************
       01  CHRG-RECORD.
           05  CHRG-PERIOD             PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CHRG-OWNING-TEAM        PIC X(30).
           05  FILLER                  PIC X(01).
           05  CHRG-MODULE-NAME        PIC X(30).
           05  FILLER                  PIC X(01).
           05  CHRG-MODULE-TYPE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  CHRG-ENVIRONMENT        PIC X(04).
           05  FILLER                  PIC X(01).
           05  CHRG-DAYS               PIC 9(02).
           05  FILLER                  PIC X(01).
           05  CHRG-MONTHLY-RATE       PIC 9(07)V99.
           05  FILLER                  PIC X(01).
           05  CHRG-AMOUNT             PIC 9(07)V99.
