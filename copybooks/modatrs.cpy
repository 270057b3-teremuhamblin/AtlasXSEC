      ******************************************************************
      *    MODATRS.CPY
      *    RECORD LAYOUT FOR THE ATTESTATION RESPONSE LEDGER
      *    (MODATRSP).  ATTEST-RESPONSE APPENDS ONE RECORD PER TEAM
      *    ANSWER IT ACCEPTS, RECORDED AGAINST THE CYCLE, WITH WHEN
      *    AND BY WHOM IT WAS LOADED.  A LATER ANSWER FOR THE SAME
      *    MODULE IN THE SAME CYCLE SUPERSEDES AN EARLIER ONE; THE
      *    FILE IS NEVER REWRITTEN.  RESPONSE CODES ARE AS MODATIN.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - ATTESTATION LEDGER.
      ******************************************************************
       01  ATR-RECORD.
           05  ATR-CYCLE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ATR-MODULE-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATR-OWNING-TEAM         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATR-RESPONSE            PIC X(01).
               88  ATR-CONFIRM                    VALUE "C".
               88  ATR-DISPUTE                    VALUE "D".
               88  ATR-RETIRE                     VALUE "R".
           05  FILLER                  PIC X(01).
           05  ATR-PROPOSED-OWNER      PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATR-RECORDED-STAMP      PIC X(20).
           05  FILLER                  PIC X(01).
           05  ATR-OPERATOR-ID         PIC X(10).
