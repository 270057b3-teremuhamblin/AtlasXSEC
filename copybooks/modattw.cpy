      ******************************************************************
      *    MODATTW.CPY
      *    RECORD LAYOUT FOR THE ATTESTATION WORKLIST (MODATTW).
      *    WHEN A CYCLE IS OPENED ATTEST-CAMPAIGN APPENDS ONE RECORD
      *    PER ACTIVE MODULE, IN OWNING-TEAM THEN MODULE ORDER, SO
      *    EACH TEAM'S MODULES SIT TOGETHER.  THE RECORD IS THE
      *    CATALOG'S CLAIM AS IT STOOD WHEN THE CYCLE OPENED - THE
      *    TEAM WHOSE ANSWER IS EXPECTED.  RECORDS OF EARLIER CYCLES
      *    STAY ON FILE UNDER THEIR OWN CYCLE ID.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - ATTESTATION WORKLIST.
      ******************************************************************
       01  ATW-RECORD.
           05  ATW-CYCLE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ATW-OWNING-TEAM         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATW-MODULE-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATW-MODULE-TYPE         PIC X(08).
           05  FILLER                  PIC X(01).
           05  ATW-CREATE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ATW-DEADLINE            PIC 9(08).
