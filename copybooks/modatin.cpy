      ******************************************************************
      *    MODATIN.CPY
      *    RECORD LAYOUT FOR THE ATTESTATION RESPONSE INPUT FILE
      *    (MODATTIN).  ONE RECORD PER TEAM ANSWER ABOUT ONE MODULE
      *    ON A CYCLE'S WORKLIST, READ BY ATTEST-RESPONSE -
      *        C - CONFIRM  - THE TEAM STILL OWNS THE MODULE,
      *        D - DISPUTE  - NOT OURS, PROPOSED-OWNER SHOULD HAVE IT,
      *        R - RETIRE   - OURS, BUT RECOMMEND DECOMMISSIONING IT.
      *    PROPOSED-OWNER IS ONLY READ ON A DISPUTE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - ATTESTATION RESPONSES.
      ******************************************************************
       01  ATI-RECORD.
           05  ATI-CYCLE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ATI-MODULE-NAME         PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATI-TEAM                PIC X(30).
           05  FILLER                  PIC X(01).
           05  ATI-RESPONSE            PIC X(01).
               88  ATI-CONFIRM                    VALUE "C".
               88  ATI-DISPUTE                    VALUE "D".
               88  ATI-RETIRE                     VALUE "R".
               88  ATI-VALID-RESPONSE             VALUE "C" "D" "R".
           05  FILLER                  PIC X(01).
           05  ATI-PROPOSED-OWNER      PIC X(30).
