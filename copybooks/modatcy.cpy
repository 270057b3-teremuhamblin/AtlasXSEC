      ******************************************************************
      *    MODATCY.CPY
      *    RECORD LAYOUT FOR THE ATTESTATION CYCLE FILE (MODATCYC).
      *    ATTEST-CAMPAIGN APPENDS ONE RECORD PER OWNERSHIP
      *    ATTESTATION CYCLE IT OPENS - THE CYCLE ID, WHEN AND BY WHOM
      *    IT WAS OPENED, THE DEADLINE FOR TEAM RESPONSES AND HOW MANY
      *    MODULES AND TEAMS WERE ASKED.  A CYCLE ID IS NEVER REUSED.
      *    THE LAST RECORD ON FILE IS THE CURRENT CYCLE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - ATTESTATION CYCLE.
      ******************************************************************
       01  ATC-RECORD.
           05  ATC-CYCLE-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  ATC-OPEN-STAMP          PIC X(20).
           05  FILLER                  PIC X(01).
           05  ATC-DEADLINE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  ATC-OPERATOR-ID         PIC X(10).
           05  FILLER                  PIC X(01).
           05  ATC-MODULE-COUNT        PIC 9(05).
           05  FILLER                  PIC X(01).
           05  ATC-TEAM-COUNT          PIC 9(05).
