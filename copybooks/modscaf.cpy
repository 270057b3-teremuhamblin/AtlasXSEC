      ******************************************************************
      *    MODSCAF.CPY
      *    RECORD LAYOUT FOR THE SCAFFOLD VERSION REGISTER
      *    (SCAFFOLD-REGISTER FILE).  ONE RECORD APPENDED EACH TIME A
      *    MODULE'S STARTER FILES ARE WRITTEN - BY CREATE-MODULE AT
      *    PROVISIONING AND BY SCAFFOLD-DRIFT ON UPGRADE - NAMING THE
      *    TEMPLATE VERSION USED.  RENAME-MODULE REPEATS THE OLD
      *    NAME'S LATEST RECORD UNDER THE NEW NAME.  THE LATEST
      *    RECORD FOR A MODULE IS ITS CURRENT VERSION.  A MODULE WITH
      *    NO RECORD PREDATES THE TEMPLATE FILE AND CARRIES THE
      *    BUILT-IN SCAFFOLD, VERSION 0000.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - SCAFFOLD VERSION
      *                     REGISTER.
      *    2026-10-15 DL100 RENAME-MODULE NOW APPENDS A RECORD UNDER
      *                     THE NEW NAME.
      ******************************************************************
       01  SCAF-RECORD.
           05  SCAF-MODULE-NAME        PIC X(30).
           05  FILLER                  PIC X(01).
           05  SCAF-MODULE-TYPE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  SCAF-TEMPLATE-VER       PIC 9(04).
           05  FILLER                  PIC X(01).
           05  SCAF-TIMESTAMP          PIC X(20).
           05  FILLER                  PIC X(01).
           05  SCAF-OPERATOR-ID        PIC X(10).
