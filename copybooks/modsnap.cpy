      ******************************************************************
      *    MODSNAP.CPY
      *    RECORD LAYOUT FOR A CATALOG SNAPSHOT FILE (CATALOG-SNAPSHOT
      *    FILE), MODCATBKYYYYMMDD.  WRITTEN NIGHTLY BY CATALOG-BACKUP
      *    AND RELOADED BY CATALOG-RECOVER.  ONE HEADER RECORD
      *    CARRYING THE YYYYMMDD-HHMMSS STAMP THE UNLOAD WAS TAKEN AT
      *    AND THE NUMBER OF MODHIST RECORDS ON FILE AT THAT MOMENT
      *    (EVERY LATER HISTORY RECORD IS ONE THE SNAPSHOT DOES NOT
      *    HOLD),
      *    ONE DETAIL RECORD PER CATALOG ENTRY HOLDING THE FULL
      *    98-BYTE CAT-RECORD, AND ONE TRAILER RECORD CARRYING THE
      *    DETAIL COUNT AND A CONTROL TOTAL (THE SUM OF EVERY
      *    CAT-CREATE-DATE UNLOADED).  A SNAPSHOT WHOSE TRAILER IS
      *    MISSING OR DOES NOT AGREE WITH ITS DETAILS IS NOT GOOD AND
      *    IS NEVER RELOADED.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - CATALOG SNAPSHOT LAYOUT.
      *    2026-10-15 DL100 ADDED SNAP-HIST-COUNT TO THE HEADER - THE
      *                     ROLL-FORWARD NOW STARTS BY POSITION IN
      *                     MODHIST RATHER THAN BY STAMP.
      ******************************************************************
       01  SNAP-RECORD.
           05  SNAP-REC-TYPE           PIC X(01).
               88  SNAP-HEADER                    VALUE "H".
               88  SNAP-DETAIL                    VALUE "D".
               88  SNAP-TRAILER                   VALUE "T".
           05  FILLER                  PIC X(01).
           05  SNAP-DATA               PIC X(98).
           05  SNAP-HEADER-DATA REDEFINES SNAP-DATA.
               10  SNAP-TAKEN-STAMP    PIC X(20).
               10  FILLER              PIC X(01).
               10  SNAP-HIST-COUNT     PIC 9(09).
               10  FILLER              PIC X(68).
           05  SNAP-TRAILER-DATA REDEFINES SNAP-DATA.
               10  SNAP-RECORD-COUNT   PIC 9(07).
               10  FILLER              PIC X(01).
               10  SNAP-CONTROL-TOTAL  PIC 9(15).
               10  FILLER              PIC X(75).
