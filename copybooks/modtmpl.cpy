      ******************************************************************
      *    MODTMPL.CPY
      *    RECORD LAYOUT FOR THE SCAFFOLD TEMPLATE FILE (TEMPLATE-FILE).
      *    ONE RECORD PER LINE OF STARTER FILE CONTENT, KEYED BY
      *    MODULE TYPE (LIBRARY, SERVICE, BATCH), TEMPLATE VERSION AND
      *    WHICH STARTER FILE THE LINE BELONGS TO -
      *        POM      MODULE-ROOT POM.XML
      *        README   MODULE-ROOT README.MD
      *        PKGINFO  PACKAGE-INFO.JAVA, WRITTEN ONCE PER PACKAGE
      *                 DIRECTORY IN THE TYPE PROFILE
      *    LINES ARE WRITTEN IN FILE ORDER.  THE HIGHEST VERSION ON
      *    FILE FOR A TYPE IS THE CURRENT ONE; OLDER VERSIONS MAY STAY
      *    ON FILE FOR REFERENCE.  THE TEXT MAY CARRY THE PLACEHOLDERS
      *    {MODULE}, {PACKAGING} AND {PACKAGE}, FILLED IN WITH THE
      *    MODULE NAME, THE POM PACKAGING AND THE PACKAGE DIRECTORY.
      *    MAINTAINED BY PLATFORM ENGINEERING WHEN STANDARDS CHANGE.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - SCAFFOLD TEMPLATES.
      ******************************************************************
       01  TMPL-RECORD.
           05  TMPL-MODULE-TYPE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  TMPL-VERSION            PIC 9(04).
           05  FILLER                  PIC X(01).
           05  TMPL-FILE               PIC X(08).
               88  TMPL-FILE-POM                  VALUE "POM".
               88  TMPL-FILE-README               VALUE "README".
               88  TMPL-FILE-PKGINFO              VALUE "PKGINFO".
           05  FILLER                  PIC X(01).
           05  TMPL-TEXT               PIC X(150).
