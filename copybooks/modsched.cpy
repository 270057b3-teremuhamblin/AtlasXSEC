      ******************************************************************
      *    MODSCHED.CPY
      *    RECORD LAYOUT FOR THE EXPECTED NIGHTLY SCHEDULE (MODSCHED).
      *    ONE RECORD PER JOB THE OVERNIGHT SCHEDULER IS MEANT TO RUN,
      *    NAMED BY PROGRAM-ID AS IT APPEARS ON THE RUN CONTROL LOG.
      *    OPS-SUMMARY REPORTS ANY OF THEM WITH NO RUN IN THE LAST 24
      *    HOURS.  A RECORD WITH AN ASTERISK IN THE FIRST BYTE IS A
      *    COMMENT.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------- ----  ---------------------------------------------
      *    2026-10-15 DL100 ORIGINAL COPYBOOK - EXPECTED NIGHTLY JOBS.
      ******************************************************************
       01  SCHED-RECORD.
           05  SCHED-PROGRAM-ID        PIC X(20).
           05  FILLER                  PIC X(01).
           05  SCHED-DESCRIPTION       PIC X(40).
