      *   'S' MEANS THE JOB DIED MID-RUN AND NEVER CAME BACK.  EODSEQ
      *   REFUSES TO START A JOB WHOSE PREDECESSOR IS NOT 'C' FOR THE
      *   DATE, AND REFUSES TO RERUN A JOB ALREADY ON FILE FOR THE
      *   DATE WITHOUT AN OPERATOR OVERRIDE - EXCEPT A BATCHPST STEP
      *   ITS OWN RESTART FILE (BTCHRSCL) SHOWS STOPPED PARTWAY, WHICH
      *   IS RUN AGAIN TO RESUME.  THE MORNING-AFTER
      *   EODSTAT REPORT PRINTS STRAIGHT FROM THIS FILE.  EACH JOB'S
      *   OWN CONTROL TOTALS STAY ON ITS OWN REPORT AND CONSOLE
      *   SUMMARY; THIS RECORD PROVES WHEN IT RAN AND HOW IT ENDED.
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   09/02/2026 DC    ORIGINAL VERSION.
      *   10/15/2026 DC    NOTED THE BATCHPST RESTART EXCEPTION TO THE
      *                     OVERRIDE RULE.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-RUN-KEY.
