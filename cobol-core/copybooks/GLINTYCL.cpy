      *****************************************************************
      * GLINTYCL
      *   GL-INTEREST-YTD-RECORD LAYOUT FOR THE YEAR-TO-DATE INTEREST
      *   EXPENSE CONTROL FILE (data/gl-interest-ytd.dat) - ONE
      *   RECORD.  GLEXTR ADDS EACH BUSINESS DATE'S "INTEREST" NET
      *   MOVEMENT, AS JOURNALED TO THE GL, TO THE CURRENT YEAR'S
      *   TOTAL; THE FIRST BUSINESS DATE OF A NEW YEAR MOVES THE
      *   FINISHED YEAR TO THE PRIOR-YEAR FIELDS AND STARTS AGAIN FROM
      *   ZERO, SO THE FINISHED YEAR IS STILL ON FILE WHEN TAX1099
      *   RUNS IN JANUARY.  GY-LAST-DATE IS THE LAST BUSINESS DATE
      *   ADDED IN AND GY-LAST-INTEREST WHAT IT ADDED - A RERUN OF
      *   GLEXTR FOR THAT DATE TAKES THE EARLIER FIGURE BACK OUT
      *   BEFORE ADDING ITS OWN, AND A RERUN FOR AN EARLIER DATE ADDS
      *   NOTHING.  TAX1099 PROVES ITS FORMS AGAINST THE TAX YEAR'S
      *   TOTAL HERE RATHER THAN AGAINST THE LOG IT READS.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  GL-INTEREST-YTD-RECORD.
           05  GY-LAST-DATE         PIC 9(08).
           05  GY-LAST-INTEREST     PIC S9(13)V99.
           05  GY-CURR-YEAR         PIC 9(04).
           05  GY-CURR-INTEREST     PIC S9(13)V99.
           05  GY-PRIOR-YEAR        PIC 9(04).
           05  GY-PRIOR-INTEREST    PIC S9(13)V99.
