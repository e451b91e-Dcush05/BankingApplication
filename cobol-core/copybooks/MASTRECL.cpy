      *                     WHICH IS EXACTLY THE OLD BEHAVIOUR.  THE
      *                     ODINT MONTH-END JOB CHARGES DEBIT
      *                     INTEREST ON DAYS SPENT OVERDRAWN.
      *   10/15/2026 DC    ADDED THE FIXED-TERM DEPOSIT FIELDS, SET
      *                     BY OPEN FOR AN 'FD' ACCOUNT - THE TERM IN
      *                     MONTHS, THE MATURITY DATE, THE CONTRACTED
      *                     MONTHLY RATE (SAME SCALE AS THE PRODUCT
      *                     RATE TABLE), THE MATURITY INSTRUCTION, AND
      *                     THE NOMINATED ACCOUNT A PAYOUT GOES TO.
      *                     INTACCR ACCRUES AN FD AT ITS CONTRACTED
      *                     RATE; THE DAILY FDMATUR JOB ROLLS IT OVER
      *                     OR PAYS IT OUT ON ITS MATURITY DATE, AND
      *                     ACCOUNT REFUSES (OR CHARGES A PENALTY ON)
      *                     A DEBIT BEFORE THEN.  ZERO MATURITY DATE
      *                     ON ANY OTHER PRODUCT - AND ON EVERY RECORD
      *                     THAT PREDATES THE FIELDS - MEANS NO TERM.
      *                     M-FD-INT-DATE IS THE MATURITY DATE UP TO
      *                     WHICH FDMATUR HAS CREDITED THE DEPOSIT'S
      *                     PART-MONTH INTEREST FOR ITS FINAL MONTH, SO
      *                     A RERUN DOES NOT CREDIT THE SAME DAYS TWICE
      *                     AND INTACCR ACCRUES ONLY THE REST OF THAT
      *                     MONTH; ZERO MEANS NO PART-MONTH CREDIT.
      *                     M-FD-ANCHOR-DAY IS THE DAY OF THE MONTH THE
      *                     DEPOSIT WAS OPENED ON, WHICH EVERY ROLLOVER
      *                     COUNTS ITS TERM FROM, SO A DEPOSIT OPENED ON
      *                     THE 31ST GOES BACK TO THE 31ST AFTER A SHORT
      *                     MONTH; ZERO MEANS THE DAY OF THE CURRENT
      *                     MATURITY DATE.
      *****************************************************************
       01  MASTER-RECORD.
           05  M-ACCT-ID            PIC X(10).
               88  M-TYPE-SAVINGS         VALUE 'SV'.
               88  M-TYPE-FIXED-TERM      VALUE 'FD'.
           05  M-OD-LIMIT           PIC S9(10)V99.
           05  M-FD-TERM-MONTHS     PIC 9(03).
           05  M-FD-MATURITY-DATE   PIC 9(08).
           05  M-FD-RATE            PIC 9(02)V9(04).
           05  M-FD-INSTRUCTION     PIC X(01).
               88  M-FD-ROLLOVER          VALUE 'R'.
               88  M-FD-PAYOUT            VALUE 'P'.
           05  M-FD-PAYOUT-ACCT-ID  PIC X(10).
           05  M-FD-INT-DATE        PIC 9(08).
           05  M-FD-ANCHOR-DAY      PIC 9(02).
