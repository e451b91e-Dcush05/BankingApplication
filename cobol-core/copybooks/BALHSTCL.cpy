      *****************************************************************
      * BALHSTCL
      *   BALANCE-HISTORY-RECORD LAYOUT FOR THE DAILY BALANCE HISTORY
      *   FILE (data/balance-history.dat) - ONE RECORD PER ACCOUNT PER
      *   BUSINESS DATE, CARRYING THE LEDGER BALANCE THE ACCOUNT
      *   CLOSED THE DAY ON.  KEYED ON ACCOUNT ID THEN BUSINESS DATE,
      *   SO A START ON AN ACCOUNT AND A DATE WALKS THAT ACCOUNT'S
      *   HISTORY FORWARD FROM THE DATE.  WRITTEN BY THE NIGHTLY
      *   BALHIST JOB AFTER THE DAY'S POSTING JOBS - A RERUN FOR THE
      *   SAME DATE REPLACES THE DAY'S RECORD - AND NEVER DELETED.
      *
      *   A DAY WITH NO RECORD (NO WINDOW RAN FOR IT) CLOSED ON THE
      *   SAME BALANCE AS THE LAST DAY BEFORE IT THAT HAS ONE - NO
      *   POSTING REACHES THE LEDGER WITHOUT THE WINDOW.  A CLOSED
      *   ACCOUNT KEEPS GETTING A RECORD, SO AN AS-OF LOOKUP PAST THE
      *   CLOSE ANSWERS THE CLOSED STATUS AND ZERO BALANCE.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  BALANCE-HISTORY-RECORD.
           05  BH-KEY.
               10  BH-ACCT-ID       PIC X(10).
               10  BH-BUS-DATE      PIC 9(08).
           05  BH-CLOSING-BALANCE   PIC S9(10)V99.
           05  BH-ACCT-STATUS       PIC X(01).
           05  BH-ACCT-TYPE         PIC X(02).
           05  BH-WRITTEN-DATE      PIC 9(08).
           05  BH-WRITTEN-TIME      PIC 9(08).
           05  FILLER               PIC X(11).
