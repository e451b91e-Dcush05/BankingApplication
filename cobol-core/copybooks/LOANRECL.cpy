      *****************************************************************
      * LOANRECL
      *   LOAN-RECORD LAYOUT FOR THE LOAN MASTER FILE
      *   (data/loan-master.dat) - ONE RECORD PER INSTALMENT LOAN,
      *   KEYED ON LN-LOAN-ID.  A LOAN IS AN ASSET OF THE BANK, NOT A
      *   DEPOSIT, SO IT LIVES HERE AND NOT ON THE MASTER LEDGER; THE
      *   MONEY SIDE OF EVERY LOAN MOVEMENT POSTS TO THE LINKED
      *   CHECKING ACCOUNT LN-ACCT-ID, WHICH IS WHERE THE TRANS-LOG
      *   ENTRIES LAND.
      *
      *   WRITTEN BY THE LOAN-DISB TRANSACTION TYPE IN ACCOUNT, WHICH
      *   CREDITS THE PRINCIPAL TO THE LINKED ACCOUNT AND WORKS OUT
      *   THE LEVEL MONTHLY INSTALMENT FROM THE PRINCIPAL, RATE, AND
      *   TERM.  EACH LOAN-PAY COLLECTS ONE INSTALMENT FROM THE
      *   LINKED ACCOUNT, SPLITS IT INTO INTEREST ON LN-BALANCE AND
      *   PRINCIPAL, AND ROLLS LN-NEXT-DUE-DATE ON A MONTH.  THE
      *   DAILY LOANPAY JOB DRIVES LOAN-PAY FOR EVERY LOAN DUE AND
      *   THEN AGES THE ONES STILL UNPAID INTO THE ARREARS BUCKETS.
      *
      *   LN-RATE IS A MONTHLY RATE ON THE SAME SCALE AS THE PRODUCT
      *   RATE TABLE.  LN-BALANCE IS THE PRINCIPAL STILL OUTSTANDING.
      *   LN-ANCHOR-DAY IS THE DAY OF MONTH THE LOAN WAS DRAWN - A
      *   DUE DATE CLAMPED BY A SHORT MONTH SPRINGS BACK TO IT, AS A
      *   STANDING ORDER'S DOES.  LN-DAYS-PAST-DUE AND
      *   LN-ARREARS-STATUS ARE SET BY LOANPAY FROM THE OLDEST UNPAID
      *   DUE DATE.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  LOAN-RECORD.
           05  LN-LOAN-ID           PIC X(10).
           05  LN-ACCT-ID           PIC X(10).
           05  LN-CUST-ID           PIC X(10).
           05  LN-PRINCIPAL         PIC S9(10)V99.
           05  LN-BALANCE           PIC S9(10)V99.
           05  LN-RATE              PIC 9(02)V9(04).
           05  LN-TERM-MONTHS       PIC 9(03).
           05  LN-PAYMENT           PIC S9(10)V99.
           05  LN-OPEN-DATE         PIC 9(08).
           05  LN-NEXT-DUE-DATE     PIC 9(08).
           05  LN-ANCHOR-DAY        PIC 9(02).
           05  LN-PAYMENTS-MADE     PIC 9(03).
           05  LN-LAST-PAY-DATE     PIC 9(08).
           05  LN-INTEREST-PAID     PIC S9(10)V99.
           05  LN-DAYS-PAST-DUE     PIC 9(04).
           05  LN-ARREARS-STATUS    PIC X(01).
               88  LN-ARREARS-CURRENT     VALUE '0'.
               88  LN-ARREARS-30          VALUE '1'.
               88  LN-ARREARS-60          VALUE '2'.
               88  LN-ARREARS-90          VALUE '3'.
           05  LN-LOAN-STATUS       PIC X(01).
               88  LN-LOAN-ACTIVE         VALUE 'A'.
               88  LN-LOAN-PAID-OFF       VALUE 'P'.
