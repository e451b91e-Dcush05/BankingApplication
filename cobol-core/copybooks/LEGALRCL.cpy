      *****************************************************************
      * LEGALRCL
      *   LEGAL-RESTRICTION-RECORD LAYOUT FOR THE LEGAL RESTRICTIONS
      *   FILE (data/legal-restrictions.dat) - ONE RECORD PER COURT
      *   ORDER, LEVY, OR OTHER LEGAL INSTRUCTION SERVED AGAINST AN
      *   ACCOUNT, KEYED ON ACCOUNT ID THEN THE ORDER REFERENCE, SO A
      *   START ON THE ACCOUNT ID WALKS EVERY ORDER AGAINST ONE
      *   ACCOUNT AND A SEQUENTIAL READ COMES BACK IN MASTER LEDGER
      *   ORDER.  RECORDS ARE WRITTEN BY LEGAL-ADD AND RELEASED BY
      *   LEGAL-REL IN ACCOUNT, AND ARE NEVER DELETED - A RELEASED OR
      *   SATISFIED ORDER STAYS ON FILE FOR THE LEGAL DEPARTMENT.
      *
      *   LR-TYPE -
      *      'F' FULL FREEZE - NOTHING POSTS TO THE ACCOUNT, DEBIT OR
      *          CREDIT, AND IT CANNOT BE CLOSED
      *      'D' DEBIT BLOCK - CREDITS STILL POST, NOTHING LEAVES
      *      'L' LEVY - LR-LEVY-AMOUNT IS RING-FENCED OUT OF THE
      *          AVAILABLE BALANCE UNTIL THE GARNISH JOB HAS SWEPT IT
      *          TO THE SUSPENSE ACCOUNT, ON OR AFTER LR-ORDER-DATE
      *
      *   AN ORDER IS IN FORCE FROM THE DAY IT IS RECORDED WHILE
      *   LR-STATUS IS 'A' AND THE BUSINESS DATE HAS NOT PASSED
      *   LR-EXPIRY-DATE (THE LAST DAY IT IS IN FORCE; ZERO MEANS
      *   UNTIL RELEASED).  A LEVY IS SWEPT AS FUNDS ALLOW -
      *   LR-SWEPT-AMOUNT CARRIES WHAT HAS GONE SO FAR, AND THE
      *   ORDER TURNS 'S' ONCE THE WHOLE LEVY HAS BEEN PAID OVER.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  LEGAL-RESTRICTION-RECORD.
           05  LR-KEY.
               10  LR-ACCT-ID       PIC X(10).
               10  LR-ORDER-REF     PIC X(15).
           05  LR-TYPE              PIC X(01).
               88  LR-TYPE-FREEZE         VALUE 'F'.
               88  LR-TYPE-DEBIT-BLOCK    VALUE 'D'.
               88  LR-TYPE-LEVY           VALUE 'L'.
               88  LR-TYPE-VALID          VALUE 'F' 'D' 'L'.
           05  LR-STATUS            PIC X(01).
               88  LR-ACTIVE              VALUE 'A'.
               88  LR-SWEPT               VALUE 'S'.
               88  LR-RELEASED            VALUE 'R'.
           05  LR-AUTHORITY         PIC X(30).
           05  LR-ORDER-DATE        PIC 9(08).
           05  LR-EXPIRY-DATE       PIC 9(08).
           05  LR-LEVY-AMOUNT       PIC S9(10)V99.
           05  LR-SWEPT-AMOUNT      PIC S9(10)V99.
           05  LR-LAST-SWEEP-DATE   PIC 9(08).
           05  LR-ADDED-DATE        PIC 9(08).
           05  LR-RELEASED-DATE     PIC 9(08).
           05  LR-TELLER-ID         PIC X(08).
           05  FILLER               PIC X(21).
