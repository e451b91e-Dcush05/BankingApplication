      *     13 = CUST-ADD REJECTED - CUSTOMER ID ALREADY ON FILE
      *     14 = CUSTOMER NOT FOUND - CUST-AMEND, OR OPEN WITH A
      *          CUSTOMER ID NOT ON THE CUSTOMER MASTER
      *     15 = CUST-ADD OR CUST-AMEND REJECTED - CUSTOMER ID OR
      *          NAME BLANK, OR A TAX ID THAT IS NOT NINE DIGITS
      *     16 = REVERSAL REJECTED - ORIGINAL ENTRY DATE ZERO
      *     17 = TRANSACTION REJECTED - ACCOUNT IS DORMANT AND MUST
      *          BE REACTIVATED FIRST
      *     25 = TLR-AMEND REJECTED - TELLER PROFILE NOT FOUND
      *     26 = TLR-ADD/TLR-AMEND REJECTED - BLANK TELLER ID OR
      *          NEGATIVE LIMIT
      *     27 = FIXED-TERM DEPOSIT NOT YET MATURED - A WITHDRAWAL,
      *          TRANSFER OUT (OTHER THAN A GARNISH), OR CLOSE BEFORE
      *          THE MATURITY DATE WITH NO EARLY BREAK ALLOWED, OR AN
      *          FD-ROLL AHEAD OF IT
      *     28 = FIXED-TERM DEPOSIT REJECTED - OPEN WITH A ZERO TERM,
      *          AN INSTRUCTION NOT R/P, A PAYOUT ACCOUNT MISSING OR
      *          NOT OPEN, OR NO CONTRACTED RATE; OR FD-ROLL AGAINST
      *          AN ACCOUNT THAT IS NOT A FIXED-TERM DEPOSIT
      *     29 = LOAN REJECTED - LOAN-DISB WITH A BLANK OR DUPLICATE
      *          LOAN ID, A ZERO AMOUNT OR TERM, NO RATE, OR A
      *          LINKED ACCOUNT THAT IS NOT CHECKING; OR LOAN-PAY
      *          AGAINST A LOAN PAID OFF OR LINKED TO ANOTHER ACCOUNT
      *     30 = LOAN-PAY REJECTED - LOAN NOT FOUND
      *     31 = REL-ADD REJECTED - ROLE NOT P/J/T/A/B, STATEMENT
      *          COPY FLAG NOT Y/N, CUSTOMER ALREADY RELATED TO THE
      *          ACCOUNT, OR A NON-PRIMARY PARTY ADDED TO AN ACCOUNT
      *          WITH NO PRIMARY HOLDER
      *     32 = REL-REMOVE REJECTED - RELATIONSHIP NOT FOUND
      *     33 = REL-REMOVE REJECTED - CUSTOMER IS THE PRIMARY
      *          HOLDER, WHO CAN ONLY BE REPLACED (REL-ADD ROLE 'P')
      *     34 = CUST-ADD, CUST-AMEND, OR OPEN REFUSED - THE CUSTOMER
      *          IS A STRONG MATCH TO A BLOCKING ENTRY ON THE
      *          SANCTIONS AND WATCH LIST (LAYOUT IN WATCHLCL)
      *     35 = CUST-ADD, CUST-AMEND, OR OPEN REFERRED - THE
      *          CUSTOMER IS A POTENTIAL WATCH-LIST MATCH, OR THE
      *          WATCH LIST COULD NOT BE READ, AND NO VALID
      *          SUPERVISOR OVERRIDE ACCOMPANIED THE CALL
      *     36 = TRANSACTION DECLINED - LEGAL RESTRICTION.  A FREEZE
      *          OR DEBIT BLOCK IS IN FORCE ON THE ACCOUNT, OR THE
      *          AVAILABLE BALANCE LESS THE UNSWEPT LEVIES ON IT DOES
      *          NOT COVER THE DEBIT (LAYOUT IN LEGALRCL).  THE
      *          BLOCKING ORDER COMES BACK IN CA-LGL-ORDER-REF AND
      *          CA-LGL-TYPE
      *     37 = LEGAL-ADD REJECTED - BLANK ORDER REFERENCE OR
      *          AUTHORITY, TYPE NOT F/D/L, A LEVY WITH NO AMOUNT, AN
      *          EXPIRY BEFORE THE ORDER DATE, OR THE ORDER ALREADY ON
      *          FILE; OR A GARNISH OVER THE LEVY STILL OUTSTANDING
      *     38 = LEGAL-REL OR GARNISH REJECTED - NO ORDER IN FORCE
      *          UNDER THAT REFERENCE (FOR GARNISH, NO LEVY)
      *     39 = BAL-ASOF - NO CLOSING BALANCE ON THE BALANCE HISTORY
      *          FILE FOR THE ACCOUNT ON OR BEFORE THE DATE ASKED
      *
      *   THE INQUIRY TRANSACTION TYPE IS READ-ONLY.  IT RETURNS THE
      *   BALANCE IN CA-RESULT-BA AND FILLS CA-ACCT-STATUS,
      *   0 OR 1 ONLY - A CLOSED OR DORMANT ACCOUNT STILL ANSWERS,
      *   WITH ITS STATE IN CA-ACCT-STATUS.
      *
      *   BAL-ASOF IS READ-ONLY IN THE SAME WAY.  IT RETURNS IN
      *   CA-RESULT-BA THE BALANCE CA-ACCT-ID CLOSED THE BUSINESS DAY
      *   CA-ASOF-DATE ON, FROM THE BALANCE HISTORY FILE (LAYOUT IN
      *   BALHSTCL) THE NIGHTLY BALHIST JOB WRITES, WITH THE STATUS
      *   AND PRODUCT CODE THE ACCOUNT HAD THAT NIGHT IN
      *   CA-ACCT-STATUS AND CA-ACCT-TYPE.  WHEN NO WINDOW RAN FOR
      *   THAT DATE THE LAST CLOSE BEFORE IT ANSWERS, AND ITS DATE
      *   COMES BACK IN CA-ASOF-HIST-DATE.  ZERO CA-ASOF-DATE ASKS
      *   FOR THE LATEST CLOSE ON FILE.  STATUS IS 0, 39, OR 9 ONLY.
      *
      *   AN OPEN OF AN 'FD' ACCOUNT CARRIES THE TERM IN MONTHS, THE
      *   MATURITY INSTRUCTION ('R' ROLL OVER - THE DEFAULT - OR 'P'
      *   PAY OUT), AND FOR A PAYOUT THE NOMINATED ACCOUNT.  A
      *   NONZERO CA-FD-RATE IS A NEGOTIATED CONTRACT RATE; ZERO
      *   TAKES THE CURRENT 'FD' ROW OF THE PRODUCT RATE TABLE.  THE
      *   MATURITY DATE AND THE RATE LOCKED IN COME BACK IN
      *   CA-FD-MATURITY AND CA-FD-RATE, AND AN INQUIRY FILLS ALL
      *   FIVE FD FIELDS FROM THE MASTER RECORD.  THE FD-ROLL
      *   TRANSACTION TYPE, CALLED BY THE DAILY FDMATUR JOB, ROLLS A
      *   MATURED DEPOSIT OVER FOR ANOTHER TERM AT THE CURRENT TABLE
      *   RATE.
      *
      *   LOAN-DISB DRAWS A NEW INSTALMENT LOAN (LAYOUT IN LOANRECL)
      *   AGAINST THE CHECKING ACCOUNT IN CA-ACCT-ID, WHICH IS
      *   CREDITED WITH CA-AMOUNT.  IT CARRIES THE NEW LOAN ID, THE
      *   TERM IN MONTHS, AND A NEGOTIATED MONTHLY RATE - ZERO TAKES
      *   THE CURRENT 'LN' ROW OF THE PRODUCT RATE TABLE - AND
      *   RETURNS THE LEVEL INSTALMENT AND FIRST DUE DATE IN
      *   CA-LOAN-PAYMENT AND CA-LOAN-NEXT-DUE.  LOAN-PAY COLLECTS ONE
      *   INSTALMENT OF CA-LOAN-ID FROM ITS LINKED ACCOUNT (CA-AMOUNT
      *   IS NOT USED) AND RETURNS THE INTEREST AND PRINCIPAL SPLIT,
      *   THE PRINCIPAL STILL OUTSTANDING, AND THE NEXT DUE DATE.
      *
      *   REL-ADD LINKS CUSTOMER CA-CUST-ID TO ACCOUNT CA-ACCT-ID IN
      *   ROLE CA-REL-ROLE (LAYOUT IN ACCTRELL) - 'P' PRIMARY, 'J'
      *   JOINT, 'T' TRUSTEE, 'A' POWER OF ATTORNEY, 'B'
      *   BENEFICIARY.  ROLE 'P' REPLACES THE PRIMARY HOLDER, AND THE
      *   OLD PRIMARY STAYS ON AS A JOINT HOLDER.  CA-REL-STMT-COPY
      *   'Y' ASKS FOR A COPY OF EACH STATEMENT FOR A JOINT HOLDER.
      *   REL-REMOVE UNLINKS CA-CUST-ID FROM CA-ACCT-ID.  BOTH LOG A
      *   ZERO-AMOUNT TRANS-LOG ENTRY.
      *
      *   CUST-ADD, CUST-AMEND, AND OPEN SCREEN THE CUSTOMER'S NAME,
      *   ADDRESS, AND ID AGAINST THE WATCH LIST BEFORE WRITING
      *   ANYTHING - THE CUSTOMER-MASTER RECORD ON AN OPEN WITH A
      *   CUSTOMER ID, CA-CUSTOMER-NAME ON AN UNLINKED ONE.  A
      *   REFERRAL (35) CLEARED BY A COMPLIANCE SUPERVISOR IS
      *   RESUBMITTED WITH THAT SUPERVISOR'S ID IN CA-OVERRIDE-ID,
      *   THE SAME AS AN OVER-LIMIT POSTING; A REFUSAL (34) CANNOT BE
      *   OVERRIDDEN.
      *
      *   CA-CUST-TAX-ID CARRIES THE CUSTOMER'S NINE-DIGIT TAXPAYER
      *   ID ON CUST-ADD AND CUST-AMEND.  IT MAY BE LEFT BLANK ON A
      *   CUST-ADD; ON A CUST-AMEND A BLANK LEAVES THE TAX ID ON FILE
      *   AS IT WAS, SO A CALLER THAT DOES NOT KNOW THE FIELD CANNOT
      *   WIPE IT.
      *
      *   LEGAL-ADD RECORDS A COURT ORDER OR LEVY AGAINST CA-ACCT-ID
      *   UNDER CA-LGL-ORDER-REF - TYPE 'F' FULL FREEZE, 'D' DEBIT
      *   BLOCK, OR 'L' LEVY OF CA-AMOUNT - WITH THE ISSUING
      *   AUTHORITY, THE ORDER DATE (ZERO TAKES TODAY), AND THE
      *   EXPIRY DATE (ZERO MEANS UNTIL RELEASED).  LEGAL-REL
      *   RELEASES ONE.  BOTH LOG A ZERO-AMOUNT TRANS-LOG ENTRY.
      *   WHILE AN ORDER IS IN FORCE, DEPOSIT, WITHDRAWAL, TRANSFER,
      *   LOAN-DISB, LOAN-PAY, AND CLOSE-ACCT ARE DECLINED WITH
      *   STATUS 36 AS THE ORDER REQUIRES.  GARNISH, CALLED BY THE
      *   DAILY GARNISH JOB, SWEEPS A LEVY TO THE SUSPENSE ACCOUNT IN
      *   CA-TO-ACCT-ID AS A TRANSFER LOGGED "GARNISH" ON BOTH LEGS.
      *   CA-AMOUNT IS THE LEVY OUTSTANDING AND COMES BACK AS THE
      *   AMOUNT ACTUALLY SWEPT, WHICH IS LESS WHEN THE ACCOUNT CANNOT
      *   COVER IT ALL.  A GARNISH BREAKS AN UNMATURED FIXED-TERM
      *   DEPOSIT, POSTING AN "FD-BREAK" PENALTY AFTER THE SWEEP WHERE
      *   THE OPS EARLY-BREAK RULE CHARGES ONE.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *                     FROM THE BATCH POSTING FILES - A TYPO'D
      *                     TYPE NOW COMES BACK 19 AND LANDS IN THE
      *                     REJECT FILE INSTEAD OF MOVING MONEY.
      *   10/15/2026 DC    ADDED THE FIXED-TERM DEPOSIT FIELDS
      *                     (CA-FD-TERM-MONTHS, CA-FD-INSTRUCTION,
      *                     CA-FD-PAYOUT-ACCT-ID, CA-FD-RATE,
      *                     CA-FD-MATURITY), THE FD-ROLL TRANSACTION
      *                     TYPE, AND STATUS CODES 27/28.
      *   10/15/2026 DC    ADDED THE INSTALMENT LOAN FIELDS FOR THE
      *                     NEW LOAN-DISB AND LOAN-PAY TRANSACTION
      *                     TYPES, AND STATUS CODES 29/30.
      *   10/15/2026 DC    ADDED CA-REL-ROLE AND CA-REL-STMT-COPY FOR
      *                     THE NEW REL-ADD AND REL-REMOVE ACCOUNT
      *                     RELATIONSHIP TYPES, AND STATUS CODES
      *                     31/32/33.
      *   10/15/2026 DC    ADDED STATUS CODES 34/35 FOR THE NEW
      *                     WATCH-LIST SCREENING AT CUST-ADD,
      *                     CUST-AMEND, AND OPEN.  NO NEW FIELDS - A
      *                     REFERRAL IS RELEASED THROUGH CA-OVERRIDE-ID.
      *   10/15/2026 DC    ADDED THE LEGAL RESTRICTION FIELDS FOR THE
      *                     NEW LEGAL-ADD, LEGAL-REL, AND GARNISH
      *                     TRANSACTION TYPES, AND STATUS CODES
      *                     36/37/38.
      *   10/15/2026 DC    ADDED CA-ASOF-DATE AND CA-ASOF-HIST-DATE
      *                     FOR THE NEW READ-ONLY BAL-ASOF LOOKUP OF A
      *                     PAST CLOSING BALANCE, AND STATUS CODE 39.
      *   10/15/2026 DC    ADDED CA-CUST-TAX-ID FOR THE NEW CUSTOMER
      *                     TAX ID ON CUST-ADD AND CUST-AMEND.
      *****************************************************************
       01  DFHCOMMAREA.
           05  CA-ACCT-ID           PIC X(10).
               88  CA-ST-TLR-ALREADY-EXISTS      VALUE 24.
               88  CA-ST-TLR-NOT-FOUND           VALUE 25.
               88  CA-ST-TLR-INVALID             VALUE 26.
               88  CA-ST-FD-NOT-MATURED          VALUE 27.
               88  CA-ST-FD-INVALID              VALUE 28.
               88  CA-ST-LOAN-INVALID            VALUE 29.
               88  CA-ST-LOAN-NOT-FOUND          VALUE 30.
               88  CA-ST-REL-INVALID             VALUE 31.
               88  CA-ST-REL-NOT-FOUND           VALUE 32.
               88  CA-ST-REL-PRIMARY             VALUE 33.
               88  CA-ST-WATCHLIST-BLOCKED       VALUE 34.
               88  CA-ST-WATCHLIST-REFER         VALUE 35.
               88  CA-ST-LEGAL-RESTRICTED        VALUE 36.
               88  CA-ST-LEGAL-INVALID           VALUE 37.
               88  CA-ST-LEGAL-NOT-FOUND         VALUE 38.
               88  CA-ST-NO-BAL-HISTORY          VALUE 39.
           05  CA-TO-ACCT-ID        PIC X(10).
           05  CA-SO-FREQUENCY      PIC X(01).
           05  CA-SO-NEXT-DUE       PIC 9(08).
           05  CA-PROF-DEP-LIMIT    USAGE COMP-2.
           05  CA-PROF-DEBIT-LIMIT  USAGE COMP-2.
           05  CA-PROF-SUPER        PIC X(01).
           05  CA-FD-TERM-MONTHS    PIC 9(03).
           05  CA-FD-INSTRUCTION    PIC X(01).
           05  CA-FD-PAYOUT-ACCT-ID PIC X(10).
           05  CA-FD-RATE           PIC 9(02)V9(04).
           05  CA-FD-MATURITY       PIC 9(08).
           05  CA-LOAN-ID           PIC X(10).
           05  CA-LOAN-TERM-MONTHS  PIC 9(03).
           05  CA-LOAN-RATE         PIC 9(02)V9(04).
           05  CA-LOAN-PAYMENT      PIC S9(10)V99.
           05  CA-LOAN-NEXT-DUE     PIC 9(08).
           05  CA-LOAN-INTEREST     PIC S9(10)V99.
           05  CA-LOAN-PRINCIPAL    PIC S9(10)V99.
           05  CA-LOAN-BALANCE      PIC S9(10)V99.
           05  CA-REL-ROLE          PIC X(01).
           05  CA-REL-STMT-COPY     PIC X(01).
           05  CA-LGL-ORDER-REF     PIC X(15).
           05  CA-LGL-TYPE          PIC X(01).
           05  CA-LGL-AUTHORITY     PIC X(30).
           05  CA-LGL-ORDER-DATE    PIC 9(08).
           05  CA-LGL-EXPIRY        PIC 9(08).
           05  CA-ASOF-DATE         PIC 9(08).
           05  CA-ASOF-HIST-DATE    PIC 9(08).
           05  CA-CUST-TAX-ID       PIC X(09).
