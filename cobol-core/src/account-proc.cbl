001767*                   TLR-ADD AND TLR-AMEND TRANSACTION TYPES,
001768*                   THE SAME WAY CUST-ADD/CUST-AMEND MAINTAIN
001769*                   THE CUSTOMER MASTER.
001770* 10/15/2026 DC    ADDED FIXED-TERM DEPOSIT TERMS.  OPEN OF AN
001771*                   'FD' ACCOUNT NOW CAPTURES THE TERM, THE
001772*                   MATURITY INSTRUCTION AND PAYOUT ACCOUNT, AND
001773*                   LOCKS IN A CONTRACTED RATE (NEGOTIATED, OR
001774*                   THE CURRENT 'FD' ROW OF THE PRODUCT RATE
001775*                   TABLE), STAMPING THE MATURITY DATE AND ITS
001776*                   ANCHOR DAY ONTO THE MASTER RECORD.  MATURITY
001777*                   IS RECKONED ON THE BUSINESS DATE
001778*                   (data/business-date.dat) FDMATUR RUNS ON.  A
001779*                   WITHDRAWAL OR CLOSE BEFORE MATURITY IS REFUSED
001780*                   WITH THE NEW STATUS 27 UNLESS THE OPS
001781*                   EARLY-BREAK CONTROL FILE ALLOWS IT, IN WHICH
001782*                   CASE THE WITHDRAWAL ALSO POSTS AN "FD-BREAK"
001783*                   PENALTY ENTRY; A TRANSFER OUT OF AN UNMATURED
001784*                   DEPOSIT IS ALWAYS REFUSED.  THE NEW
001785*                   FD-ROLL TRANSACTION TYPE ROLLS A MATURED
001786*                   DEPOSIT OVER AT THE CURRENT TABLE RATE FOR THE
001787*                   DAILY FDMATUR JOB.  INQUIRY RETURNS THE TERMS.
001788* 10/15/2026 DC    ADDED INSTALMENT LOANS.  THE NEW LOAN-DISB
001789*                   TRANSACTION TYPE WRITES A LOAN RECORD (LAYOUT
001790*                   IN LOANRECL) WITH ITS LEVEL MONTHLY INSTALMENT
001791*                   AND CREDITS THE PRINCIPAL TO THE LINKED
001792*                   CHECKING ACCOUNT; THE NEW LOAN-PAY TYPE
001793*                   COLLECTS ONE INSTALMENT FROM THAT ACCOUNT,
001794*                   LOGGED AS SEPARATE "LOAN-INT" AND "LOAN-PRIN"
001795*                   ENTRIES, AND ROLLS THE DUE DATE ON A MONTH.
001796*                   STATUS CODES 29/30.  THE PRODUCT RATE LOOKUP
001797*                   NOW TAKES THE PRODUCT CODE FROM THE CALLER SO
001798*                   A LOAN CAN DEFAULT TO THE 'LN' ROW.
001799* 10/15/2026 DC    ADDED ACCOUNT RELATIONSHIPS.  THE NEW REL-ADD
001800*                   TRANSACTION TYPE LINKS A CUSTOMER TO AN
001801*                   ACCOUNT AS JOINT HOLDER, TRUSTEE, POWER OF
001802*                   ATTORNEY, OR BENEFICIARY ON THE NEW ACCOUNT
001803*                   RELATIONSHIP FILE (LAYOUT IN ACCTRELL), OR AS
001804*                   THE NEW PRIMARY HOLDER, DEMOTING THE OLD ONE
001805*                   TO JOINT; REL-REMOVE UNLINKS ONE, BUT NEVER
001806*                   THE PRIMARY, SO AN ACCOUNT ALWAYS KEEPS ITS
001807*                   ONE PRIMARY HOLDER.  STATUS CODES 31/32/33.
001808* 10/15/2026 DC    ADDED WATCH-LIST SCREENING.  CUST-ADD,
001809*                   CUST-AMEND, AND OPEN NOW SCORE THE CUSTOMER'S
001810*                   NAME, ADDRESS, AND ID AGAINST EVERY ENTRY ON
001811*                   THE OPS-LOADED SANCTIONS AND WATCH LIST
001812*                   (LAYOUT IN WATCHLCL) BEFORE WRITING ANYTHING.
001813*                   A STRONG MATCH TO A BLOCKING ENTRY IS REFUSED
001814*                   WITH THE NEW STATUS 34; ANY OTHER POTENTIAL
001815*                   MATCH IS REFERRED WITH STATUS 35 UNLESS A
001816*                   SUPERVISOR OVERRIDE ACCOMPANIES THE CALL.  A
001817*                   WATCH LIST THAT CANNOT BE READ REFERS EVERY
001818*                   CALL THE SAME WAY.
001819* 10/15/2026 DC    ADDED LEGAL RESTRICTIONS.  THE NEW LEGAL-ADD
001820*                   TRANSACTION TYPE RECORDS A COURT ORDER OR LEVY
001821*                   ON THE NEW LEGAL RESTRICTIONS FILE (LAYOUT IN
001822*                   LEGALRCL) - A FULL FREEZE, A DEBIT BLOCK, OR A
001823*                   LEVY RING-FENCING AN AMOUNT - AND LEGAL-REL
001824*                   RELEASES ONE.  DEPOSIT, WITHDRAWAL, TRANSFER
001825*                   (AND SO EVERY STANDING ORDER), LOAN-DISB,
001826*                   LOAN-PAY, AND CLOSE-ACCT NOW DECLINE WITH THE
001827*                   NEW STATUS 36 WHILE AN ORDER IN FORCE FORBIDS
001828*                   THEM.  THE NEW GARNISH TYPE SWEEPS A DUE LEVY
001829*                   TO THE SUSPENSE ACCOUNT FOR THE DAILY GARNISH
001830*                   JOB, BREAKING AN UNMATURED FIXED-TERM DEPOSIT
001831*                   (WITH ANY EARLY-BREAK PENALTY) IF IT MUST.
001832*                   STATUS CODES 37/38.
001833* 10/15/2026 DC    ADDED THE READ-ONLY BAL-ASOF TRANSACTION TYPE -
001834*                   THE BALANCE AN ACCOUNT CLOSED A PAST BUSINESS
001835*                   DAY ON, FROM THE NEW BALANCE HISTORY FILE
001836*                   (LAYOUT IN BALHSTCL) WRITTEN BY THE NIGHTLY
001837*                   BALHIST JOB, FOR DISPUTE WORK.  STATUS CODE
001838*                   39.  THE PRODUCT RATE RECORD CARRIES THE NEW
001839*                   BALANCE BASIS FLAG INTACCR ACCRUES ON.
001840* 10/15/2026 DC    CUST-ADD AND CUST-AMEND NOW CARRY THE
001841*                   CUSTOMER'S TAX ID INTO THE NEW C-TAX-ID FOR
001842*                   THE YEAR-END INTEREST TAX FORMS.  A TAX ID
001843*                   THAT IS NOT NINE DIGITS IS REJECTED WITH
001844*                   STATUS 15; A BLANK ONE ON AN AMENDMENT
001845*                   LEAVES THE ONE ON FILE.  WATCH-LIST SCREENING
001846*                   MATCHES A LISTED ID NUMBER AGAINST IT TOO.
001847* 10/15/2026 DC    EVERY NON-MONETARY MAINTENANCE TYPE -
001848*                   CUST-ADD, CUST-AMEND, TLR-ADD, TLR-AMEND,
001849*                   OD-SET, SO-ADD, SO-CANCEL, REACTIVATE,
001850*                   FD-ROLL, REL-ADD, REL-REMOVE, LEGAL-ADD, AND
001851*                   LEGAL-REL - NOW WRITES THE CHANGED RECORD'S
001852*                   BEFORE AND AFTER IMAGES, STAMPED WITH THE
001853*                   TELLER, OVERRIDE, DATE, AND TIME, TO THE NEW
001854*                   MAINTENANCE AUDIT FILE (LAYOUT IN MNTAUDCL).
001855*                   A CALL THAT CANNOT OPEN IT IS REFUSED WITH
001856*                   STATUS 9, SO NO CHANGE GOES UNAUDITED.
001857*                   SO-CANCEL NOW READS THE ORDER BEFORE DELETING
001858*                   IT, TO AUDIT WHAT WAS CANCELLED.
001859* 10/15/2026 DC    A DEPOSIT, WITHDRAWAL, OR CLOSE NOW WRITES ITS
001860*                   TRANS-LOG ENTRY BEFORE IT CLEARS ITS
001861*                   CHECKPOINT, SO A RUN THAT DIES BETWEEN THE
001862*                   MASTER REWRITE AND THE LOG WRITE LEAVES THE
001863*                   CHECKPOINT FOR A RESTARTED BATCHPST TO FIND.
001864
001720 ENVIRONMENT DIVISION.
001730 INPUT-OUTPUT SECTION.
001740 FILE-CONTROL.
002254     ACCESS MODE IS DYNAMIC
002255     RECORD KEY IS TP-TELLER-ID
002256     FILE STATUS IS WS-TPF-FILE-STATUS.
002257* THE PRODUCT RATE TABLE - ONE CONTROL RECORD PER PRODUCT CODE,
002258* MAINTAINED BY OPS.  READ HERE ONLY TO LOCK THE CURRENT 'FD' RATE
002259* INTO A FIXED-TERM DEPOSIT AT OPEN AND AT ROLLOVER, AND THE
002260* CURRENT 'LN' RATE INTO A LOAN AT DISBURSEMENT.
002261     SELECT RATE-FILE ASSIGN TO "data/product-rates.dat"
002262     ORGANIZATION IS LINE SEQUENTIAL
002263     FILE STATUS IS WS-RATE-FILE-STATUS.
002264* THE FIXED-TERM EARLY-BREAK RULE - ONE CONTROL RECORD MAINTAINED
002265* BY OPS.  NO RECORD MEANS AN UNMATURED DEPOSIT CANNOT BE BROKEN.
002266     SELECT FD-BREAK-FILE ASSIGN TO "data/fd-break.dat"
002267     ORGANIZATION IS LINE SEQUENTIAL
002268     FILE STATUS IS WS-FD-BREAK-STATUS.
002269* THE LOAN MASTER - ONE RECORD PER INSTALMENT LOAN, KEYED ON LOAN
002270* ID.  WRITTEN HERE BY LOAN-DISB AND UPDATED BY LOAN-PAY; AGED
002271* INTO THE ARREARS BUCKETS BY THE DAILY LOANPAY BATCH JOB.
002272     SELECT LOAN-FILE ASSIGN TO "data/loan-master.dat"
002273     ORGANIZATION IS INDEXED
002274     ACCESS MODE IS DYNAMIC
002275     RECORD KEY IS LN-LOAN-ID
002276     FILE STATUS IS WS-LOAN-FILE-STATUS.
002277* THE ACCOUNT RELATIONSHIP FILE - ONE RECORD PER CUSTOMER LINKED
002278* TO AN ACCOUNT BESIDES ITS PRIMARY HOLDER, KEYED ON ACCOUNT ID
002279* THEN CUSTOMER ID.  MAINTAINED HERE BY REL-ADD AND REL-REMOVE.
002280     SELECT ACCT-REL-FILE ASSIGN TO "data/account-rel.dat"
002281     ORGANIZATION IS INDEXED
002282     ACCESS MODE IS DYNAMIC
002283     RECORD KEY IS RL-KEY
002284     FILE STATUS IS WS-ACCT-REL-STATUS.
002285* THE SANCTIONS AND WATCH LIST - ONE RECORD PER LISTED PARTY,
002286* LOADED BY OPS FROM THE REGULATOR'S LIST AND OUR INTERNAL BLOCKED
002287* LIST.  READ START TO END HERE TO SCREEN A CUSTOMER AT CUST-ADD,
002288* CUST-AMEND, AND OPEN.
002289     SELECT WATCH-LIST-FILE ASSIGN TO "data/watch-list.dat"
002290     ORGANIZATION IS LINE SEQUENTIAL
002291     FILE STATUS IS WS-WL-FILE-STATUS.
002292* THE LEGAL RESTRICTIONS FILE - ONE RECORD PER COURT ORDER OR
002293* LEVY SERVED AGAINST AN ACCOUNT, KEYED ON ACCOUNT ID THEN ORDER
002294* REFERENCE.  MAINTAINED HERE BY LEGAL-ADD AND LEGAL-REL; TESTED
002295* HERE BEFORE EVERY POSTING AN ORDER CAN FORBID; A LEVY IS MARKED
002296* SWEPT HERE BY GARNISH.
002297     SELECT LEGAL-FILE ASSIGN TO "data/legal-restrictions.dat"
002298     ORGANIZATION IS INDEXED
002299     ACCESS MODE IS DYNAMIC
002300     RECORD KEY IS LR-KEY
002301     FILE STATUS IS WS-LGL-FILE-STATUS.
002302* THE DAILY BALANCE HISTORY - ONE RECORD PER ACCOUNT PER BUSINESS
002303* DATE, WRITTEN BY THE NIGHTLY BALHIST JOB AND ONLY EVER READ
002304* HERE.
002305     SELECT BAL-HIST-FILE ASSIGN TO "data/balance-history.dat"
002306     ORGANIZATION IS INDEXED
002307     ACCESS MODE IS DYNAMIC
002308     RECORD KEY IS BH-KEY
002309     FILE STATUS IS WS-BH-FILE-STATUS.
002310* THE MAINTENANCE AUDIT FILE - ONE BEFORE/AFTER IMAGE RECORD PER
002311* RECORD CHANGED BY A NON-MONETARY MAINTENANCE TYPE, APPENDED TO
002312* AND NEVER REWRITTEN, THE SAME AS THE TRANS-LOG.  REVIEWED
002313* NIGHTLY BY THE MAINTRPT JOB.
002314     SELECT MAINT-AUDIT-FILE ASSIGN TO "data/maint-audit.dat"
002315     ORGANIZATION IS LINE SEQUENTIAL
002316     FILE STATUS IS WS-MA-FILE-STATUS.
002317* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
002318* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE DATE A FIXED-TERM
002319* DEPOSIT'S MATURITY IS TESTED AGAINST, THE SAME DATE FDMATUR
002320* SELECTS DEPOSITS DUE BY.
002321     SELECT BUSINESS-DATE-FILE
002322         ASSIGN TO "data/business-date.dat"
002323     ORGANIZATION IS LINE SEQUENTIAL
002324     FILE STATUS IS WS-BDATE-FILE-STATUS.
002325
002326 DATA DIVISION.
002327 FILE SECTION.
002328 FD  MASTER-FILE.
002329     COPY MASTRECL.
002330
002331 FD  TRANS-LOG-FILE.
002332     COPY TRNLOGCL.
002333
002334 FD  STANDING-ORDER-FILE.
002340     COPY STNDORDL.
002350
002360 FD  CUSTOMER-FILE.
002414 FD  TELLER-PROFILE-FILE.
002415     COPY TLRPROFL.
002416
002417 FD  RATE-FILE.
002418 01  RATE-RECORD.
002419     05  PR-ACCT-TYPE         PIC X(02).
002420     05  PR-RATE              PIC 9(02)V9(04).
002421     05  PR-BAL-BASIS         PIC X(01).
002422
002423 FD  FD-BREAK-FILE.
002424 01  FD-BREAK-RECORD.
002425     05  FB-BREAK-ALLOWED     PIC X(01).
002426     05  FB-PENALTY-RATE      PIC 9(02)V9(04).
002427     05  FB-PENALTY-MIN       PIC 9(06)V99.
002428
002429 FD  LOAN-FILE.
002430     COPY LOANRECL.
002431
002432 FD  ACCT-REL-FILE.
002433     COPY ACCTRELL.
002434
002435 FD  WATCH-LIST-FILE.
002436     COPY WATCHLCL.
002437
002438 FD  LEGAL-FILE.
002439     COPY LEGALRCL.
002440
002441 FD  BAL-HIST-FILE.
002442     COPY BALHSTCL.
002443
002444 FD  MAINT-AUDIT-FILE.
002445     COPY MNTAUDCL.
002446
002447 FD  BUSINESS-DATE-FILE.
002448 01  BUSINESS-DATE-RECORD.
002449     05  BD-BUSINESS-DATE     PIC 9(08).
002450
002451 WORKING-STORAGE SECTION.
002452* SWITCHES
002453 01  WS-FLAGS.
002454     05  ACCOUNT-STATUS-FLAG  PIC X VALUE 'N'.
002460         88  ACCOUNT-NOT-FOUND        VALUE 'N'.
002470         88  ACCOUNT-FOUND            VALUE 'Y'.
002480     05  WS-REWRITE-STATUS-FLAG PIC X VALUE 'Y'.
002749     05  WS-OVERRIDE-FLAG     PIC X VALUE 'N'.
002750         88  OVERRIDE-USED            VALUE 'Y'.
002751         88  OVERRIDE-NOT-USED        VALUE 'N'.
002752     05  WS-RATE-EOF-FLAG     PIC X VALUE 'N'.
002753         88  RATE-EOF                 VALUE 'Y'.
002754         88  RATE-NOT-EOF             VALUE 'N'.
002755     05  WS-TABLE-RATE-FLAG   PIC X VALUE 'N'.
002756         88  TABLE-RATE-FOUND         VALUE 'Y'.
002757         88  TABLE-RATE-NOT-FOUND     VALUE 'N'.
002758     05  WS-FD-BREAK-FLAG     PIC X VALUE 'N'.
002759         88  FD-BREAK-ALLOWED         VALUE 'Y'.
002760         88  FD-BREAK-NOT-ALLOWED     VALUE 'N'.
002761     05  WS-FD-VALID-FLAG     PIC X VALUE 'Y'.
002762         88  FD-TERMS-VALID           VALUE 'Y'.
002763         88  FD-TERMS-INVALID         VALUE 'N'.
002764     05  WS-LOAN-OPEN-FLAG    PIC X VALUE 'N'.
002765         88  LOAN-FILE-OPEN           VALUE 'Y'.
002766         88  LOAN-FILE-NOT-OPEN       VALUE 'N'.
002767     05  WS-ACCT-REL-OPEN-FLAG PIC X VALUE 'N'.
002768         88  ACCT-REL-FILE-OPEN       VALUE 'Y'.
002769         88  ACCT-REL-FILE-NOT-OPEN   VALUE 'N'.
002770     05  WS-LGL-OPEN-FLAG     PIC X VALUE 'N'.
002771         88  LGL-FILE-OPEN            VALUE 'Y'.
002772         88  LGL-FILE-NOT-OPEN        VALUE 'N' 'F'.
002773         88  LGL-FILE-FAILED          VALUE 'F'.
002774     05  WS-BH-OPEN-FLAG      PIC X VALUE 'N'.
002775         88  BH-FILE-OPEN             VALUE 'Y'.
002776         88  BH-FILE-NOT-OPEN         VALUE 'N' 'M'.
002777         88  BH-FILE-MISSING          VALUE 'M'.
002778     05  WS-BH-SCAN-FLAG      PIC X VALUE 'N'.
002779         88  BH-SCAN-DONE             VALUE 'Y'.
002780         88  BH-SCAN-MORE             VALUE 'N'.
002781     05  WS-BH-FOUND-FLAG     PIC X VALUE 'N'.
002782         88  BH-CLOSE-FOUND           VALUE 'Y'.
002783         88  BH-CLOSE-NOT-FOUND       VALUE 'N'.
002784     05  WS-MA-OPEN-FLAG      PIC X VALUE 'N'.
002785         88  MA-FILE-OPEN             VALUE 'Y'.
002786         88  MA-FILE-NOT-OPEN         VALUE 'N' 'F'.
002787         88  MA-FILE-FAILED           VALUE 'F'.
002788
002789* FILE STATUS FIELDS.
002790 01  WS-FILE-STATUS-FIELDS.
002791     05  WS-MASTER-FILE-STATUS PIC X(02).
002792     05  WS-CP-FILE-STATUS     PIC X(02).
002793     05  WS-SO-FILE-STATUS     PIC X(02).
002800     05  WS-CUST-FILE-STATUS   PIC X(02).
002802     05  WS-HOLD-FILE-STATUS   PIC X(02).
002804     05  WS-HOLD-DAYS-STATUS   PIC X(02).
002806     05  WS-TPF-FILE-STATUS    PIC X(02).
002807     05  WS-RATE-FILE-STATUS   PIC X(02).
002808     05  WS-FD-BREAK-STATUS    PIC X(02).
002809     05  WS-LOAN-FILE-STATUS   PIC X(02).
002810     05  WS-ACCT-REL-STATUS    PIC X(02).
002811     05  WS-WL-FILE-STATUS     PIC X(02).
002812     05  WS-LGL-FILE-STATUS    PIC X(02).
002813     05  WS-BH-FILE-STATUS     PIC X(02).
002814     05  WS-MA-FILE-STATUS     PIC X(02).
002815     05  WS-BDATE-FILE-STATUS  PIC X(02).
002816
002820* WORKING BALANCES AND TRANS-LOG STAGING FIELDS.  WS-LOG-ACCT-ID,
002830* WS-LOG-TRANS-TYPE, AND WS-AMOUNT-DEC LET 4000-WRITE-TRANS-LOG
002840* SERVE EVERY POSTING PARAGRAPH, INCLUDING BOTH LEGS OF A
003110* TODAY'S DATE, STAMPED INTO M-LAST-ACTIVITY-DATE BY EVERY
003120* POSTING TRANSACTION.
003130     05  WS-POST-DATE         PIC 9(08).
003131* THE BUSINESS DATE - THE POSTING DATE WHEN OPS HAVE NONE ON
003132* FILE.  FIXED-TERM MATURITY, LEGAL ORDER EXPIRY, AND THE DATES
003133* STAMPED ON LOANS, RELATIONSHIPS, AND LEGAL ORDERS ALL RUN ON IT.
003134     05  WS-BUSINESS-DATE     PIC 9(08).
003135* TELLER-LIMIT WORK FIELDS FOR 1300-CHECK-TELLER-LIMIT -
003136* THE ABSOLUTE TRANSACTION AMOUNT, FIXED-DECIMAL LIKE EVERY
003137* OTHER COMPARE, AND THE LIMIT IN FORCE FOR ITS DIRECTION.
003138     05  WS-LIMIT-AMOUNT      PIC S9(10)V99.
003139     05  WS-LIMIT-IN-FORCE    PIC S9(10)V99.
003140
003141* FUNDS-AVAILABILITY WORK FIELDS.  WS-HOLD-ACCT-ID IS STAGED BY
003142* THE CALLER OF 2700-SUM-HOLDS, WHICH LEAVES THE ACCOUNT'S
003161     05  WS-REL-LEAP-REM-4    PIC 9(04) COMP.
003162     05  WS-REL-LEAP-REM-100  PIC 9(04) COMP.
003163     05  WS-REL-LEAP-REM-400  PIC 9(04) COMP.
003164* MONTH-AT-A-TIME ROLL FOR 7700-ADD-ONE-MONTH - THE DAY OF MONTH
003165* THE DATE IS ANCHORED TO AND THE NUMBER OF MONTHS STILL TO ADD.
003166     05  WS-REL-ANCHOR-DD     PIC 9(02).
003167     05  WS-REL-MONTHS-LEFT   PIC 9(03).
003168* PRODUCT RATE TABLE LOOKUP FOR 7800-FIND-PRODUCT-RATE.
003169     05  WS-RATE-LOOKUP-TYPE  PIC X(02).
003170     05  WS-TABLE-RATE        PIC 9(02)V9(04).
003171
003172* FIXED-TERM DEPOSIT WORK FIELDS.  THE TERMS ARE STAGED HERE BY
003173* 3350-FD-TERMS BECAUSE THE PAYOUT-ACCOUNT READ OVERLAYS THE
003174* MASTER RECORD AREA THE NEW ACCOUNT IS BEING BUILT IN.  THE
003175* MATURITY DATE IS ROLLED FORWARD A MONTH AT A TIME IN WS-REL-DATE
003176* BY 7700-ADD-ONE-MONTH FROM THE ANCHOR DAY THE DEPOSIT OPENED ON.
003177* THE EARLY-BREAK PENALTY IS THE OPS RATE ON THE AMOUNT WITHDRAWN,
003178* NEVER LESS THAN THE OPS MINIMUM.
003179 01  WS-FD-FIELDS.
003180     05  WS-FD-TERM-MONTHS    PIC 9(03).
003181     05  WS-FD-MATURITY-DATE  PIC 9(08).
003182     05  WS-FD-RATE           PIC 9(02)V9(04).
003183     05  WS-FD-INSTRUCTION    PIC X(01).
003184     05  WS-FD-PAYOUT-ACCT-ID PIC X(10).
003185     05  WS-FD-ANCHOR-DAY     PIC 9(02).
003186     05  WS-FD-PENALTY-RATE   PIC 9(02)V9(04).
003187     05  WS-FD-PENALTY-MIN    PIC 9(06)V99.
003188     05  WS-FD-PENALTY        PIC S9(10)V99.
003189
003190* INSTALMENT LOAN WORK FIELDS.  THE LEVEL INSTALMENT IS THE
003191* ANNUITY PAYMENT P * R * G / (G - 1), WHERE G IS (1 + R) RAISED
003192* TO THE TERM IN MONTHS; A ZERO-RATE LOAN IS SIMPLY THE PRINCIPAL
003193* OVER THE TERM.  LOAN-PAY SPLITS EACH INSTALMENT INTO A MONTH'S
003194* INTEREST ON THE OUTSTANDING PRINCIPAL AND THE REST AS
003195* PRINCIPAL.  THE LOAN RECORD IS SAVED BEFORE IT IS ADVANCED SO IT
003196* CAN BE PUT BACK IF THE COLLECTION FROM THE LINKED ACCOUNT THEN
003197* FAILS - THE SAVE AREA IS THE LENGTH OF LOAN-RECORD.
003198 01  WS-LOAN-FIELDS.
003199     05  WS-LN-RATE           PIC 9(02)V9(04).
003200     05  WS-LN-GROWTH         PIC 9(07)V9(10) COMP-3.
003201     05  WS-LN-INTEREST       PIC S9(10)V99.
003202     05  WS-LN-PRINCIPAL      PIC S9(10)V99.
003203     05  WS-LN-TOTAL          PIC S9(10)V99.
003204     05  WS-LN-FINAL-BALANCE  PIC S9(10)V99.
003205     05  WS-LN-SAVE-RECORD    PIC X(122).
003206
003207* ACCOUNT RELATIONSHIP MAINTENANCE.  A RELATIONSHIP RECORD IS
003208* SAVED AS IT IS READ, SO A LINK DELETED IS AUDITED AS IT WAS ON
003209* FILE AND REL-REMOVE CAN PUT IT BACK IF THE MASTER UPDATE THAT
003210* LOGS THE REMOVAL FAILS - THE SAVE AREA IS THE LENGTH OF
003211* ACCT-REL-RECORD.
003212 01  WS-RL-FIELDS.
003213     05  WS-RL-OLD-PRIMARY    PIC X(10).
003214     05  WS-RL-SAVE-RECORD    PIC X(50).
003215     05  WS-RL-FOUND-FLAG     PIC X VALUE 'N'.
003216         88  RL-LINK-ON-FILE          VALUE 'Y'.
003217         88  RL-LINK-NOT-ON-FILE      VALUE 'N'.
003218
003219* WATCH-LIST SCREENING.  THE CALLER STAGES THE CANDIDATE'S ID,
003220* NAME, ADDRESS LINE, AND POSTAL CODE; EACH LIST ENTRY IS SCORED
003221* AGAINST THEM OUT OF 100 BY 1420-SCREEN-ENTRY.  NAMES ARE
003222* COMPARED WORD BY WORD AFTER FOLDING TO UPPER CASE AND TURNING
003223* PUNCTUATION INTO SPACES, SO WORD ORDER, CASE, AND STOPS DO NOT
003224* HIDE A MATCH.  THE BEST SCORE AND ITS ENTRY ARE KEPT FOR THE
003225* OPERATOR CONSOLE.
003226 01  WS-WL-FIELDS.
003227     05  WS-WL-CAND-ID        PIC X(10).
003228     05  WS-WL-CAND-NAME      PIC X(30).
003229     05  WS-WL-CAND-ADDR      PIC X(30).
003230     05  WS-WL-CAND-POSTAL    PIC X(10).
003231     05  WS-WL-CAND-TAX-ID    PIC X(09).
003232     05  WS-WL-CAND-WORDS.
003233         10  WS-WL-CW         PIC X(20) OCCURS 6 TIMES.
003234     05  WS-WL-CW-COUNT       PIC 9(02) COMP.
003235     05  WS-WL-ENTRY-NAME     PIC X(30).
003236     05  WS-WL-ENTRY-ADDR     PIC X(30).
003237     05  WS-WL-ENTRY-POSTAL   PIC X(10).
003238     05  WS-WL-ENTRY-WORDS.
003239         10  WS-WL-EW         PIC X(20) OCCURS 6 TIMES.
003240     05  WS-WL-EW-COUNT       PIC 9(02) COMP.
003241     05  WS-WL-FOUND-COUNT    PIC 9(02) COMP.
003242     05  WS-WL-CW-SUB         PIC 9(02) COMP.
003243     05  WS-WL-EW-SUB         PIC 9(02) COMP.
003244     05  WS-WL-NAME-SCORE     PIC 9(03).
003245     05  WS-WL-ADDR-SCORE     PIC 9(03).
003246     05  WS-WL-SCORE          PIC 9(03).
003247     05  WS-WL-BEST-SCORE     PIC 9(03).
003248     05  WS-WL-BEST-ENTRY-ID  PIC X(10).
003249     05  WS-WL-EOF-FLAG       PIC X VALUE 'N'.
003250         88  WL-EOF                   VALUE 'Y'.
003251         88  WL-NOT-EOF               VALUE 'N'.
003252     05  WS-WL-WORD-FLAG      PIC X VALUE 'N'.
003253         88  WL-WORD-FOUND            VALUE 'Y'.
003254         88  WL-WORD-NOT-FOUND        VALUE 'N'.
003255     05  WS-WL-RESULT-FLAG    PIC X VALUE 'C'.
003256         88  WL-SCREEN-CLEAR          VALUE 'C'.
003257         88  WL-SCREEN-REFER          VALUE 'R'.
003258         88  WL-SCREEN-BLOCK          VALUE 'B'.
003259* SCREENING CONSTANTS - KEPT OUT OF WS-WL-FIELDS SO THE INITIALIZE
003260* AT THE START OF EVERY CALL LEAVES THEM ALONE.  A SCORE OF 70 OR
003261* MORE IS A POTENTIAL MATCH AND IS REFERRED; 90 OR MORE AGAINST A
003262* BLOCKING ENTRY IS REFUSED.
003263 01  WS-WL-CONSTANTS.
003264     05  WS-WL-REFER-SCORE    PIC 9(03) VALUE 70.
003265     05  WS-WL-BLOCK-SCORE    PIC 9(03) VALUE 90.
003266     05  WS-WL-LOWER-CASE     PIC X(31)
003267         VALUE "abcdefghijklmnopqrstuvwxyz.,'-/".
003268     05  WS-WL-UPPER-CASE     PIC X(31)
003269         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ     ".
003270
003271* LEGAL RESTRICTION WORK FIELDS.  WS-LGL-ACCT-ID IS STAGED BY
003272* THE CALLER OF 2800-CHECK-LEGAL, WHICH FLAGS ANY FREEZE OR DEBIT
003273* BLOCK IN FORCE ON THE ACCOUNT, KEEPING THE REFERENCE OF THE
003274* FIRST OF EACH, AND TOTALS THE LEVY STILL UNSWEPT ON IT.  ON A
003275* GARNISH THE LEVY BEING SWEPT (WS-LGL-SWEEP-REF) IS LEFT OUT OF
003276* THAT TOTAL AND ITS OUTSTANDING AMOUNT IS KEPT ON ITS OWN.  AN
003277* ORDER IS SAVED BEFORE LEGAL-REL RELEASES IT SO IT CAN BE PUT
003278* BACK IF THE MASTER UPDATE THAT LOGS THE RELEASE THEN FAILS -
003279* THE SAVE AREA IS THE LENGTH OF LEGAL-RESTRICTION-RECORD.
003280 01  WS-LGL-FIELDS.
003281     05  WS-LGL-ACCT-ID       PIC X(10).
003282     05  WS-LGL-SWEEP-REF     PIC X(15).
003283     05  WS-LGL-FREEZE-REF    PIC X(15).
003284     05  WS-LGL-BLOCK-REF     PIC X(15).
003285     05  WS-LGL-LEVY-REF      PIC X(15).
003286     05  WS-LGL-LEVY-TOTAL    PIC S9(12)V99 COMP-3.
003287     05  WS-LGL-SWEEP-DUE     PIC S9(10)V99.
003288     05  WS-LGL-ORDER-DATE    PIC 9(08).
003289     05  WS-LGL-SAVE-RECORD   PIC X(150).
003290     05  WS-LGL-FREEZE-FLAG   PIC X VALUE 'N'.
003291         88  LGL-FROZEN               VALUE 'Y'.
003292         88  LGL-NOT-FROZEN           VALUE 'N'.
003293     05  WS-LGL-BLOCK-FLAG    PIC X VALUE 'N'.
003294         88  LGL-DEBITS-BLOCKED       VALUE 'Y'.
003295         88  LGL-DEBITS-NOT-BLOCKED   VALUE 'N'.
003296     05  WS-LGL-SCAN-FLAG     PIC X VALUE 'N'.
003297         88  LGL-SCAN-DONE            VALUE 'Y'.
003298         88  LGL-SCAN-MORE            VALUE 'N'.
003299     05  WS-LGL-SWEEP-FLAG    PIC X VALUE 'N'.
003300         88  LGL-SWEEP-ORDER-FOUND    VALUE 'Y'.
003301         88  LGL-SWEEP-ORDER-NOT-FOUND VALUE 'N'.
003302     05  WS-LGL-REFUSE-FLAG   PIC X VALUE 'N'.
003303         88  LGL-SWEEP-REFUSED        VALUE 'Y'.
003304         88  LGL-SWEEP-ALLOWED        VALUE 'N'.
003305     05  WS-LGL-ON-FILE-FLAG  PIC X VALUE 'N'.
003306         88  LGL-ORDER-ON-FILE        VALUE 'Y'.
003307         88  LGL-ORDER-NOT-ON-FILE    VALUE 'N'.
003308
003309* BAL-ASOF WORK FIELDS - THE DATE ASKED FOR AND THE LATEST CLOSE
003310* ON FILE NOT AFTER IT, KEPT HERE WHILE THE SCAN READS ON PAST
003311* IT.
003312 01  WS-BH-FIELDS.
003313     05  WS-BH-ASOF-DATE      PIC 9(08).
003314     05  WS-BH-CLOSE-DATE     PIC 9(08).
003315     05  WS-BH-CLOSE-BALANCE  PIC S9(10)V99.
003316     05  WS-BH-CLOSE-STATUS   PIC X(01).
003317     05  WS-BH-CLOSE-TYPE     PIC X(02).
003150* STAGING AREAS FOR BOTH LEGS OF A TRANSFER.  THE SOURCE AND
003160* DESTINATION MASTER RECORDS ARE MIRRORED HERE AS SOON AS THEY
003170* ARE READ SINCE MASTER-FILE HAS ONLY ONE RECORD BUFFER AND THE
003290         10  WS-XFER-SRC-LAST-ACT PIC 9(08).
003295         10  WS-XFER-SRC-TYPE     PIC X(02).
003297         10  WS-XFER-SRC-OD-LIMIT PIC S9(10)V99.
003298         10  WS-XFER-SRC-FD-TERM  PIC 9(03).
003299         10  WS-XFER-SRC-FD-MATURITY PIC 9(08).
003300         10  WS-XFER-SRC-FD-RATE  PIC 9(02)V9(04).
003301         10  WS-XFER-SRC-FD-INSTR PIC X(01).
003302         10  WS-XFER-SRC-FD-PAYOUT PIC X(10).
003303         10  WS-XFER-SRC-FD-INT-DATE PIC 9(08).
003304         10  WS-XFER-SRC-FD-ANCHOR PIC 9(02).
003305     05  WS-XFER-DST-RECORD.
003310         10  WS-XFER-DST-ACCT-ID  PIC X(10).
003320         10  WS-XFER-DST-NAME     PIC X(10).
003330         10  WS-XFER-DST-BALANCE  PIC S9(10)V99.
003360         10  WS-XFER-DST-LAST-ACT PIC 9(08).
003365         10  WS-XFER-DST-TYPE     PIC X(02).
003367         10  WS-XFER-DST-OD-LIMIT PIC S9(10)V99.
003368         10  WS-XFER-DST-FD-TERM  PIC 9(03).
003369         10  WS-XFER-DST-FD-MATURITY PIC 9(08).
003370         10  WS-XFER-DST-FD-RATE  PIC 9(02)V9(04).
003371         10  WS-XFER-DST-FD-INSTR PIC X(01).
003372         10  WS-XFER-DST-FD-PAYOUT PIC X(10).
003373         10  WS-XFER-DST-FD-INT-DATE PIC 9(08).
003374         10  WS-XFER-DST-FD-ANCHOR PIC 9(02).
003375     05  WS-XFER-SRC-BEFORE   PIC S9(10)V99.
003380     05  WS-XFER-SRC-AFTER    PIC S9(10)V99.
003390     05  WS-XFER-DST-BEFORE   PIC S9(10)V99.
003400     05  WS-XFER-DST-AFTER    PIC S9(10)V99.
003560     05  WS-XFER-PTR-AFTER    PIC S9(10)V99.
003570     05  WS-XFER-MINE-BAL     PIC S9(10)V99.
003580     05  WS-XFER-PTR-BAL      PIC S9(10)V99.
003581
003582* MAINTENANCE AUDIT STAGING FOR 4100-WRITE-MAINT-AUDIT.  THE
003583* BEFORE-IMAGE IS SAVED BEFORE THE RECORD IS TOUCHED.  THE
003584* AFTER-IMAGE OF ANYTHING BUT THE LEDGER IS SAVED JUST AHEAD OF
003585* ITS WRITE, SINCE THE RECORD AREA IS NOT DEPENDABLE AFTERWARDS.
003586* BOTH ARE AS LONG AS THE LONGEST RECORD AUDITED.
003587 01  WS-MA-FIELDS.
003588     05  WS-MA-RECORD-KIND    PIC X(02).
003589     05  WS-MA-RECORD-KEY     PIC X(25).
003590     05  WS-MA-BEFORE-IMAGE   PIC X(160).
003591     05  WS-MA-AFTER-IMAGE    PIC X(160).
003592
003600 LINKAGE SECTION.
003610* COMMUNICATION AREA SHARED WITH THE CALLING TELLER TRANSACTION
003620* AND WITH THE BATCHPST END-OF-DAY POSTING DRIVER.  LAYOUT AND
003772     IF TELLER-LIMIT-EXCEEDED
003773         GO TO 0000-TERMINATE
003774     END-IF
003775* A CALL AN ORDER MIGHT FORBID IS REFUSED OUTRIGHT WHEN THE LEGAL
003776* RESTRICTIONS FILE CANNOT BE OPENED - POSTING BLIND COULD PAY
003777* OUT FUNDS A COURT HAS FROZEN.
003778     IF LGL-FILE-FAILED
003779         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
003780         GO TO 0000-TERMINATE
003781     END-IF
003782* SO IS A MAINTENANCE CALL WHEN THE MAINTENANCE AUDIT FILE CANNOT
003783* BE OPENED - A CHANGE WITH NO RECORD OF WHO MADE IT OR WHAT IT
003784* REPLACED IS EXACTLY WHAT THAT FILE EXISTS TO PREVENT.
003785     IF MA-FILE-FAILED
003786         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
003787         GO TO 0000-TERMINATE
003788     END-IF
003789     EVALUATE CA-TRANS-TYPE
003790         WHEN "TRANSFER  "
003791         WHEN "GARNISH   "
003792             PERFORM 5000-TRANSFER THRU 5000-EXIT
003800         WHEN "SO-ADD    "
003810         WHEN "SO-CANCEL "
003820             PERFORM 6000-STANDING-ORDER THRU 6000-EXIT
003822         WHEN "INQUIRY   "
003824             PERFORM 3800-INQUIRY THRU 3800-EXIT
003826         WHEN "BAL-ASOF  "
003828             PERFORM 3850-BALANCE-AS-OF THRU 3850-EXIT
003830         WHEN "CUST-ADD  "
003840         WHEN "CUST-AMEND"
003850             PERFORM 6300-CUSTOMER-MAINT THRU 6300-EXIT
003960                     WHEN "REACTIVATE"
003970                         PERFORM 3600-REACTIVATE
003980                             THRU 3600-EXIT
003982                     WHEN "FD-ROLL   "
003984                         PERFORM 3750-FD-ROLL
003986                             THRU 3750-EXIT
003987                     WHEN "REL-ADD   "
003988                     WHEN "REL-REMOVE"
003989                         PERFORM 5700-RELATIONSHIP
003990                             THRU 5700-EXIT
003991                     WHEN "LEGAL-ADD "
003992                     WHEN "LEGAL-REL "
003993                         PERFORM 5850-LEGAL-ORDER
003994                             THRU 5850-EXIT
003995                     WHEN OTHER
004000                         PERFORM 3000-PROCESS-TRANSACTION
004010                             THRU 3000-EXIT
004020                 END-EVALUATE
004190*****************************************************************
004200 1000-INITIALIZE.
004210     INITIALIZE WS-FLAGS WS-WORK-FIELDS WS-XFER-FIELDS
004220         WS-XFER-RECOVER-FIELDS WS-HOLD-FIELDS WS-FD-FIELDS
004225         WS-LOAN-FIELDS
004227         WS-RL-FIELDS
004228         WS-WL-FIELDS
004229         WS-LGL-FIELDS
004230         WS-BH-FIELDS
004232         WS-MA-FIELDS
004235     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD
004236     MOVE WS-POST-DATE TO WS-BUSINESS-DATE
004237     OPEN INPUT BUSINESS-DATE-FILE
004238     IF WS-BDATE-FILE-STATUS = "00"
004239         READ BUSINESS-DATE-FILE
004240             AT END
004241                 CONTINUE
004242             NOT AT END
004243                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
004244         END-READ
004245         CLOSE BUSINESS-DATE-FILE
004246     END-IF
004247     OPEN I-O MASTER-FILE
004250     OPEN EXTEND TRANS-LOG-FILE
004260     OPEN I-O CHECKPOINT-FILE
004270     IF WS-CP-FILE-STATUS = "35"
004580         OR CA-TRANS-TYPE = "CUST-AMEND"
004590         OR CA-TRANS-TYPE = "OPEN      "
004592         OR CA-TRANS-TYPE = "INQUIRY   "
004596         OR CA-TRANS-TYPE = "REL-ADD   "
004600         OPEN I-O CUSTOMER-FILE
004610         IF WS-CUST-FILE-STATUS = "35"
004620             OPEN OUTPUT CUSTOMER-FILE
004726     IF CA-TRANS-TYPE = "DEPOSIT   "
004727         OR CA-TRANS-TYPE = "WITHDRAWAL"
004728         OR CA-TRANS-TYPE = "TRANSFER  "
004729         OR CA-TRANS-TYPE = "LOAN-PAY  "
004730         OR CA-TRANS-TYPE = "GARNISH   "
004731         OPEN I-O HOLDS-FILE
004732         IF WS-HOLD-FILE-STATUS = "35"
004733             OPEN OUTPUT HOLDS-FILE
004734             CLOSE HOLDS-FILE
004735             OPEN I-O HOLDS-FILE
004736         END-IF
004737         IF WS-HOLD-FILE-STATUS = "00"
004738             SET HOLD-FILE-OPEN TO TRUE
004739         ELSE
004740             DISPLAY "ACCOUNT - HOLDS FILE OPEN FAILED, "
004741                 "STATUS " WS-HOLD-FILE-STATUS
004742         END-IF
004743     END-IF
004744* THE HOLD PERIOD IS ONLY NEEDED WHEN A DEPOSIT MIGHT PLACE A
004745* HOLD.  NO CONTROL RECORD ON FILE MEANS NO HOLDS ARE PLACED -
004746* A MISSING CONTROL FILE SHOULD NEVER FREEZE DEPOSITS.
004747     MOVE ZERO TO WS-HOLD-DAYS
004748     IF CA-TRANS-TYPE = "DEPOSIT   "
004749         AND CA-FUNDS-TYPE = "K"
004750         OPEN INPUT HOLD-DAYS-FILE
004751         IF WS-HOLD-DAYS-STATUS = "00"
004752             READ HOLD-DAYS-FILE
004753                 AT END
004754                     CONTINUE
004755                 NOT AT END
004756                     MOVE HY-DAYS TO WS-HOLD-DAYS
004757             END-READ
004758             CLOSE HOLD-DAYS-FILE
004759         END-IF
004760         IF WS-HOLD-DAYS = ZERO
004761             DISPLAY "ACCOUNT - NO HOLD PERIOD ON FILE, "
004762                 "DEPOSIT POSTS WITH NO HOLD"
004763         END-IF
004764     END-IF
004765* THE LOAN MASTER IS OPENED ONLY FOR THE LOAN TRANSACTION TYPES.
004766* A RUN THAT CANNOT OPEN IT REFUSES THE LOAN CALL WITH STATUS 9.
004767     SET LOAN-FILE-NOT-OPEN TO TRUE
004768     IF CA-TRANS-TYPE = "LOAN-DISB "
004769         OR CA-TRANS-TYPE = "LOAN-PAY  "
004770         OPEN I-O LOAN-FILE
004771         IF WS-LOAN-FILE-STATUS = "35"
004772             OPEN OUTPUT LOAN-FILE
004773             CLOSE LOAN-FILE
004774             OPEN I-O LOAN-FILE
004775         END-IF
004776         IF WS-LOAN-FILE-STATUS = "00"
004777             SET LOAN-FILE-OPEN TO TRUE
004778         ELSE
004779             DISPLAY "ACCOUNT - LOAN MASTER OPEN FAILED, "
004780                 "STATUS " WS-LOAN-FILE-STATUS
004781         END-IF
004782     END-IF
004783* THE RELATIONSHIP FILE IS OPENED ONLY FOR THE RELATIONSHIP TYPES.
004784* A RUN THAT CANNOT OPEN IT REFUSES THE CALL WITH STATUS 9.
004785     SET ACCT-REL-FILE-NOT-OPEN TO TRUE
004786     IF CA-TRANS-TYPE = "REL-ADD   "
004787         OR CA-TRANS-TYPE = "REL-REMOVE"
004788         OPEN I-O ACCT-REL-FILE
004789         IF WS-ACCT-REL-STATUS = "35"
004790             OPEN OUTPUT ACCT-REL-FILE
004791             CLOSE ACCT-REL-FILE
004792             OPEN I-O ACCT-REL-FILE
004793         END-IF
004794         IF WS-ACCT-REL-STATUS = "00"
004795             SET ACCT-REL-FILE-OPEN TO TRUE
004796         ELSE
004797             DISPLAY "ACCOUNT - RELATIONSHIP FILE OPEN FAILED, "
004798                 "STATUS " WS-ACCT-REL-STATUS
004799         END-IF
004800     END-IF
004801* THE LEGAL RESTRICTIONS FILE IS OPENED FOR EVERY TYPE AN ORDER
004802* CAN FORBID, AND FOR THE ORDER MAINTENANCE AND GARNISH TYPES.
004803* A RUN THAT CANNOT OPEN IT REFUSES THE CALL WITH STATUS 9.
004804     SET LGL-FILE-NOT-OPEN TO TRUE
004805     IF CA-TRANS-TYPE = "DEPOSIT   "
004806         OR CA-TRANS-TYPE = "WITHDRAWAL"
004807         OR CA-TRANS-TYPE = "TRANSFER  "
004808         OR CA-TRANS-TYPE = "LOAN-PAY  "
004809         OR CA-TRANS-TYPE = "LOAN-DISB "
004810         OR CA-TRANS-TYPE = "CLOSE-ACCT"
004811         OR CA-TRANS-TYPE = "GARNISH   "
004812         OR CA-TRANS-TYPE = "LEGAL-ADD "
004813         OR CA-TRANS-TYPE = "LEGAL-REL "
004814         OPEN I-O LEGAL-FILE
004815         IF WS-LGL-FILE-STATUS = "35"
004816             OPEN OUTPUT LEGAL-FILE
004817             CLOSE LEGAL-FILE
004818             OPEN I-O LEGAL-FILE
004819         END-IF
004820         IF WS-LGL-FILE-STATUS = "00"
004821             SET LGL-FILE-OPEN TO TRUE
004822         ELSE
004823             SET LGL-FILE-FAILED TO TRUE
004824             DISPLAY "ACCOUNT - LEGAL RESTRICTIONS FILE OPEN "
004825                 "FAILED, STATUS " WS-LGL-FILE-STATUS
004826         END-IF
004827     END-IF
004828* THE BALANCE HISTORY IS OPENED, READ-ONLY, FOR BAL-ASOF ALONE.
004829* NO FILE ON DISK MEANS THE BALHIST JOB HAS NEVER RUN, SO THERE
004830* IS NO HISTORY TO ANSWER FROM; ANY OTHER FAILURE IS STATUS 9.
004831     SET BH-FILE-NOT-OPEN TO TRUE
004832     IF CA-TRANS-TYPE = "BAL-ASOF  "
004833         OPEN INPUT BAL-HIST-FILE
004834         EVALUATE WS-BH-FILE-STATUS
004835             WHEN "00"
004836                 SET BH-FILE-OPEN TO TRUE
004837             WHEN "35"
004838                 SET BH-FILE-MISSING TO TRUE
004839             WHEN OTHER
004840                 DISPLAY "ACCOUNT - BALANCE HISTORY FILE OPEN "
004841                     "FAILED, STATUS " WS-BH-FILE-STATUS
004842         END-EVALUATE
004843     END-IF
004844* THE MAINTENANCE AUDIT FILE IS OPENED FOR THE NON-MONETARY
004845* MAINTENANCE TYPES ALONE, AND CREATED EMPTY THE FIRST TIME.
004846* A RUN THAT STILL CANNOT OPEN IT REFUSES THE CALL WITH STATUS 9.
004847     SET MA-FILE-NOT-OPEN TO TRUE
004848     IF CA-TRANS-TYPE = "CUST-ADD  "
004849         OR CA-TRANS-TYPE = "CUST-AMEND"
004850         OR CA-TRANS-TYPE = "TLR-ADD   "
004851         OR CA-TRANS-TYPE = "TLR-AMEND "
004852         OR CA-TRANS-TYPE = "OD-SET    "
004853         OR CA-TRANS-TYPE = "SO-ADD    "
004854         OR CA-TRANS-TYPE = "SO-CANCEL "
004855         OR CA-TRANS-TYPE = "REACTIVATE"
004856         OR CA-TRANS-TYPE = "FD-ROLL   "
004857         OR CA-TRANS-TYPE = "REL-ADD   "
004858         OR CA-TRANS-TYPE = "REL-REMOVE"
004859         OR CA-TRANS-TYPE = "LEGAL-ADD "
004860         OR CA-TRANS-TYPE = "LEGAL-REL "
004861         OPEN EXTEND MAINT-AUDIT-FILE
004862         IF WS-MA-FILE-STATUS = "35"
004863             OPEN OUTPUT MAINT-AUDIT-FILE
004864             CLOSE MAINT-AUDIT-FILE
004865             OPEN EXTEND MAINT-AUDIT-FILE
004866         END-IF
004867         IF WS-MA-FILE-STATUS = "00"
004868             SET MA-FILE-OPEN TO TRUE
004869         ELSE
004870             SET MA-FILE-FAILED TO TRUE
004871             DISPLAY "ACCOUNT - MAINTENANCE AUDIT FILE OPEN "
004872                 "FAILED, STATUS " WS-MA-FILE-STATUS
004873         END-IF
004874     END-IF
004875* THE TELLER PROFILE FILE IS OPENED FOR THE POSTING TYPES THE
004876* LIMIT CHECK COVERS - ONLY WHEN THE CALL IS ATTRIBUTED, SINCE
004877* AN UNATTRIBUTED (SYSTEM OR LEGACY) CALLER HAS NO PROFILE TO
004878* CHECK - AND FOR THE PROFILE MAINTENANCE TYPES.  A RUN THAT
004879* CANNOT OPEN IT POSTS UNLIMITED, THE WAY EVERY RUN DID BEFORE
004880* PROFILES EXISTED, AND TELLS THE OPERATOR.  IT IS ALSO OPENED
004881* FOR A SCREENED CUSTOMER TYPE CARRYING AN OVERRIDE ID, TO PROVE
004882* THE SUPERVISOR RELEASING A WATCH-LIST REFERRAL.
004883     SET TELLER-LIMIT-OK TO TRUE
004884     SET OVERRIDE-NOT-USED TO TRUE
004885     SET TPF-FILE-NOT-OPEN TO TRUE
004886     IF ((CA-TRANS-TYPE = "DEPOSIT   "
004887         OR CA-TRANS-TYPE = "WITHDRAWAL"
004888         OR CA-TRANS-TYPE = "TRANSFER  "
004889         OR CA-TRANS-TYPE = "REVERSAL  ")
004890         AND CA-TELLER-ID NOT = SPACES)
004891         OR CA-TRANS-TYPE = "TLR-ADD   "
004892         OR CA-TRANS-TYPE = "TLR-AMEND "
004893         OR ((CA-TRANS-TYPE = "CUST-ADD  "
004894             OR CA-TRANS-TYPE = "CUST-AMEND"
004895             OR CA-TRANS-TYPE = "OPEN      ")
004896             AND CA-OVERRIDE-ID NOT = SPACES)
004897         OPEN I-O TELLER-PROFILE-FILE
004898         IF WS-TPF-FILE-STATUS = "35"
004899             OPEN OUTPUT TELLER-PROFILE-FILE
004900             CLOSE TELLER-PROFILE-FILE
004901             OPEN I-O TELLER-PROFILE-FILE
004902         END-IF
004903         IF WS-TPF-FILE-STATUS = "00"
004904             SET TPF-FILE-OPEN TO TRUE
004905         ELSE
004906             DISPLAY "ACCOUNT - TELLER PROFILE FILE OPEN "
004907                 "FAILED, STATUS " WS-TPF-FILE-STATUS
004908         END-IF
004909     END-IF
004910* AN INQUIRY OR BAL-ASOF IS READ-ONLY, SO IT RUNS NO CHECKPOINT
004911* RECOVERY - RECOVERY LOCKS AND REWRITES, AND AN OUTSTANDING
004912* CHECKPOINT IS LEFT FOR THE NEXT POSTING CALL AGAINST THE
004913* ACCOUNT TO RESOLVE.
004914     IF CA-TRANS-TYPE = "INQUIRY   "
004915         OR CA-TRANS-TYPE = "BAL-ASOF  "
004916         GO TO 1000-EXIT
004917     END-IF
004918     MOVE CA-ACCT-ID TO WS-RECOVER-ACCT-ID
004919     PERFORM 1100-RECOVER-CHECKPOINT THRU 1100-EXIT
004920     IF CA-TRANS-TYPE = "TRANSFER  "
004921         OR CA-TRANS-TYPE = "GARNISH   "
004922         MOVE CA-TO-ACCT-ID TO WS-RECOVER-ACCT-ID
004923         PERFORM 1100-RECOVER-CHECKPOINT THRU 1100-EXIT
004924     END-IF.
004925 1000-EXIT.
004926     EXIT.
004927
004928*****************************************************************
004929* 1100-RECOVER-CHECKPOINT
004930*   LOOKS UP WS-RECOVER-ACCT-ID ON CHECKPOINT-FILE.  A RECORD
004931*   FOUND THERE MEANS A PRIOR RUN WAS CHECKPOINTED FOR THIS
004932*   ACCOUNT AND NEVER CLEARED THE MARKER, SO ITS REWRITE MAY OR
004933*   MAY NOT HAVE ACTUALLY HAPPENED.  A TRANSFER CHECKPOINT IS
004934*   HANDED OFF TO 1150-RECOVER-TRANSFER SINCE IT TAKES BOTH SIDES
004935*   OF THE MOVE TO RECONCILE.  FOR EVERY OTHER TRANSACTION TYPE,
004936*   IF MASTER-FILE ALREADY SHOWS THE CHECKPOINTED AFTER-BALANCE
004937*   AND AFTER-STATUS, THE REWRITE DID HAPPEN - THE CHECKPOINT IS
004938*   JUST CLEARED.  BOTH FIELDS ARE COMPARED, NOT JUST THE
004939*   BALANCE, SINCE A CLOSE-ACCT CHECKPOINT HAS THE SAME
004940*   BEFORE-BALANCE AND AFTER-BALANCE (THE BALANCE MUST ALREADY BE
004950*   ZERO TO CLOSE), AND A BALANCE-ONLY TEST WOULD READ AS
004960*   "COMPLETED" WHETHER OR NOT THE STATUS REWRITE EVER RAN.
005070             GO TO 1100-EXIT
005080     END-READ
005090     IF CP-TRANS-TYPE = "TRANSFER  "
005095         OR CP-TRANS-TYPE = "GARNISH   "
005100         PERFORM 1150-RECOVER-TRANSFER THRU 1150-EXIT
005110         GO TO 1100-EXIT
005120     END-IF
007505     END-IF.
007506 1300-EXIT.
007507     EXIT.
007508
007509*****************************************************************
007510* 1400-SCREEN-CUSTOMER
007511*   SCREENS THE CANDIDATE STAGED IN WS-WL-CAND-ID, -NAME, -ADDR,
007512*   -POSTAL, AND -TAX-ID AGAINST EVERY ENTRY ON THE WATCH LIST.
007513*   A SCORE OF 90 OR MORE AGAINST A BLOCKING ENTRY REFUSES THE
007514*   CALL WITH STATUS 34 AND NO OVERRIDE CAN RELEASE IT.  ANY OTHER
007515*   SCORE OF 70 OR MORE REFERS IT WITH STATUS 35, UNLESS A
007516*   PROFILED SUPERVISOR'S OVERRIDE ID - NOT THE TELLER'S OWN -
007517*   CAME WITH THE CALL, IN WHICH CASE THE OVERRIDE IS STAMPED ONTO
007518*   ANY TRANS-LOG ENTRY THE CALL WRITES.  A WATCH LIST THAT
007519*   CANNOT BE OPENED SCREENS NOTHING, SO THE CALL IS REFERRED
007520*   WITH STATUS 35 THE SAME WAY AND THE SAME OVERRIDE RELEASES
007521*   IT.  THE CALLER TESTS WL-SCREEN-CLEAR; THE STATUS IS ALREADY
007522*   SET.
007523*****************************************************************
007524 1400-SCREEN-CUSTOMER.
007525     SET WL-SCREEN-CLEAR TO TRUE
007526     MOVE ZERO TO WS-WL-BEST-SCORE
007527     MOVE SPACES TO WS-WL-BEST-ENTRY-ID
007528     INSPECT WS-WL-CAND-NAME
007529         CONVERTING WS-WL-LOWER-CASE TO WS-WL-UPPER-CASE
007530     INSPECT WS-WL-CAND-ADDR
007531         CONVERTING WS-WL-LOWER-CASE TO WS-WL-UPPER-CASE
007532     INSPECT WS-WL-CAND-POSTAL
007533         CONVERTING WS-WL-LOWER-CASE TO WS-WL-UPPER-CASE
007534     MOVE SPACES TO WS-WL-CAND-WORDS
007535     UNSTRING WS-WL-CAND-NAME DELIMITED BY ALL SPACE
007536         INTO WS-WL-CW (1) WS-WL-CW (2) WS-WL-CW (3)
007537             WS-WL-CW (4) WS-WL-CW (5) WS-WL-CW (6)
007538     END-UNSTRING
007539     MOVE ZERO TO WS-WL-CW-COUNT
007540     MOVE 1 TO WS-WL-CW-SUB
007541     PERFORM 1410-COUNT-CAND-WORD THRU 1410-EXIT
007542         UNTIL WS-WL-CW-SUB > 6
007543     OPEN INPUT WATCH-LIST-FILE
007544     IF WS-WL-FILE-STATUS = "00"
007545         SET WL-NOT-EOF TO TRUE
007546         PERFORM 1420-SCREEN-ENTRY THRU 1420-EXIT
007547             UNTIL WL-EOF
007548         CLOSE WATCH-LIST-FILE
007549     ELSE
007550         DISPLAY "ACCOUNT - WATCH LIST OPEN FAILED, STATUS "
007551             WS-WL-FILE-STATUS ", CUSTOMER NOT SCREENED"
007552         SET WL-SCREEN-REFER TO TRUE
007553     END-IF
007554     IF WL-SCREEN-REFER
007555         PERFORM 1480-CHECK-SCREEN-OVERRIDE THRU 1480-EXIT
007556     END-IF
007557     IF WL-SCREEN-BLOCK
007558         SET CA-ST-WATCHLIST-BLOCKED TO TRUE
007559         DISPLAY "ACCOUNT - WATCH-LIST REFUSAL, ENTRY "
007560             WS-WL-BEST-ENTRY-ID " SCORE " WS-WL-BEST-SCORE
007561     END-IF
007562     IF WL-SCREEN-REFER
007563         SET CA-ST-WATCHLIST-REFER TO TRUE
007564         DISPLAY "ACCOUNT - WATCH-LIST REFERRAL, ENTRY "
007565             WS-WL-BEST-ENTRY-ID " SCORE " WS-WL-BEST-SCORE
007566     END-IF.
007567 1400-EXIT.
007568     EXIT.
007569
007570 1410-COUNT-CAND-WORD.
007571     IF WS-WL-CW (WS-WL-CW-SUB) NOT = SPACES
007572         ADD 1 TO WS-WL-CW-COUNT
007573     END-IF
007574     ADD 1 TO WS-WL-CW-SUB.
007575 1410-EXIT.
007576     EXIT.
007577
007578*****************************************************************
007579* 1420-SCREEN-ENTRY
007580*   READS AND SCORES ONE WATCH-LIST ENTRY.  THE SCORE IS THE
007581*   BETTER OF THE NAME SCORE AND THE ADDRESS SCORE - 70 FOR THE
007582*   ADDRESS LINE AND POSTAL CODE TOGETHER, 40 FOR THE LINE ALONE -
007583*   PLUS 20 WHEN BOTH NAME AND ADDRESS SCORE AT LEAST 40, TO A
007584*   MAXIMUM OF 100.  AN ID NUMBER EQUAL TO THE CANDIDATE'S
007585*   CUSTOMER ID OR TAX ID SCORES 100 WHATEVER ELSE MATCHED.
007586*****************************************************************
007587 1420-SCREEN-ENTRY.
007588     READ WATCH-LIST-FILE
007589         AT END
007590             SET WL-EOF TO TRUE
007591             GO TO 1420-EXIT
007592     END-READ
007593     MOVE ZERO TO WS-WL-ADDR-SCORE
007594     MOVE WL-NAME TO WS-WL-ENTRY-NAME
007595     MOVE WL-ADDR-LINE TO WS-WL-ENTRY-ADDR
007596     MOVE WL-POSTAL-CODE TO WS-WL-ENTRY-POSTAL
007597     INSPECT WS-WL-ENTRY-NAME
007598         CONVERTING WS-WL-LOWER-CASE TO WS-WL-UPPER-CASE
007599     INSPECT WS-WL-ENTRY-ADDR
007600         CONVERTING WS-WL-LOWER-CASE TO WS-WL-UPPER-CASE
007601     INSPECT WS-WL-ENTRY-POSTAL
007602         CONVERTING WS-WL-LOWER-CASE TO WS-WL-UPPER-CASE
007603     MOVE SPACES TO WS-WL-ENTRY-WORDS
007604     UNSTRING WS-WL-ENTRY-NAME DELIMITED BY ALL SPACE
007605         INTO WS-WL-EW (1) WS-WL-EW (2) WS-WL-EW (3)
007606             WS-WL-EW (4) WS-WL-EW (5) WS-WL-EW (6)
007607     END-UNSTRING
007608     PERFORM 1440-SCORE-NAME THRU 1440-EXIT
007609     IF WS-WL-ENTRY-ADDR NOT = SPACES
007610         AND WS-WL-ENTRY-ADDR = WS-WL-CAND-ADDR
007611         IF WS-WL-ENTRY-POSTAL NOT = SPACES
007612             AND WS-WL-ENTRY-POSTAL = WS-WL-CAND-POSTAL
007613             MOVE 70 TO WS-WL-ADDR-SCORE
007614         ELSE
007615             MOVE 40 TO WS-WL-ADDR-SCORE
007616         END-IF
007617     END-IF
007618     MOVE WS-WL-NAME-SCORE TO WS-WL-SCORE
007619     IF WS-WL-ADDR-SCORE > WS-WL-SCORE
007620         MOVE WS-WL-ADDR-SCORE TO WS-WL-SCORE
007621     END-IF
007622     IF WS-WL-NAME-SCORE NOT < 40
007623         AND WS-WL-ADDR-SCORE NOT < 40
007624         ADD 20 TO WS-WL-SCORE
007625     END-IF
007626     IF WS-WL-SCORE > 100
007627         MOVE 100 TO WS-WL-SCORE
007628     END-IF
007629     IF WL-ID-NUMBER NOT = SPACES
007630         AND (WL-ID-NUMBER = WS-WL-CAND-ID
007631             OR WL-ID-NUMBER = WS-WL-CAND-TAX-ID)
007632         MOVE 100 TO WS-WL-SCORE
007633     END-IF
007634     IF WS-WL-SCORE < WS-WL-REFER-SCORE
007635         GO TO 1420-EXIT
007636     END-IF
007637     IF WS-WL-SCORE > WS-WL-BEST-SCORE
007638         MOVE WS-WL-SCORE TO WS-WL-BEST-SCORE
007639         MOVE WL-ENTRY-ID TO WS-WL-BEST-ENTRY-ID
007640     END-IF
007641     IF WL-ACTION-BLOCK
007642         AND WS-WL-SCORE NOT < WS-WL-BLOCK-SCORE
007643         SET WL-SCREEN-BLOCK TO TRUE
007644     ELSE
007645         IF WL-SCREEN-CLEAR
007646             SET WL-SCREEN-REFER TO TRUE
007647         END-IF
007648     END-IF.
007649 1420-EXIT.
007650     EXIT.
007651
007652*****************************************************************
007653* 1440-SCORE-NAME
007654*   SCORES THE ENTRY'S NAME WORDS AGAINST THE CANDIDATE'S - 90
007655*   WHEN THE TWO HOLD THE SAME WORDS IN ANY ORDER, 80 WHEN EVERY
007656*   WORD OF A LISTED NAME OF TWO OR MORE WORDS IS IN THE
007657*   CANDIDATE'S (A MIDDLE NAME OR INITIAL ADDED), OTHERWISE 60
007658*   SCALED BY THE SHARE OF LISTED WORDS FOUND.
007659*****************************************************************
007660 1440-SCORE-NAME.
007661     MOVE ZERO TO WS-WL-NAME-SCORE
007662     MOVE ZERO TO WS-WL-EW-COUNT
007663     MOVE ZERO TO WS-WL-FOUND-COUNT
007664     MOVE 1 TO WS-WL-EW-SUB
007665     PERFORM 1450-FIND-WORD THRU 1450-EXIT
007666         UNTIL WS-WL-EW-SUB > 6
007667     IF WS-WL-FOUND-COUNT = ZERO
007668         GO TO 1440-EXIT
007669     END-IF
007670     IF WS-WL-FOUND-COUNT = WS-WL-EW-COUNT
007671         AND WS-WL-EW-COUNT = WS-WL-CW-COUNT
007672         MOVE 90 TO WS-WL-NAME-SCORE
007673         GO TO 1440-EXIT
007674     END-IF
007675     IF WS-WL-FOUND-COUNT = WS-WL-EW-COUNT
007676         AND WS-WL-EW-COUNT > 1
007677         MOVE 80 TO WS-WL-NAME-SCORE
007678         GO TO 1440-EXIT
007679     END-IF
007680     COMPUTE WS-WL-NAME-SCORE =
007681         60 * WS-WL-FOUND-COUNT / WS-WL-EW-COUNT.
007682 1440-EXIT.
007683     EXIT.
007684
007685 1450-FIND-WORD.
007686     IF WS-WL-EW (WS-WL-EW-SUB) NOT = SPACES
007687         ADD 1 TO WS-WL-EW-COUNT
007688         SET WL-WORD-NOT-FOUND TO TRUE
007689         MOVE 1 TO WS-WL-CW-SUB
007690         PERFORM 1460-COMPARE-WORD THRU 1460-EXIT
007691             UNTIL WL-WORD-FOUND OR WS-WL-CW-SUB > 6
007692         IF WL-WORD-FOUND
007693             ADD 1 TO WS-WL-FOUND-COUNT
007694         END-IF
007695     END-IF
007696     ADD 1 TO WS-WL-EW-SUB.
007697 1450-EXIT.
007698     EXIT.
007699
007700 1460-COMPARE-WORD.
007701     IF WS-WL-CW (WS-WL-CW-SUB) = WS-WL-EW (WS-WL-EW-SUB)
007702         SET WL-WORD-FOUND TO TRUE
007703     ELSE
007704         ADD 1 TO WS-WL-CW-SUB
007705     END-IF.
007706 1460-EXIT.
007707     EXIT.
007708
007709*****************************************************************
007710* 1480-CHECK-SCREEN-OVERRIDE
007711*   RELEASES A WATCH-LIST REFERRAL WHEN THE OVERRIDE ID BELONGS TO
007712*   A PROFILED SUPERVISOR OTHER THAN THE TELLER - THE SAME RULE AS
007713*   AN OVER-LIMIT POSTING IN 1300-CHECK-TELLER-LIMIT.
007714*****************************************************************
007715 1480-CHECK-SCREEN-OVERRIDE.
007716     IF CA-OVERRIDE-ID = SPACES
007717         OR CA-OVERRIDE-ID = CA-TELLER-ID
007718         OR TPF-FILE-NOT-OPEN
007719         GO TO 1480-EXIT
007720     END-IF
007721     MOVE CA-OVERRIDE-ID TO TP-TELLER-ID
007722     READ TELLER-PROFILE-FILE
007723         INVALID KEY
007724             GO TO 1480-EXIT
007725     END-READ
007726     IF TP-IS-SUPERVISOR
007727         SET OVERRIDE-USED TO TRUE
007728         SET WL-SCREEN-CLEAR TO TRUE
007729         DISPLAY "ACCOUNT - WATCH-LIST REFERRAL ON ENTRY "
007730             WS-WL-BEST-ENTRY-ID " RELEASED BY " CA-OVERRIDE-ID
007731     END-IF.
007732 1480-EXIT.
007733     EXIT.
007734
007735*****************************************************************
007736* 2000-FIND-ACCOUNT
007737*   DIRECT KEYED READ OF MASTER-FILE FOR THE ACCOUNT ID PASSED
007738*   IN THE COMMAREA.
007739*****************************************************************
007740 2000-FIND-ACCOUNT.
007741     MOVE CA-ACCT-ID TO M-ACCT-ID
007742     READ MASTER-FILE WITH LOCK
007743         INVALID KEY
007744             SET ACCOUNT-NOT-FOUND TO TRUE
007745         NOT INVALID KEY
007746             SET ACCOUNT-FOUND TO TRUE
007747     END-READ.
007748 2000-EXIT.
007749     EXIT.
007750
007751*****************************************************************
007752* 2700-SUM-HOLDS
007753*   TOTALS THE UNRELEASED DEPOSIT HOLDS FOR THE ACCOUNT STAGED
007754*   IN WS-HOLD-ACCT-ID INTO WS-HOLD-TOTAL.  A HOLD WHOSE RELEASE
007755*   DATE HAS ARRIVED NO LONGER COUNTS AGAINST AVAILABILITY, EVEN
007756*   IF THE DAILY RELEASE JOB HAS NOT REMOVED IT YET.  WITH THE
007757*   HOLDS FILE NOT OPEN THE TOTAL IS ZERO AND THE CALLER TESTS
007758*   THE LEDGER BALANCE ALONE, AS EVERY RUN DID BEFORE HOLDS.
007759*****************************************************************
007760 2700-SUM-HOLDS.
007761     MOVE ZERO TO WS-HOLD-TOTAL
007762     IF HOLD-FILE-NOT-OPEN
007763         GO TO 2700-EXIT
007764     END-IF
007765     MOVE WS-HOLD-ACCT-ID TO HD-ACCT-ID
007766     MOVE ZERO TO HD-LOG-DATE
007767     MOVE ZERO TO HD-LOG-TIME
007768     START HOLDS-FILE KEY NOT < HD-HOLD-KEY
007769         INVALID KEY
007770             GO TO 2700-EXIT
007771     END-START
007772     SET HOLD-SCAN-MORE TO TRUE
007773     PERFORM 2750-NEXT-HOLD THRU 2750-EXIT
007774         UNTIL HOLD-SCAN-DONE.
007775 2700-EXIT.
007776     EXIT.
007777
007778 2750-NEXT-HOLD.
007779     READ HOLDS-FILE NEXT RECORD
007780         AT END
007781             SET HOLD-SCAN-DONE TO TRUE
007782         NOT AT END
007783             IF HD-ACCT-ID NOT = WS-HOLD-ACCT-ID
007784                 SET HOLD-SCAN-DONE TO TRUE
007785             ELSE
007786                 IF HD-RELEASE-DATE > WS-POST-DATE
007787                     ADD HD-AMOUNT TO WS-HOLD-TOTAL
007788                 END-IF
007789             END-IF
007790     END-READ.
007791 2750-EXIT.
007792     EXIT.
007793
007794*****************************************************************
007795* 2800-CHECK-LEGAL
007796*   WALKS THE LEGAL ORDERS ON FILE FOR THE ACCOUNT STAGED IN
007797*   WS-LGL-ACCT-ID.  AN ORDER COUNTS ONLY WHILE IT IS ACTIVE AND
007798*   NOT EXPIRED AS OF THE BUSINESS DATE; A FREEZE OR DEBIT BLOCK
007799*   SETS ITS FLAG AND KEEPS THE FIRST ORDER REFERENCE FOUND, AND A
007800*   LEVY ADDS WHAT IS STILL UNSWEPT OF IT TO WS-LGL-LEVY-TOTAL -
007801*   EXCEPT THE DUE LEVY A GARNISH IS SWEEPING, WHICH IS FLAGGED
007802*   AND KEPT APART IN WS-LGL-SWEEP-DUE.
007803*****************************************************************
007804 2800-CHECK-LEGAL.
007805     SET LGL-NOT-FROZEN TO TRUE
007806     SET LGL-DEBITS-NOT-BLOCKED TO TRUE
007807     SET LGL-SWEEP-ORDER-NOT-FOUND TO TRUE
007808     MOVE ZERO TO WS-LGL-LEVY-TOTAL
007809     MOVE ZERO TO WS-LGL-SWEEP-DUE
007810     MOVE SPACES TO WS-LGL-FREEZE-REF
007811     MOVE SPACES TO WS-LGL-BLOCK-REF
007812     MOVE SPACES TO WS-LGL-LEVY-REF
007813     IF LGL-FILE-NOT-OPEN
007814         GO TO 2800-EXIT
007815     END-IF
007816     MOVE WS-LGL-ACCT-ID TO LR-ACCT-ID
007817     MOVE LOW-VALUES TO LR-ORDER-REF
007818     START LEGAL-FILE KEY NOT < LR-KEY
007819         INVALID KEY
007820             GO TO 2800-EXIT
007821     END-START
007822     SET LGL-SCAN-MORE TO TRUE
007823     PERFORM 2850-NEXT-LEGAL THRU 2850-EXIT
007824         UNTIL LGL-SCAN-DONE.
007825 2800-EXIT.
007826     EXIT.
007827
007828 2850-NEXT-LEGAL.
007829     READ LEGAL-FILE NEXT RECORD
007830         AT END
007831             SET LGL-SCAN-DONE TO TRUE
007832         NOT AT END
007833             IF LR-ACCT-ID NOT = WS-LGL-ACCT-ID
007834                 SET LGL-SCAN-DONE TO TRUE
007835             ELSE
007836                 PERFORM 2870-TALLY-ORDER THRU 2870-EXIT
007837             END-IF
007838     END-READ.
007839 2850-EXIT.
007840     EXIT.
007841
007842 2870-TALLY-ORDER.
007843     IF NOT LR-ACTIVE
007844         GO TO 2870-EXIT
007845     END-IF
007846     IF LR-EXPIRY-DATE NOT = ZERO
007847         AND LR-EXPIRY-DATE < WS-BUSINESS-DATE
007848         GO TO 2870-EXIT
007849     END-IF
007850     EVALUATE TRUE
007851         WHEN LR-TYPE-FREEZE
007852             IF LGL-NOT-FROZEN
007853                 MOVE LR-ORDER-REF TO WS-LGL-FREEZE-REF
007854             END-IF
007855             SET LGL-FROZEN TO TRUE
007856         WHEN LR-TYPE-DEBIT-BLOCK
007857             IF LGL-DEBITS-NOT-BLOCKED
007858                 MOVE LR-ORDER-REF TO WS-LGL-BLOCK-REF
007859             END-IF
007860             SET LGL-DEBITS-BLOCKED TO TRUE
007861         WHEN LR-TYPE-LEVY
007862             IF LR-ORDER-REF = WS-LGL-SWEEP-REF
007863                 AND LR-ORDER-DATE NOT > WS-BUSINESS-DATE
007864                 SET LGL-SWEEP-ORDER-FOUND TO TRUE
007865                 COMPUTE WS-LGL-SWEEP-DUE =
007866                     LR-LEVY-AMOUNT - LR-SWEPT-AMOUNT
007867             ELSE
007868                 IF WS-LGL-LEVY-TOTAL = ZERO
007869                     MOVE LR-ORDER-REF TO WS-LGL-LEVY-REF
007870                 END-IF
007871                 COMPUTE WS-LGL-LEVY-TOTAL = WS-LGL-LEVY-TOTAL
007872                     + LR-LEVY-AMOUNT - LR-SWEPT-AMOUNT
007873             END-IF
007874     END-EVALUATE.
007875 2870-EXIT.
007876     EXIT.
007877
007878* 2880-DECLINE-LEGAL RELEASES THE LOCKS AND DECLINES THE CALL WITH
007879* STATUS 36, HANDING BACK THE ORDER THAT STOPPED IT - A FREEZE
007880* AHEAD OF A DEBIT BLOCK AHEAD OF A LEVY.
007881 2880-DECLINE-LEGAL.
007882     UNLOCK MASTER-FILE
007883     SET CA-ST-LEGAL-RESTRICTED TO TRUE
007884     EVALUATE TRUE
007885         WHEN LGL-FROZEN
007886             MOVE WS-LGL-FREEZE-REF TO CA-LGL-ORDER-REF
007887             MOVE "F" TO CA-LGL-TYPE
007888         WHEN LGL-DEBITS-BLOCKED
007889             MOVE WS-LGL-BLOCK-REF TO CA-LGL-ORDER-REF
007890             MOVE "D" TO CA-LGL-TYPE
007891         WHEN OTHER
007892             MOVE WS-LGL-LEVY-REF TO CA-LGL-ORDER-REF
007893             MOVE "L" TO CA-LGL-TYPE
007894     END-EVALUATE.
007895 2880-EXIT.
007896     EXIT.
007897
007898*****************************************************************
007899* 2900-CHECKPOINT-WRITE
007900*   RECORDS A PENDING CHECKPOINT FOR THE CURRENT M-ACCT-ID AHEAD
007901*   OF ITS REWRITE, CAPTURING BOTH THE BALANCE TO ROLL BACK TO
007902*   AND THE BALANCE THE REWRITE IS ABOUT TO POST, SO A RUN THAT
007903*   DIES BEFORE 2950-CHECKPOINT-CLEAR CAN TELL WHETHER ITS
007904*   REWRITE EVER ACTUALLY HAPPENED.  USED FOR EVERY SINGLE-ACCOUNT
007905*   POSTING; A TRANSFER USES 2910-CHECKPOINT-WRITE-XFER INSTEAD.
007906*****************************************************************
007907 2900-CHECKPOINT-WRITE.
007908     MOVE M-ACCT-ID TO CP-ACCT-ID
007909     DELETE CHECKPOINT-FILE RECORD
007910         INVALID KEY
007911             CONTINUE
007912     END-DELETE
007913     SET CP-PENDING TO TRUE
007914     MOVE SPACES TO CP-PARTNER-ACCT-ID
007915     MOVE WS-BALANCE-BEFORE TO CP-BALANCE-BEFORE
007916     MOVE M-BALANCE TO CP-BALANCE-AFTER
007917     MOVE WS-STATUS-BEFORE TO CP-ACCT-STATUS-BEFORE
007918     MOVE M-ACCT-STATUS TO CP-ACCT-STATUS-AFTER
007919     MOVE CA-TRANS-TYPE TO CP-TRANS-TYPE
007920     ACCEPT CP-LOG-DATE FROM DATE YYYYMMDD
007921     ACCEPT CP-LOG-TIME FROM TIME
007922     WRITE CHECKPOINT-RECORD
007923     IF WS-CP-FILE-STATUS = "00"
007924         SET WS-CP-WRITE-OK TO TRUE
007925     ELSE
007926         SET WS-CP-WRITE-FAILED TO TRUE
007927         DISPLAY "ACCOUNT - CHECKPOINT WRITE FAILED, STATUS "
007928             WS-CP-FILE-STATUS " FOR ACCT " CP-ACCT-ID
007929     END-IF.
007930 2900-EXIT.
007940     EXIT.
007950
008810*****************************************************************
008820* 3000-PROCESS-TRANSACTION
008830*   ROUTES A FOUND ACCOUNT TO THE DEPOSIT, WITHDRAWAL, REVERSAL,
008840*   OD-SET, OR LOAN LOGIC.  A TRANSACTION TYPE THAT IS NONE OF
008850*   THESE IS REJECTED WITH CA-STATUS 19 RATHER THAN DEFAULTED -
008860*   THE BATCH POSTING FILES FEED THIS PROGRAM RAW, AND A TYPO'D
008870*   TYPE MUST LAND IN THE REJECT FILE, NOT POST AS A WITHDRAWAL.
008880*****************************************************************
008890 3000-PROCESS-TRANSACTION.
008900     IF M-ACCT-CLOSED
009040                     PERFORM 3500-REVERSAL THRU 3500-EXIT
009042                 WHEN "OD-SET    "
009044                     PERFORM 3700-OD-SET THRU 3700-EXIT
009045                 WHEN "LOAN-DISB "
009046                     PERFORM 5500-LOAN-DISB THRU 5500-EXIT
009047                 WHEN "LOAN-PAY  "
009048                     PERFORM 5600-LOAN-PAY THRU 5600-EXIT
009050                 WHEN OTHER
009060                     UNLOCK MASTER-FILE
009070                     SET CA-ST-BAD-TRANS-TYPE TO TRUE
009136* THE DEPOSITED FUNDS ONCE THE POSTING HAS COMMITTED, SO THE
009137* MONEY SHOWS ON THE LEDGER BUT IS NOT SPENDABLE UNTIL THE
009138* RELEASE DATE.
009139* NOTHING POSTS TO AN ACCOUNT UNDER A LEGAL FREEZE (STATUS 36).
009140 3100-DEPOSIT.
009150     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
009151     MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
009152     PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
009153     IF LGL-FROZEN
009154         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
009155         GO TO 3100-EXIT
009156     END-IF
009160     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
009170     MOVE M-BALANCE TO WS-BALANCE-BEFORE
009180     ADD WS-AMOUNT-DEC TO M-BALANCE
009276* THE ARRANGED OVERDRAFT LIMIT EXTENDS BOTH TESTS - THE BALANCE
009277* MAY GO NEGATIVE DOWN TO M-OD-LIMIT, WHICH IS ZERO ON ANY
009278* ACCOUNT WITHOUT A SIGNED FACILITY.
009280* A FIXED-TERM DEPOSIT BEFORE ITS MATURITY DATE IS REFUSED WITH
009282* STATUS 27 UNLESS OPS ALLOW AN EARLY BREAK, IN WHICH CASE THE
009283* BREAK PENALTY MUST BE COVERED ALONG WITH THE AMOUNT AND IS
009284* POSTED AS ITS OWN ENTRY RIGHT AFTER THE WITHDRAWAL.
009285* A LEGAL FREEZE OR DEBIT BLOCK REFUSES THE WITHDRAWAL OUTRIGHT
009286* WITH STATUS 36, AS DOES ONE THAT WOULD DIP INTO A LEVY STILL
009287* TO BE SWEPT - THE LEVY IS FENCED OUT OF THE CREDIT BALANCE
009288* LESS HOLDS, AND THE OVERDRAFT CANNOT BE DRAWN TO GET ROUND IT.
009289 3200-WITHDRAWAL.
009290     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
009291     MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
009292     PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
009293     IF LGL-FROZEN OR LGL-DEBITS-BLOCKED
009294         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
009295         GO TO 3200-EXIT
009296     END-IF
009297     MOVE ZERO TO WS-FD-PENALTY
009298     IF M-TYPE-FIXED-TERM
009299         AND M-FD-MATURITY-DATE > WS-BUSINESS-DATE
009300         PERFORM 3260-LOAD-FD-BREAK THRU 3260-EXIT
009301         IF FD-BREAK-NOT-ALLOWED
009302             UNLOCK MASTER-FILE
009304             SET CA-ST-FD-NOT-MATURED TO TRUE
009306             GO TO 3200-EXIT
009308         END-IF
009310         COMPUTE WS-FD-PENALTY ROUNDED =
009312             WS-AMOUNT-DEC * WS-FD-PENALTY-RATE
009314         IF WS-FD-PENALTY < WS-FD-PENALTY-MIN
009316             MOVE WS-FD-PENALTY-MIN TO WS-FD-PENALTY
009318         END-IF
009320     END-IF
009322     IF WS-AMOUNT-DEC + WS-FD-PENALTY > M-BALANCE + M-OD-LIMIT
009324         UNLOCK MASTER-FILE
009326         SET CA-ST-INSUFFICIENT-FUNDS TO TRUE
009328         GO TO 3200-EXIT
009330     END-IF
009332     MOVE CA-ACCT-ID TO WS-HOLD-ACCT-ID
009334     PERFORM 2700-SUM-HOLDS THRU 2700-EXIT
009336     COMPUTE WS-AVAIL-BALANCE =
009338         M-BALANCE - WS-HOLD-TOTAL + M-OD-LIMIT
009340     IF WS-AMOUNT-DEC + WS-FD-PENALTY > WS-AVAIL-BALANCE
009342         UNLOCK MASTER-FILE
009344         SET CA-ST-FUNDS-ON-HOLD TO TRUE
009346         GO TO 3200-EXIT
009348     END-IF
009349     IF WS-LGL-LEVY-TOTAL > ZERO
009350         AND WS-AMOUNT-DEC + WS-FD-PENALTY >
009351             M-BALANCE - WS-HOLD-TOTAL - WS-LGL-LEVY-TOTAL
009352         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
009353         GO TO 3200-EXIT
009354     END-IF
009355     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
009356     MOVE M-BALANCE TO WS-BALANCE-BEFORE
009357     SUBTRACT WS-AMOUNT-DEC FROM M-BALANCE
009358     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
009359     IF CA-ST-SUCCESS
009360         AND WS-FD-PENALTY > ZERO
009362         PERFORM 3250-FD-PENALTY THRU 3250-EXIT
009364     END-IF.
009390 3200-EXIT.
009400     EXIT.
009401
009402*****************************************************************
009403* 3250-FD-PENALTY
009404*   POSTS THE EARLY-BREAK PENALTY ON A FIXED-TERM DEPOSIT WHOSE
009405*   WITHDRAWAL OR GARNISH SWEEP HAS JUST COMMITTED, AS ITS OWN
009406*   "FD-BREAK" ENTRY SO THE CHARGE READS SEPARATELY FROM THE
009407*   DEBIT.  THE RECORD IS RE-READ WITH LOCK SINCE THE DEBIT HAS
009408*   RELEASED IT.  A PENALTY THAT CANNOT BE POSTED GOES TO THE
009409*   OPERATOR CONSOLE - THE DEBIT HAS ALREADY POSTED, SO THE CALL
009410*   STILL COMES BACK SUCCESSFUL RATHER THAN LOOKING DECLINED.
009411*****************************************************************
009412 3250-FD-PENALTY.
009413     PERFORM 2000-FIND-ACCOUNT THRU 2000-EXIT
009414     IF ACCOUNT-NOT-FOUND
009415         DISPLAY "ACCOUNT - FD BREAK PENALTY NOT POSTED FOR "
009416             CA-ACCT-ID ", ACCOUNT NOT FOUND"
009417         GO TO 3250-EXIT
009418     END-IF
009419     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
009420     MOVE M-BALANCE TO WS-BALANCE-BEFORE
009421     SUBTRACT WS-FD-PENALTY FROM M-BALANCE
009422     PERFORM 2900-CHECKPOINT-WRITE THRU 2900-EXIT
009423     IF WS-CP-WRITE-FAILED
009424         DISPLAY "ACCOUNT - FD BREAK PENALTY NOT POSTED FOR "
009425             CA-ACCT-ID ", CHECKPOINT WRITE FAILED"
009426         UNLOCK MASTER-FILE
009427         GO TO 3250-EXIT
009428     END-IF
009429     REWRITE MASTER-RECORD
009430         INVALID KEY
009431             CONTINUE
009432     END-REWRITE
009433     PERFORM 3950-VERIFY-REWRITE THRU 3950-EXIT
009434     PERFORM 2950-CHECKPOINT-CLEAR THRU 2950-EXIT
009435     UNLOCK MASTER-FILE
009436     IF WS-REWRITE-FAILED
009437         DISPLAY "ACCOUNT - FD BREAK PENALTY NOT POSTED FOR "
009438             CA-ACCT-ID
009439         GO TO 3250-EXIT
009440     END-IF
009441     MOVE WS-FD-PENALTY TO WS-AMOUNT-DEC
009442     MOVE CA-ACCT-ID TO WS-LOG-ACCT-ID
009443     MOVE "FD-BREAK  " TO WS-LOG-TRANS-TYPE
009444     PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
009445     MOVE M-BALANCE TO CA-RESULT-BA.
009446 3250-EXIT.
009447     EXIT.
009448
009449*****************************************************************
009450* 3260-LOAD-FD-BREAK
009451*   READS THE OPS EARLY-BREAK RULE.  ONLY AN EXPLICIT 'Y' ALLOWS
009452*   AN UNMATURED DEPOSIT TO BE BROKEN - NO CONTROL FILE, AN EMPTY
009453*   ONE, OR ANY OTHER FLAG KEEPS THE DEPOSIT LOCKED TO ITS TERM.
009454*****************************************************************
009455 3260-LOAD-FD-BREAK.
009456     SET FD-BREAK-NOT-ALLOWED TO TRUE
009457     MOVE ZERO TO WS-FD-PENALTY-RATE
009458     MOVE ZERO TO WS-FD-PENALTY-MIN
009459     OPEN INPUT FD-BREAK-FILE
009460     IF WS-FD-BREAK-STATUS NOT = "00"
009461         GO TO 3260-EXIT
009462     END-IF
009463     READ FD-BREAK-FILE
009464         AT END
009465             CONTINUE
009466         NOT AT END
009467             IF FB-BREAK-ALLOWED = "Y"
009468                 SET FD-BREAK-ALLOWED TO TRUE
009469                 MOVE FB-PENALTY-RATE TO WS-FD-PENALTY-RATE
009470                 MOVE FB-PENALTY-MIN TO WS-FD-PENALTY-MIN
009471             END-IF
009472     END-READ
009473     CLOSE FD-BREAK-FILE.
009474 3260-EXIT.
009475     EXIT.
009476
009477* 3300-OPEN-ACCOUNT WRITES A BRAND-NEW MASTER-RECORD FOR AN
009478* ACCT-ID THAT 2000-FIND-ACCOUNT DID NOT LOCATE, USING THE
009479* CUSTOMER NAME AND STARTING BALANCE PASSED IN THE COMMAREA, AND
009480* LOGS THE STARTING BALANCE TO TRANS-LOG-FILE LIKE ANY OTHER
009481* POSTING SO THE FIRST BALANCE ON THE ACCOUNT HAS AN AUDIT TRAIL.
009482* A CUSTOMER ID PASSED IN CA-CUST-ID MUST BE ON THE CUSTOMER
009483* MASTER AND IS STAMPED INTO M-CUST-ID TO LINK THE ACCOUNT TO
009490* ITS OWNER; SPACES MEANS AN UNLINKED LEGACY CALLER.  THE
009492* PRODUCT CODE IN CA-ACCT-TYPE IS STAMPED INTO M-ACCT-TYPE -
009494* SPACES DEFAULTS TO CHECKING SO A CALLER THAT PREDATES THE
009496* FIELD STILL OPENS A SENSIBLE ACCOUNT, AND AN UNRECOGNIZED
009498* CODE IS REJECTED RATHER THAN WRITTEN WHERE NO RATE TABLE ROW
009499* WILL EVER MATCH IT.
009501* AN 'FD' OPEN ALSO CARRIES ITS TERM, MATURITY INSTRUCTION, AND
009503* ANY PAYOUT ACCOUNT, VALIDATED BY 3350-FD-TERMS, AND COMES BACK
009505* WITH THE MATURITY DATE AND CONTRACTED RATE IT WAS WRITTEN WITH.
009507 3300-OPEN-ACCOUNT.
009510     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
009512     MOVE CA-ACCT-TYPE TO M-ACCT-TYPE
009514     IF M-ACCT-TYPE = SPACES
009570                 GO TO 3300-EXIT
009580         END-READ
009590     END-IF
009591* THE OWNER IS SCREENED AGAINST THE WATCH LIST BEFORE ANYTHING
009592* IS WRITTEN - THE CUSTOMER-MASTER RECORD WHEN THE ACCOUNT IS
009593* LINKED, OTHERWISE THE NAME ON THE CALL.
009594     IF CA-CUST-ID NOT = SPACES
009595         MOVE C-CUST-ID TO WS-WL-CAND-ID
009596         MOVE C-CUST-NAME TO WS-WL-CAND-NAME
009597         MOVE C-ADDR-LINE-1 TO WS-WL-CAND-ADDR
009598         MOVE C-POSTAL-CODE TO WS-WL-CAND-POSTAL
009599         MOVE C-TAX-ID TO WS-WL-CAND-TAX-ID
009600     ELSE
009601         MOVE SPACES TO WS-WL-CAND-ID
009602         MOVE CA-CUSTOMER-NAME TO WS-WL-CAND-NAME
009603         MOVE SPACES TO WS-WL-CAND-ADDR
009604         MOVE SPACES TO WS-WL-CAND-POSTAL
009605         MOVE SPACES TO WS-WL-CAND-TAX-ID
009606     END-IF
009607     PERFORM 1400-SCREEN-CUSTOMER THRU 1400-EXIT
009608     IF NOT WL-SCREEN-CLEAR
009609         GO TO 3300-EXIT
009610     END-IF
009611     IF M-TYPE-FIXED-TERM
009612         PERFORM 3350-FD-TERMS THRU 3350-EXIT
009613         IF FD-TERMS-INVALID
009614             GO TO 3300-EXIT
009615         END-IF
009616     END-IF
009617     MOVE CA-ACCT-ID TO M-ACCT-ID
009618     MOVE CA-CUSTOMER-NAME TO M-CUSTOMER-NAME
009620     MOVE WS-AMOUNT-DEC TO M-BALANCE
009630     MOVE CA-CUST-ID TO M-CUST-ID
009640     MOVE WS-POST-DATE TO M-LAST-ACTIVITY-DATE
009645     MOVE ZERO TO M-OD-LIMIT
009646     MOVE WS-FD-TERM-MONTHS TO M-FD-TERM-MONTHS
009647     MOVE WS-FD-MATURITY-DATE TO M-FD-MATURITY-DATE
009648     MOVE WS-FD-RATE TO M-FD-RATE
009649     MOVE WS-FD-INSTRUCTION TO M-FD-INSTRUCTION
009650     MOVE WS-FD-PAYOUT-ACCT-ID TO M-FD-PAYOUT-ACCT-ID
009652     MOVE ZERO TO M-FD-INT-DATE
009653     MOVE WS-FD-ANCHOR-DAY TO M-FD-ANCHOR-DAY
009655     SET M-ACCT-ACTIVE TO TRUE
009660     WRITE MASTER-RECORD
009670     INVALID KEY
009680         SET CA-ST-ACCT-ALREADY-EXISTS TO TRUE
009720         MOVE CA-TRANS-TYPE TO WS-LOG-TRANS-TYPE
009730         PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
009740         MOVE M-BALANCE TO CA-RESULT-BA
009743         MOVE M-FD-MATURITY-DATE TO CA-FD-MATURITY
009746         MOVE M-FD-RATE TO CA-FD-RATE
009750         SET CA-ST-SUCCESS TO TRUE
009760     END-WRITE.
009770 3300-EXIT.
009780     EXIT.
009781
009782*****************************************************************
009783* 3350-FD-TERMS
009784*   VALIDATES THE TERMS OF A FIXED-TERM DEPOSIT BEING OPENED AND
009785*   STAGES THEM IN WS-FD-FIELDS.  THE TERM MUST BE AT LEAST ONE
009786*   MONTH.  THE INSTRUCTION DEFAULTS TO ROLLOVER; A PAYOUT NEEDS A
009787*   NOMINATED ACCOUNT THAT IS ON FILE, NOT CLOSED, AND NOT THE
009788*   DEPOSIT ITSELF.  THE CONTRACTED RATE IS THE ONE QUOTED IN THE
009789*   COMMAREA, OR THE CURRENT 'FD' ROW OF THE PRODUCT RATE TABLE
009790*   WHEN NONE WAS QUOTED - A DEPOSIT WITH NO RATE AT ALL IS NOT
009791*   OPENED.  THE MATURITY DATE IS THE BUSINESS DATE PLUS THE TERM,
009792*   AND THE BUSINESS DATE'S DAY OF MONTH IS KEPT AS THE DEPOSIT'S
009793*   ANCHOR DAY FOR EVERY ROLLOVER.  ANY FAILURE RETURNS STATUS 28.
009794*****************************************************************
009795 3350-FD-TERMS.
009796     SET FD-TERMS-INVALID TO TRUE
009797     SET CA-ST-FD-INVALID TO TRUE
009798     IF CA-FD-TERM-MONTHS = ZERO
009799         GO TO 3350-EXIT
009800     END-IF
009801     MOVE CA-FD-INSTRUCTION TO WS-FD-INSTRUCTION
009802     IF WS-FD-INSTRUCTION = SPACE
009803         MOVE "R" TO WS-FD-INSTRUCTION
009804     END-IF
009805     IF WS-FD-INSTRUCTION NOT = "R"
009806         AND WS-FD-INSTRUCTION NOT = "P"
009807         GO TO 3350-EXIT
009808     END-IF
009809     MOVE SPACES TO WS-FD-PAYOUT-ACCT-ID
009810     IF WS-FD-INSTRUCTION = "P"
009811         IF CA-FD-PAYOUT-ACCT-ID = SPACES
009812             OR CA-FD-PAYOUT-ACCT-ID = CA-ACCT-ID
009813             GO TO 3350-EXIT
009814         END-IF
009815         MOVE CA-FD-PAYOUT-ACCT-ID TO M-ACCT-ID
009816         READ MASTER-FILE
009817             INVALID KEY
009818                 GO TO 3350-EXIT
009819         END-READ
009820         IF M-ACCT-CLOSED
009821             GO TO 3350-EXIT
009822         END-IF
009823         MOVE CA-FD-PAYOUT-ACCT-ID TO WS-FD-PAYOUT-ACCT-ID
009824     END-IF
009825     MOVE CA-FD-RATE TO WS-FD-RATE
009826     IF WS-FD-RATE = ZERO
009827         MOVE "FD" TO WS-RATE-LOOKUP-TYPE
009828         PERFORM 7800-FIND-PRODUCT-RATE THRU 7800-EXIT
009829         IF TABLE-RATE-NOT-FOUND
009830             GO TO 3350-EXIT
009831         END-IF
009832         MOVE WS-TABLE-RATE TO WS-FD-RATE
009833     END-IF
009834     MOVE CA-FD-TERM-MONTHS TO WS-FD-TERM-MONTHS
009835     MOVE WS-BUSINESS-DATE TO WS-REL-DATE
009836     MOVE WS-REL-DD TO WS-REL-ANCHOR-DD
009837     MOVE WS-REL-DD TO WS-FD-ANCHOR-DAY
009838     MOVE WS-FD-TERM-MONTHS TO WS-REL-MONTHS-LEFT
009839     PERFORM 7700-ADD-ONE-MONTH THRU 7700-EXIT
009840         UNTIL WS-REL-MONTHS-LEFT = ZERO
009841     MOVE WS-REL-DATE TO WS-FD-MATURITY-DATE
009842* THE PAYOUT-ACCOUNT READ OVERLAID THE RECORD AREA - PUT THE NEW
009843* ACCOUNT'S PRODUCT CODE BACK BEFORE THE RECORD IS BUILT.
009844     SET M-TYPE-FIXED-TERM TO TRUE
009845     SET FD-TERMS-VALID TO TRUE
009846     SET CA-ST-SUCCESS TO TRUE.
009847 3350-EXIT.
009848     EXIT.
009849
009850* 3400-CLOSE-ACCOUNT FLAGS THE CURRENT MASTER-RECORD CLOSED.
009851* REFUSES TO CLOSE AN ACCOUNT THAT IS NOT AT A ZERO BALANCE, OR A
009852* FIXED-TERM DEPOSIT AHEAD OF ITS MATURITY DATE UNLESS OPS ALLOW
009853* AN EARLY BREAK (STATUS 27).  AN ACCOUNT WITH ANY LEGAL ORDER
009854* IN FORCE AGAINST IT - FREEZE, DEBIT BLOCK, OR A LEVY NOT YET
009855* SWEPT - CANNOT BE CLOSED (STATUS 36).
009856 3400-CLOSE-ACCOUNT.
009857     MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
009858     PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
009859     IF LGL-FROZEN OR LGL-DEBITS-BLOCKED
009860         OR WS-LGL-LEVY-TOTAL > ZERO
009861         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
009862         GO TO 3400-EXIT
009863     END-IF
009864     IF M-TYPE-FIXED-TERM
009865         AND M-FD-MATURITY-DATE > WS-BUSINESS-DATE
009866         PERFORM 3260-LOAD-FD-BREAK THRU 3260-EXIT
009867         IF FD-BREAK-NOT-ALLOWED
009868             UNLOCK MASTER-FILE
009869             SET CA-ST-FD-NOT-MATURED TO TRUE
009870             GO TO 3400-EXIT
009871         END-IF
009872     END-IF
009873     IF M-BALANCE NOT = 0
009874         UNLOCK MASTER-FILE
009875         SET CA-ST-CLOSE-BALANCE-NOT-ZERO TO TRUE
009876     ELSE
009877         MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
009880         SET M-ACCT-CLOSED TO TRUE
009890         MOVE WS-POST-DATE TO M-LAST-ACTIVITY-DATE
009900         MOVE M-BALANCE TO WS-BALANCE-BEFORE
010040             PERFORM 2950-CHECKPOINT-CLEAR THRU 2950-EXIT
010050             UNLOCK MASTER-FILE
010060         ELSE
010070             MOVE ZERO TO WS-AMOUNT-DEC
010080             MOVE CA-ACCT-ID TO WS-LOG-ACCT-ID
010090             MOVE CA-TRANS-TYPE TO WS-LOG-TRANS-TYPE
010100             PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
010110             PERFORM 2950-CHECKPOINT-CLEAR THRU 2950-EXIT
010120             UNLOCK MASTER-FILE
010130             MOVE M-BALANCE TO CA-RESULT-BA
010140             SET CA-ST-SUCCESS TO TRUE
010150         END-IF
010740     END-IF
010750     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
010760     MOVE M-BALANCE TO WS-BALANCE-BEFORE
010765     MOVE MASTER-RECORD TO WS-MA-BEFORE-IMAGE
010770     SET M-ACCT-ACTIVE TO TRUE
010780     MOVE ZERO TO WS-AMOUNT-DEC
010790     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
010795     PERFORM 4150-AUDIT-MASTER THRU 4150-EXIT.
010800 3600-EXIT.
010810     EXIT.
010811
010827     END-IF
010828     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
010829     MOVE M-BALANCE TO WS-BALANCE-BEFORE
010830     MOVE MASTER-RECORD TO WS-MA-BEFORE-IMAGE
010831     MOVE WS-AMOUNT-DEC TO M-OD-LIMIT
010832     MOVE ZERO TO WS-AMOUNT-DEC
010833     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
010834     PERFORM 4150-AUDIT-MASTER THRU 4150-EXIT.
010835 3700-EXIT.
010836     EXIT.
010837
010838*****************************************************************
010839* 3750-FD-ROLL
010840*   ROLLS A MATURED FIXED-TERM DEPOSIT OVER FOR ANOTHER TERM OF
010841*   THE SAME LENGTH AT THE CURRENT 'FD' RATE IN THE PRODUCT RATE
010842*   TABLE, DRIVEN BY THE DAILY FDMATUR JOB.  THE NEW MATURITY DATE
010843*   IS STEPPED A WHOLE TERM AT A TIME FROM THE OLD ONE UNTIL IT IS
010844*   PAST THE BUSINESS DATE, SO A DEPOSIT THAT MISSED A RUN
010845*   STAYS ON ITS ORIGINAL CYCLE, AND EVERY STEP IS RECKONED FROM
010846*   THE DEPOSIT'S ANCHOR DAY, SO ONE OPENED ON THE 31ST RETURNS TO
010847*   THE 31ST AFTER A SHORT MONTH.  A DEPOSIT WITH NO ANCHOR DAY ON
010848*   FILE TAKES THE DAY OF ITS CURRENT MATURITY DATE.  WITH NO 'FD'
010849*   ROW ON FILE THE DEPOSIT ROLLS AT ITS OLD RATE AND THE OPERATOR
010850*   IS TOLD.  LOGS A ZERO-AMOUNT ENTRY SO THE ROLLOVER IS AN
010851*   AUDITED EVENT.  A DEPOSIT NOT YET DUE IS REFUSED WITH STATUS
010852*   27; AN ACCOUNT THAT IS NOT A TERMED DEPOSIT WITH STATUS 28.
010853*****************************************************************
010854 3750-FD-ROLL.
010855     IF M-ACCT-CLOSED
010856         UNLOCK MASTER-FILE
010857         SET CA-ST-ACCT-CLOSED TO TRUE
010858         GO TO 3750-EXIT
010859     END-IF
010860     IF NOT M-TYPE-FIXED-TERM
010861         OR M-FD-MATURITY-DATE = ZERO
010862         OR M-FD-TERM-MONTHS = ZERO
010863         UNLOCK MASTER-FILE
010864         SET CA-ST-FD-INVALID TO TRUE
010865         GO TO 3750-EXIT
010866     END-IF
010867     IF M-FD-MATURITY-DATE > WS-BUSINESS-DATE
010868         UNLOCK MASTER-FILE
010869         SET CA-ST-FD-NOT-MATURED TO TRUE
010870         GO TO 3750-EXIT
010871     END-IF
010872     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
010873     MOVE M-BALANCE TO WS-BALANCE-BEFORE
010874     MOVE MASTER-RECORD TO WS-MA-BEFORE-IMAGE
010875     MOVE "FD" TO WS-RATE-LOOKUP-TYPE
010876     PERFORM 7800-FIND-PRODUCT-RATE THRU 7800-EXIT
010877     IF TABLE-RATE-FOUND
010878         MOVE WS-TABLE-RATE TO M-FD-RATE
010879     ELSE
010880         DISPLAY "ACCOUNT - NO FD ROW IN PRODUCT RATE TABLE, "
010881             CA-ACCT-ID " ROLLED AT ITS OLD RATE"
010882     END-IF
010883     MOVE M-FD-MATURITY-DATE TO WS-REL-DATE
010884     MOVE M-FD-ANCHOR-DAY TO WS-REL-ANCHOR-DD
010885     IF WS-REL-ANCHOR-DD = ZERO
010886         MOVE WS-REL-DD TO WS-REL-ANCHOR-DD
010887     END-IF
010888     PERFORM 3760-ROLL-ONE-TERM THRU 3760-EXIT
010889         UNTIL WS-REL-DATE > WS-BUSINESS-DATE
010890     MOVE WS-REL-DATE TO M-FD-MATURITY-DATE
010891     MOVE WS-REL-ANCHOR-DD TO M-FD-ANCHOR-DAY
010892     MOVE ZERO TO WS-AMOUNT-DEC
010893     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
010894     PERFORM 4150-AUDIT-MASTER THRU 4150-EXIT
010895     MOVE M-FD-MATURITY-DATE TO CA-FD-MATURITY
010896     MOVE M-FD-RATE TO CA-FD-RATE.
010897 3750-EXIT.
010898     EXIT.
010899
010900 3760-ROLL-ONE-TERM.
010901     MOVE M-FD-TERM-MONTHS TO WS-REL-MONTHS-LEFT
010902     PERFORM 7700-ADD-ONE-MONTH THRU 7700-EXIT
010903         UNTIL WS-REL-MONTHS-LEFT = ZERO.
010904 3760-EXIT.
010905     EXIT.
010906
010907*****************************************************************
010908* 3800-INQUIRY
010909*   READ-ONLY LOOKUP OF THE ACCOUNT IN THE COMMAREA.  READS THE
010910*   MASTER RECORD WITHOUT A LOCK, RETURNS THE BALANCE, STATUS,
010911*   PRODUCT CODE, CUSTOMER LINK, LAST-ACTIVITY DATE, AND ANY
010912*   FIXED-TERM DEPOSIT TERMS, AND
010913*   FILLS THE FULL CUSTOMER NAME FROM THE CUSTOMER MASTER WHEN
010914*   THE ACCOUNT IS LINKED.  NOTHING IS REWRITTEN, NO ACTIVITY
010915*   DATE IS STAMPED, AND NO TRANS-LOG ENTRY IS WRITTEN, SO A
010916*   LOOKUP CANNOT BLOCK A CONCURRENT POSTING OR MUDDY THE
010917*   DORMANCY CLOCK.  A CLOSED OR DORMANT ACCOUNT STILL ANSWERS -
010918*   ITS STATE COMES BACK IN CA-ACCT-STATUS FOR THE TELLER TO
010919*   READ.
010920*****************************************************************
010921 3800-INQUIRY.
010922     MOVE CA-ACCT-ID TO M-ACCT-ID
010923     READ MASTER-FILE
010924         INVALID KEY
010925             SET CA-ST-ACCT-NOT-FOUND TO TRUE
010926             GO TO 3800-EXIT
010927     END-READ
010928     MOVE M-BALANCE TO CA-RESULT-BA
010929     MOVE M-ACCT-STATUS TO CA-ACCT-STATUS
010930     MOVE M-ACCT-TYPE TO CA-ACCT-TYPE
010931     MOVE M-CUST-ID TO CA-CUST-ID
010932     MOVE M-CUSTOMER-NAME TO CA-CUSTOMER-NAME
010933     MOVE M-LAST-ACTIVITY-DATE TO CA-LAST-ACTIVITY
010934     MOVE M-FD-TERM-MONTHS TO CA-FD-TERM-MONTHS
010935     MOVE M-FD-MATURITY-DATE TO CA-FD-MATURITY
010936     MOVE M-FD-RATE TO CA-FD-RATE
010937     MOVE M-FD-INSTRUCTION TO CA-FD-INSTRUCTION
010938     MOVE M-FD-PAYOUT-ACCT-ID TO CA-FD-PAYOUT-ACCT-ID
010939     MOVE SPACES TO CA-CUST-NAME
010940     IF M-CUST-ID NOT = SPACES
010941         AND CUST-FILE-OPEN
010942         MOVE M-CUST-ID TO C-CUST-ID
010943         READ CUSTOMER-FILE
010944             INVALID KEY
010945                 CONTINUE
010946             NOT INVALID KEY
010947                 MOVE C-CUST-NAME TO CA-CUST-NAME
010948         END-READ
010949     END-IF
010950     SET CA-ST-SUCCESS TO TRUE.
010951 3800-EXIT.
010952     EXIT.
010953
010954*****************************************************************
010955* 3850-BALANCE-AS-OF
010956*   READ-ONLY LOOKUP OF THE BALANCE CA-ACCT-ID CLOSED BUSINESS
010957*   DAY CA-ASOF-DATE ON, FOR DISPUTE WORK.  THE DAY'S OWN
010958*   HISTORY RECORD IS READ DIRECTLY; WHEN THERE IS NONE - NO
010959*   WINDOW RAN THAT DAY, OR ZERO ASKS FOR THE LATEST CLOSE - THE
010960*   ACCOUNT'S HISTORY IS WALKED FORWARD AND THE LAST CLOSE NOT
010961*   AFTER THE DATE ANSWERS, SINCE NOTHING POSTS BETWEEN WINDOWS.
010962*   NO MASTER RECORD IS READ - A CLOSED ACCOUNT'S HISTORY STILL
010963*   ANSWERS - AND NOTHING IS WRITTEN OR LOGGED.
010964*****************************************************************
010965 3850-BALANCE-AS-OF.
010966     IF BH-FILE-MISSING
010967         SET CA-ST-NO-BAL-HISTORY TO TRUE
010968         GO TO 3850-EXIT
010969     END-IF
010970     IF BH-FILE-NOT-OPEN
010971         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
010972         GO TO 3850-EXIT
010973     END-IF
010974     MOVE CA-ASOF-DATE TO WS-BH-ASOF-DATE
010975     IF WS-BH-ASOF-DATE = ZERO
010976         MOVE 99999999 TO WS-BH-ASOF-DATE
010977     END-IF
010978     SET BH-CLOSE-NOT-FOUND TO TRUE
010979     MOVE CA-ACCT-ID TO BH-ACCT-ID
010980     MOVE WS-BH-ASOF-DATE TO BH-BUS-DATE
010981     READ BAL-HIST-FILE
010982         INVALID KEY
010983             CONTINUE
010984         NOT INVALID KEY
010985             PERFORM 3870-KEEP-CLOSE THRU 3870-EXIT
010986     END-READ
010987     IF BH-CLOSE-NOT-FOUND
010988         MOVE CA-ACCT-ID TO BH-ACCT-ID
010989         MOVE ZERO TO BH-BUS-DATE
010990         SET BH-SCAN-MORE TO TRUE
010991         START BAL-HIST-FILE KEY IS NOT < BH-KEY
010992             INVALID KEY
010993                 SET BH-SCAN-DONE TO TRUE
010994         END-START
010995         PERFORM 3860-NEXT-CLOSE THRU 3860-EXIT
010996             UNTIL BH-SCAN-DONE
010997     END-IF
010998     IF BH-CLOSE-NOT-FOUND
010999         SET CA-ST-NO-BAL-HISTORY TO TRUE
011000         GO TO 3850-EXIT
011001     END-IF
011002     MOVE WS-BH-CLOSE-BALANCE TO CA-RESULT-BA
011003     MOVE WS-BH-CLOSE-STATUS TO CA-ACCT-STATUS
011004     MOVE WS-BH-CLOSE-TYPE TO CA-ACCT-TYPE
011005     MOVE WS-BH-CLOSE-DATE TO CA-ASOF-HIST-DATE
011006     SET CA-ST-SUCCESS TO TRUE.
011007 3850-EXIT.
011008     EXIT.
011009
011010 3860-NEXT-CLOSE.
011011     READ BAL-HIST-FILE NEXT RECORD
011012         AT END
011013             SET BH-SCAN-DONE TO TRUE
011014             GO TO 3860-EXIT
011015     END-READ
011016     IF BH-ACCT-ID NOT = CA-ACCT-ID
011017         OR BH-BUS-DATE > WS-BH-ASOF-DATE
011018         SET BH-SCAN-DONE TO TRUE
011019         GO TO 3860-EXIT
011020     END-IF
011021     PERFORM 3870-KEEP-CLOSE THRU 3870-EXIT.
011022 3860-EXIT.
011023     EXIT.
011024
011025 3870-KEEP-CLOSE.
011026     MOVE BH-BUS-DATE TO WS-BH-CLOSE-DATE
011027     MOVE BH-CLOSING-BALANCE TO WS-BH-CLOSE-BALANCE
011028     MOVE BH-ACCT-STATUS TO WS-BH-CLOSE-STATUS
011029     MOVE BH-ACCT-TYPE TO WS-BH-CLOSE-TYPE
011030     SET BH-CLOSE-FOUND TO TRUE.
011031 3870-EXIT.
011032     EXIT.
011033
011034 3900-POST-UPDATE.
011035     MOVE WS-POST-DATE TO M-LAST-ACTIVITY-DATE
011036     PERFORM 2900-CHECKPOINT-WRITE THRU 2900-EXIT
011037     IF WS-CP-WRITE-FAILED
011038         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
011039         UNLOCK MASTER-FILE
011040         GO TO 3900-EXIT
011041     END-IF
011042     REWRITE MASTER-RECORD
011043         INVALID KEY
011044             CONTINUE
011045     END-REWRITE
011046     PERFORM 3950-VERIFY-REWRITE THRU 3950-EXIT
011047     IF WS-REWRITE-FAILED
011048         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
011049         PERFORM 2950-CHECKPOINT-CLEAR THRU 2950-EXIT
011050         UNLOCK MASTER-FILE
011051     ELSE
011052         MOVE CA-ACCT-ID TO WS-LOG-ACCT-ID
011053         MOVE CA-TRANS-TYPE TO WS-LOG-TRANS-TYPE
011054         PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
011055         PERFORM 2950-CHECKPOINT-CLEAR THRU 2950-EXIT
011056         UNLOCK MASTER-FILE
011060         MOVE M-BALANCE TO CA-RESULT-BA
011070         SET CA-ST-SUCCESS TO TRUE
011080     END-IF.
011460     MOVE WS-LOG-ORIG-TIME TO TL-ORIG-TIME
011470     MOVE CA-TELLER-ID TO TL-TELLER-ID
011480     MOVE CA-BRANCH-ID TO TL-BRANCH-ID
011482* THE OVERRIDE IS STAMPED ONLY WHEN THE TELLER-LIMIT CHECK OR A
011484* WATCH-LIST REFERRAL WAS ACTUALLY OVERRIDDEN, SO ONE SCAN OF
011486* THE LOG PULLS EVERY APPROVED EXCEPTION AND NOTHING ELSE.
011487     IF OVERRIDE-USED
011488         MOVE CA-OVERRIDE-ID TO TL-OVERRIDE-ID
011489     ELSE
011510     WRITE TRANS-LOG-RECORD.
011520 4000-EXIT.
011530     EXIT.
011531
011532*****************************************************************
011533* 4100-WRITE-MAINT-AUDIT
011534*   APPENDS ONE BEFORE/AFTER IMAGE RECORD TO MAINT-AUDIT-FILE FOR
011535*   THE RECORD KIND, KEY, AND IMAGES THE CALLER STAGED INTO
011536*   WS-MA-FIELDS, STAMPED WITH THE CALLER'S TELLER AND BRANCH IDS
011537*   AND THE DATE AND TIME.  CALLED ONLY ONCE THE CHANGE HAS BEEN
011538*   MADE, SO EVERY RECORD ON THE FILE IS A CHANGE THAT HAPPENED.
011539*   THE OVERRIDE IS STAMPED ON THE SAME TERMS AS THE TRANS-LOG'S.
011540*   A WRITE THAT FAILS AFTER THE CHANGE HAS GONE THROUGH GOES TO
011541*   THE OPERATOR CONSOLE, SINCE THE CHANGE CANNOT BE UNDONE HERE.
011542*****************************************************************
011543 4100-WRITE-MAINT-AUDIT.
011544     MOVE "ACCOUNT " TO MA-PROGRAM
011545     MOVE CA-TRANS-TYPE TO MA-TRANS-TYPE
011546     MOVE WS-MA-RECORD-KIND TO MA-RECORD-KIND
011547     MOVE WS-MA-RECORD-KEY TO MA-RECORD-KEY
011548     MOVE CA-TELLER-ID TO MA-TELLER-ID
011549     MOVE CA-BRANCH-ID TO MA-BRANCH-ID
011550     IF OVERRIDE-USED
011551         MOVE CA-OVERRIDE-ID TO MA-OVERRIDE-ID
011552     ELSE
011553         MOVE SPACES TO MA-OVERRIDE-ID
011554     END-IF
011555     MOVE ZERO TO MA-ORIG-DATE
011556     MOVE ZERO TO MA-ORIG-TIME
011557     MOVE WS-MA-BEFORE-IMAGE TO MA-BEFORE-IMAGE
011558     MOVE WS-MA-AFTER-IMAGE TO MA-AFTER-IMAGE
011559     ACCEPT MA-AUDIT-DATE FROM DATE YYYYMMDD
011560     ACCEPT MA-AUDIT-TIME FROM TIME
011561     WRITE MAINT-AUDIT-RECORD
011562     IF WS-MA-FILE-STATUS NOT = "00"
011563         DISPLAY "ACCOUNT - MAINTENANCE AUDIT WRITE FAILED, "
011564             "STATUS " WS-MA-FILE-STATUS " FOR " CA-TRANS-TYPE
011565             " " WS-MA-RECORD-KEY
011566     END-IF.
011567 4100-EXIT.
011568     EXIT.
011569
011570*****************************************************************
011571* 4150-AUDIT-MASTER
011572*   AUDITS A MASTER RECORD CHANGE 3900-POST-UPDATE HAS JUST MADE.
011573*   THE CALLER SAVED THE BEFORE-IMAGE BEFORE TOUCHING THE RECORD;
011574*   THE AFTER-IMAGE IS MASTER-RECORD AS REWRITTEN, THE SAME RECORD
011575*   CA-RESULT-BA IS TAKEN FROM.  NOTHING IS WRITTEN WHEN THE
011576*   UPDATE DID NOT GO THROUGH.
011577*****************************************************************
011578 4150-AUDIT-MASTER.
011579     IF NOT CA-ST-SUCCESS
011580         GO TO 4150-EXIT
011581     END-IF
011582     MOVE "AC" TO WS-MA-RECORD-KIND
011583     MOVE M-ACCT-ID TO WS-MA-RECORD-KEY
011584     MOVE MASTER-RECORD TO WS-MA-AFTER-IMAGE
011585     PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT.
011586 4150-EXIT.
011587     EXIT.
011588
011589*****************************************************************
011590* 5000-TRANSFER
011591*   DEBITS CA-ACCT-ID AND CREDITS CA-TO-ACCT-ID FOR CA-AMOUNT AS
011592*   ONE UNIT OF WORK.  A TRANSFER TO ITSELF IS REJECTED OUTRIGHT -
011593*   THERE IS NO LEGITIMATE SINGLE-RECORD TWO-LEG UPDATE FOR IT,
011600*   AND STAGING THE SAME RECORD INTO BOTH LEGS WOULD LET THE
011610*   SECOND REWRITE CLOBBER THE FIRST.  THE LOWER OF CA-ACCT-ID AND
011620*   CA-TO-ACCT-ID IS ALWAYS READ AND LOCKED FIRST, REGARDLESS OF
011720*   1150-RECOVER-TRANSFER THE NEXT TIME EITHER SIDE IS TOUCHED,
011730*   RATHER THAN LOOKING COMPLETE ONE LEG AT A TIME.  CA-RESULT-BA
011740*   COMES BACK AS CA-ACCT-ID'S OWN POST-DEBIT BALANCE.
011741*   A LEGAL FREEZE ON EITHER ACCOUNT, OR A DEBIT BLOCK ON THE
011742*   SOURCE, REFUSES THE TRANSFER WITH STATUS 36, AS DOES A DEBIT
011743*   THAT WOULD DIP INTO A LEVY STILL TO BE SWEPT.
011744*   A GARNISH IS THE SAME TWO-LEG MOVE, SWEEPING THE LEVY NAMED IN
011745*   CA-LGL-ORDER-REF TO THE SUSPENSE ACCOUNT IN CA-TO-ACCT-ID -
011746*   SEE 5050-GARNISH-LIMIT FOR HOW MUCH GOES - AND ON SUCCESS
011747*   5060-RECORD-SWEEP MARKS WHAT WAS PAID AGAINST THE ORDER.
011748*   THE LEVY OVERRIDES A FIXED-TERM DEPOSIT'S TERM, SO A GARNISH
011749*   BREAKS AN UNMATURED DEPOSIT RATHER THAN BEING REFUSED, AND THE
011750*   EARLY-BREAK PENALTY 5070-GARNISH-BREAK SETS IS POSTED AFTER
011751*   THE SWEEP BY 3250-FD-PENALTY.
011752*****************************************************************
011760 5000-TRANSFER.
011770     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
011780
012480         MOVE M-BALANCE TO WS-XFER-SRC-BEFORE
012490     END-IF
012500
012501* A FIXED-TERM DEPOSIT CANNOT BE TRANSFERRED OUT OF BEFORE IT
012502* MATURES - AN EARLY BREAK, WHERE OPS ALLOW ONE, IS A WITHDRAWAL
012503* SO THE BREAK PENALTY IS CHARGED.  A GARNISH IS THE EXCEPTION.
012504     IF WS-XFER-SRC-TYPE = "FD"
012505         AND WS-XFER-SRC-FD-MATURITY > WS-BUSINESS-DATE
012506         AND CA-TRANS-TYPE NOT = "GARNISH   "
012507         UNLOCK MASTER-FILE
012508         SET CA-ST-FD-NOT-MATURED TO TRUE
012509         GO TO 5000-EXIT
012510     END-IF
012511     IF CA-TRANS-TYPE = "GARNISH   "
012512         PERFORM 5050-GARNISH-LIMIT THRU 5050-EXIT
012513         IF LGL-SWEEP-REFUSED
012514             UNLOCK MASTER-FILE
012515             GO TO 5000-EXIT
012516         END-IF
012517         PERFORM 5070-GARNISH-BREAK THRU 5070-EXIT
012518     ELSE
012519         MOVE CA-TO-ACCT-ID TO WS-LGL-ACCT-ID
012520         PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
012521         IF LGL-FROZEN
012522             PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
012523             GO TO 5000-EXIT
012524         END-IF
012525         MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
012526         PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
012527         IF LGL-FROZEN OR LGL-DEBITS-BLOCKED
012528             PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
012529             GO TO 5000-EXIT
012530         END-IF
012531     END-IF
012532     IF WS-AMOUNT-DEC >
012533         WS-XFER-SRC-BEFORE + WS-XFER-SRC-OD-LIMIT
012534         UNLOCK MASTER-FILE
012535         SET CA-ST-INSUFFICIENT-FUNDS TO TRUE
012540         GO TO 5000-EXIT
012550     END-IF
012551* THE LEDGER BALANCE COVERS THE DEBIT - NOW PROVE THE AVAILABLE
012561         SET CA-ST-FUNDS-ON-HOLD TO TRUE
012562         GO TO 5000-EXIT
012563     END-IF
012564     IF CA-TRANS-TYPE NOT = "GARNISH   "
012565         AND WS-LGL-LEVY-TOTAL > ZERO
012566         AND WS-AMOUNT-DEC >
012567             WS-XFER-SRC-BEFORE - WS-HOLD-TOTAL
012568                 - WS-LGL-LEVY-TOTAL
012569         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
012570         GO TO 5000-EXIT
012571     END-IF
012572
012573     COMPUTE WS-XFER-SRC-AFTER =
012580         WS-XFER-SRC-BEFORE - WS-AMOUNT-DEC
012590     COMPUTE WS-XFER-DST-AFTER =
012600         WS-XFER-DST-BEFORE + WS-AMOUNT-DEC
013080     PERFORM 2920-CHECKPOINT-CLEAR-XFER THRU 2920-EXIT
013090     UNLOCK MASTER-FILE
013100     MOVE WS-XFER-SRC-AFTER TO CA-RESULT-BA
013110     SET CA-ST-SUCCESS TO TRUE
013111     IF CA-TRANS-TYPE = "GARNISH   "
013112         PERFORM 5060-RECORD-SWEEP THRU 5060-EXIT
013113         IF WS-FD-PENALTY > ZERO
013114             PERFORM 3250-FD-PENALTY THRU 3250-EXIT
013115         END-IF
013116     END-IF.
013120 5000-EXIT.
013130     EXIT.
013131
013132*****************************************************************
013133* 5050-GARNISH-LIMIT
013134*   SETS HOW MUCH A GARNISH MAY SWEEP.  THE LEVY MUST BE IN FORCE
013135*   ON THE SOURCE ACCOUNT AND DUE (STATUS 38 IF NOT), AND THE
013136*   AMOUNT ASKED FOR MAY NOT EXCEED WHAT IS STILL OWED ON IT
013137*   (STATUS 37).  THE SWEEP TAKES WHATEVER OF THAT THE CREDIT
013138*   BALANCE LESS DEPOSIT HOLDS WILL COVER - NEVER THE OVERDRAFT -
013139*   AND IS CUT DOWN TO IT RATHER THAN DECLINED, SO A LEVY IS PAID
013140*   OVER AS FUNDS ARRIVE; NOTHING AVAILABLE AT ALL IS STATUS 1.
013141*   A FREEZE OR DEBIT BLOCK DOES NOT STOP THE SWEEP, AND THIS
013142*   LEVY IS PAID AHEAD OF ANY LEVY ON THE ACCOUNT NOT YET DUE.
013143*****************************************************************
013144 5050-GARNISH-LIMIT.
013145     SET LGL-SWEEP-ALLOWED TO TRUE
013146     MOVE CA-LGL-ORDER-REF TO WS-LGL-SWEEP-REF
013147     MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
013148     PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
013149     IF LGL-SWEEP-ORDER-NOT-FOUND
013150         SET CA-ST-LEGAL-NOT-FOUND TO TRUE
013151         SET LGL-SWEEP-REFUSED TO TRUE
013152         GO TO 5050-EXIT
013153     END-IF
013154     IF WS-AMOUNT-DEC NOT > ZERO
013155         OR WS-AMOUNT-DEC > WS-LGL-SWEEP-DUE
013156         SET CA-ST-LEGAL-INVALID TO TRUE
013157         SET LGL-SWEEP-REFUSED TO TRUE
013158         GO TO 5050-EXIT
013159     END-IF
013160     MOVE CA-ACCT-ID TO WS-HOLD-ACCT-ID
013161     PERFORM 2700-SUM-HOLDS THRU 2700-EXIT
013162     COMPUTE WS-AVAIL-BALANCE =
013163         WS-XFER-SRC-BEFORE - WS-HOLD-TOTAL
013164     IF WS-AVAIL-BALANCE NOT > ZERO
013165         SET CA-ST-INSUFFICIENT-FUNDS TO TRUE
013166         SET LGL-SWEEP-REFUSED TO TRUE
013167         GO TO 5050-EXIT
013168     END-IF
013169     IF WS-AMOUNT-DEC > WS-AVAIL-BALANCE
013170         MOVE WS-AVAIL-BALANCE TO WS-AMOUNT-DEC
013171     END-IF.
013172 5050-EXIT.
013173     EXIT.
013174
013175* 5060-RECORD-SWEEP POSTS THE AMOUNT SWEPT AGAINST THE LEVY AND
013176* MARKS IT SATISFIED ONCE IT IS PAID IN FULL.  THE MONEY HAS
013177* ALREADY MOVED, SO A FAILED REWRITE IS LEFT FOR THE OPERATOR
013178* RATHER THAN BACKING OUT THE TRANSFER - THE NEXT SWEEP WOULD
013179* OTHERWISE OVER-COLLECT, SO THE CONSOLE MESSAGE NAMES THE ORDER.
013180 5060-RECORD-SWEEP.
013181     COMPUTE CA-AMOUNT = WS-AMOUNT-DEC
013182     MOVE CA-ACCT-ID TO LR-ACCT-ID
013183     MOVE CA-LGL-ORDER-REF TO LR-ORDER-REF
013184     READ LEGAL-FILE
013185         INVALID KEY
013186             CONTINUE
013187     END-READ
013188     IF WS-LGL-FILE-STATUS = "00"
013189         ADD WS-AMOUNT-DEC TO LR-SWEPT-AMOUNT
013190         MOVE WS-BUSINESS-DATE TO LR-LAST-SWEEP-DATE
013191         IF LR-SWEPT-AMOUNT NOT < LR-LEVY-AMOUNT
013192             SET LR-SWEPT TO TRUE
013193         END-IF
013194         REWRITE LEGAL-RESTRICTION-RECORD
013195             INVALID KEY
013196                 CONTINUE
013197         END-REWRITE
013198     END-IF
013199     IF WS-LGL-FILE-STATUS NOT = "00"
013200         DISPLAY "ACCOUNT - LEVY " CA-LGL-ORDER-REF " ON ACCT "
013201             CA-ACCT-ID " SWEPT BUT NOT MARKED, STATUS "
013202             WS-LGL-FILE-STATUS
013203     END-IF.
013204 5060-EXIT.
013205     EXIT.
013206
013207*****************************************************************
013208* 5070-GARNISH-BREAK
013209*   SETS THE EARLY-BREAK PENALTY WHEN A GARNISH SWEEPS A
013210*   FIXED-TERM DEPOSIT BEFORE ITS MATURITY DATE.  THE LEVY
013211*   OVERRIDES THE TERM, SO THE SWEEP GOES AHEAD WHATEVER THE OPS
013212*   EARLY-BREAK RULE SAYS, BUT THE PENALTY IS CHARGED ONLY WHERE
013213*   THE RULE ALLOWS A BREAK - AT ITS RATE ON THE AMOUNT SWEPT,
013214*   NEVER LESS THAN ITS MINIMUM.  THE PENALTY IS CUT DOWN TO WHAT
013215*   THE CREDIT BALANCE LESS HOLDS LEAVES AFTER THE SWEEP AND ANY
013216*   OTHER LEVY, SO IT NEITHER OVERDRAWS THE DEPOSIT NOR EATS INTO
013217*   MONEY FENCED FOR A LEVY.
013218*****************************************************************
013219 5070-GARNISH-BREAK.
013220     MOVE ZERO TO WS-FD-PENALTY
013221     IF WS-XFER-SRC-TYPE NOT = "FD"
013222         OR WS-XFER-SRC-FD-MATURITY NOT > WS-BUSINESS-DATE
013223         GO TO 5070-EXIT
013224     END-IF
013225     PERFORM 3260-LOAD-FD-BREAK THRU 3260-EXIT
013226     IF FD-BREAK-NOT-ALLOWED
013227         GO TO 5070-EXIT
013228     END-IF
013229     COMPUTE WS-FD-PENALTY ROUNDED =
013230         WS-AMOUNT-DEC * WS-FD-PENALTY-RATE
013231     IF WS-FD-PENALTY < WS-FD-PENALTY-MIN
013232         MOVE WS-FD-PENALTY-MIN TO WS-FD-PENALTY
013233     END-IF
013234     COMPUTE WS-AVAIL-BALANCE = WS-XFER-SRC-BEFORE - WS-AMOUNT-DEC
013235         - WS-HOLD-TOTAL - WS-LGL-LEVY-TOTAL
013236     IF WS-AVAIL-BALANCE NOT > ZERO
013237         MOVE ZERO TO WS-FD-PENALTY
013238         GO TO 5070-EXIT
013239     END-IF
013240     IF WS-FD-PENALTY > WS-AVAIL-BALANCE
013241         MOVE WS-AVAIL-BALANCE TO WS-FD-PENALTY
013242     END-IF.
013243 5070-EXIT.
013244     EXIT.
013245
013246*****************************************************************
013247* 5500-LOAN-DISB
013248*   DRAWS A NEW INSTALMENT LOAN AGAINST THE LOCKED CHECKING
013249*   ACCOUNT.  THE LOAN RECORD IS WRITTEN FIRST, WITH ITS LEVEL
013250*   INSTALMENT AND A FIRST DUE DATE ONE MONTH OUT, AND THE
013251*   PRINCIPAL IS THEN CREDITED TO THE ACCOUNT AS A "LOAN-DISB"
013252*   ENTRY.  IF THE CREDIT FAILS THE LOAN RECORD IS DELETED AGAIN,
013253*   SO A LOAN NEVER EXISTS WITHOUT ITS MONEY HAVING MOVED.
013254*   NOTHING IS DISBURSED INTO AN ACCOUNT UNDER A LEGAL FREEZE
013255*   (STATUS 36).
013256*****************************************************************
013257 5500-LOAN-DISB.
013258     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
013259     IF LOAN-FILE-NOT-OPEN
013260         UNLOCK MASTER-FILE
013261         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013262         GO TO 5500-EXIT
013263     END-IF
013264     IF CA-LOAN-ID = SPACES
013265         OR WS-AMOUNT-DEC NOT > ZERO
013266         OR CA-LOAN-TERM-MONTHS = ZERO
013267         OR NOT M-TYPE-CHECKING
013268         UNLOCK MASTER-FILE
013269         SET CA-ST-LOAN-INVALID TO TRUE
013270         GO TO 5500-EXIT
013271     END-IF
013272     MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
013273     PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
013274     IF LGL-FROZEN
013275         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
013276         GO TO 5500-EXIT
013277     END-IF
013278     MOVE CA-LOAN-RATE TO WS-LN-RATE
013279     IF WS-LN-RATE = ZERO
013280         MOVE "LN" TO WS-RATE-LOOKUP-TYPE
013281         PERFORM 7800-FIND-PRODUCT-RATE THRU 7800-EXIT
013282         IF TABLE-RATE-NOT-FOUND
013283             UNLOCK MASTER-FILE
013284             SET CA-ST-LOAN-INVALID TO TRUE
013285             GO TO 5500-EXIT
013286         END-IF
013287         MOVE WS-TABLE-RATE TO WS-LN-RATE
013288     END-IF
013289     INITIALIZE LOAN-RECORD
013290     MOVE CA-LOAN-ID TO LN-LOAN-ID
013291     MOVE CA-ACCT-ID TO LN-ACCT-ID
013292     MOVE M-CUST-ID TO LN-CUST-ID
013293     MOVE WS-AMOUNT-DEC TO LN-PRINCIPAL
013294     MOVE WS-AMOUNT-DEC TO LN-BALANCE
013295     MOVE WS-LN-RATE TO LN-RATE
013296     MOVE CA-LOAN-TERM-MONTHS TO LN-TERM-MONTHS
013297     PERFORM 5550-LOAN-INSTALMENT THRU 5550-EXIT
013298     MOVE WS-BUSINESS-DATE TO LN-OPEN-DATE
013299     MOVE WS-BUSINESS-DATE TO WS-REL-DATE
013300     MOVE WS-REL-DD TO WS-REL-ANCHOR-DD
013301     MOVE WS-REL-DD TO LN-ANCHOR-DAY
013302     MOVE 1 TO WS-REL-MONTHS-LEFT
013303     PERFORM 7700-ADD-ONE-MONTH THRU 7700-EXIT
013304     MOVE WS-REL-DATE TO LN-NEXT-DUE-DATE
013305     SET LN-ARREARS-CURRENT TO TRUE
013306     SET LN-LOAN-ACTIVE TO TRUE
013307     WRITE LOAN-RECORD
013308         INVALID KEY
013309             UNLOCK MASTER-FILE
013310             SET CA-ST-LOAN-INVALID TO TRUE
013311             GO TO 5500-EXIT
013312     END-WRITE
013313     IF WS-LOAN-FILE-STATUS NOT = "00"
013314         DISPLAY "ACCOUNT - LOAN MASTER WRITE FAILED, STATUS "
013315             WS-LOAN-FILE-STATUS " FOR LOAN " LN-LOAN-ID
013316         UNLOCK MASTER-FILE
013317         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013318         GO TO 5500-EXIT
013319     END-IF
013320     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013321     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013322     ADD WS-AMOUNT-DEC TO M-BALANCE
013323     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
013324     IF CA-ST-SUCCESS
013325         MOVE LN-PAYMENT TO CA-LOAN-PAYMENT
013326         MOVE LN-NEXT-DUE-DATE TO CA-LOAN-NEXT-DUE
013327         MOVE LN-BALANCE TO CA-LOAN-BALANCE
013328     ELSE
013329         DELETE LOAN-FILE RECORD
013330             INVALID KEY
013331                 DISPLAY "ACCOUNT - LOAN " LN-LOAN-ID
013332                     " NOT BACKED OUT AFTER FAILED DISBURSEMENT"
013333         END-DELETE
013334     END-IF.
013335 5500-EXIT.
013336     EXIT.
013337
013338*****************************************************************
013339* 5550-LOAN-INSTALMENT
013340*   SETS LN-PAYMENT TO THE LEVEL MONTHLY INSTALMENT THAT PAYS
013341*   LN-BALANCE OFF OVER LN-TERM-MONTHS AT LN-RATE.  ROUNDING
013342*   LEAVES A FEW CENTS EITHER WAY ON THE LAST INSTALMENT, WHICH
013343*   5600-LOAN-PAY SETTLES BY TAKING THE WHOLE REMAINING BALANCE.
013344*****************************************************************
013345 5550-LOAN-INSTALMENT.
013346     IF LN-RATE = ZERO
013347         COMPUTE LN-PAYMENT ROUNDED =
013348             LN-BALANCE / LN-TERM-MONTHS
013349     ELSE
013350         COMPUTE WS-LN-GROWTH ROUNDED =
013351             (1 + LN-RATE) ** LN-TERM-MONTHS
013352         COMPUTE LN-PAYMENT ROUNDED =
013353             LN-BALANCE * LN-RATE * WS-LN-GROWTH
013354                 / (WS-LN-GROWTH - 1)
013355     END-IF.
013356 5550-EXIT.
013357     EXIT.
013358
013359*****************************************************************
013360* 5600-LOAN-PAY
013361*   COLLECTS ONE INSTALMENT OF CA-LOAN-ID FROM ITS LINKED ACCOUNT,
013362*   WHICH IS LOCKED.  THE INSTALMENT IS SPLIT INTO A MONTH'S
013363*   INTEREST ON THE OUTSTANDING PRINCIPAL AND THE REST AS
013364*   PRINCIPAL; THE FINAL INSTALMENT TAKES WHATEVER PRINCIPAL IS
013365*   LEFT.  THE ACCOUNT IS TESTED FOR FUNDS AND HOLDS THE WAY A
013366*   WITHDRAWAL IS.  THE LOAN RECORD IS ADVANCED FIRST AND PUT BACK
013367*   IF THE ACCOUNT POSTING THEN FAILS; THE ONE DEBIT IS LOGGED AS
013368*   A "LOAN-INT" ENTRY FOLLOWED BY A "LOAN-PRIN" ENTRY SO INTEREST
013369*   INCOME AND PRINCIPAL REPAID READ SEPARATELY ON THE LOG.
013370*   A LEGAL FREEZE OR DEBIT BLOCK ON THE ACCOUNT, OR A PAYMENT
013371*   THAT WOULD DIP INTO A LEVY STILL TO BE SWEPT, IS REFUSED
013372*   WITH STATUS 36, AND THE INSTALMENT IS LEFT TO FALL INTO
013373*   ARREARS.
013374*****************************************************************
013375 5600-LOAN-PAY.
013376     IF LOAN-FILE-NOT-OPEN
013377         UNLOCK MASTER-FILE
013378         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013379         GO TO 5600-EXIT
013380     END-IF
013381     MOVE CA-LOAN-ID TO LN-LOAN-ID
013382     READ LOAN-FILE
013383         INVALID KEY
013384             UNLOCK MASTER-FILE
013385             SET CA-ST-LOAN-NOT-FOUND TO TRUE
013386             GO TO 5600-EXIT
013387     END-READ
013388     IF NOT LN-LOAN-ACTIVE
013389         OR LN-ACCT-ID NOT = CA-ACCT-ID
013390         UNLOCK MASTER-FILE
013391         SET CA-ST-LOAN-INVALID TO TRUE
013392         GO TO 5600-EXIT
013393     END-IF
013394     MOVE CA-ACCT-ID TO WS-LGL-ACCT-ID
013395     PERFORM 2800-CHECK-LEGAL THRU 2800-EXIT
013396     IF LGL-FROZEN OR LGL-DEBITS-BLOCKED
013397         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
013398         GO TO 5600-EXIT
013399     END-IF
013400     COMPUTE WS-LN-INTEREST ROUNDED = LN-BALANCE * LN-RATE
013401     COMPUTE WS-LN-PRINCIPAL = LN-PAYMENT - WS-LN-INTEREST
013402     IF WS-LN-PRINCIPAL < ZERO
013403         MOVE ZERO TO WS-LN-PRINCIPAL
013404     END-IF
013405     IF WS-LN-PRINCIPAL > LN-BALANCE
013406         OR LN-PAYMENTS-MADE + 1 NOT < LN-TERM-MONTHS
013407         MOVE LN-BALANCE TO WS-LN-PRINCIPAL
013408     END-IF
013409     COMPUTE WS-LN-TOTAL = WS-LN-INTEREST + WS-LN-PRINCIPAL
013410     IF WS-LN-TOTAL > M-BALANCE + M-OD-LIMIT
013411         UNLOCK MASTER-FILE
013412         SET CA-ST-INSUFFICIENT-FUNDS TO TRUE
013413         GO TO 5600-EXIT
013414     END-IF
013415     MOVE CA-ACCT-ID TO WS-HOLD-ACCT-ID
013416     PERFORM 2700-SUM-HOLDS THRU 2700-EXIT
013417     COMPUTE WS-AVAIL-BALANCE =
013418         M-BALANCE - WS-HOLD-TOTAL + M-OD-LIMIT
013419     IF WS-LN-TOTAL > WS-AVAIL-BALANCE
013420         UNLOCK MASTER-FILE
013421         SET CA-ST-FUNDS-ON-HOLD TO TRUE
013422         GO TO 5600-EXIT
013423     END-IF
013424     IF WS-LGL-LEVY-TOTAL > ZERO
013425         AND WS-LN-TOTAL >
013426             M-BALANCE - WS-HOLD-TOTAL - WS-LGL-LEVY-TOTAL
013427         PERFORM 2880-DECLINE-LEGAL THRU 2880-EXIT
013428         GO TO 5600-EXIT
013429     END-IF
013430     MOVE LOAN-RECORD TO WS-LN-SAVE-RECORD
013431     SUBTRACT WS-LN-PRINCIPAL FROM LN-BALANCE
013432     ADD WS-LN-INTEREST TO LN-INTEREST-PAID
013433     ADD 1 TO LN-PAYMENTS-MADE
013434     MOVE WS-BUSINESS-DATE TO LN-LAST-PAY-DATE
013435     MOVE LN-NEXT-DUE-DATE TO WS-REL-DATE
013436     MOVE LN-ANCHOR-DAY TO WS-REL-ANCHOR-DD
013437     MOVE 1 TO WS-REL-MONTHS-LEFT
013438     PERFORM 7700-ADD-ONE-MONTH THRU 7700-EXIT
013439     MOVE WS-REL-DATE TO LN-NEXT-DUE-DATE
013440     IF LN-BALANCE = ZERO
013441         SET LN-LOAN-PAID-OFF TO TRUE
013442     END-IF
013443     IF LN-LOAN-PAID-OFF
013444         OR LN-NEXT-DUE-DATE > WS-BUSINESS-DATE
013445         MOVE ZERO TO LN-DAYS-PAST-DUE
013446         SET LN-ARREARS-CURRENT TO TRUE
013447     END-IF
013448     REWRITE LOAN-RECORD
013449         INVALID KEY
013450             CONTINUE
013451     END-REWRITE
013452     IF WS-LOAN-FILE-STATUS NOT = "00"
013453         DISPLAY "ACCOUNT - LOAN MASTER REWRITE FAILED, STATUS "
013454             WS-LOAN-FILE-STATUS " FOR LOAN " LN-LOAN-ID
013455         UNLOCK MASTER-FILE
013456         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013457         GO TO 5600-EXIT
013458     END-IF
013459     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013460     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013461     SUBTRACT WS-LN-TOTAL FROM M-BALANCE
013462     PERFORM 2900-CHECKPOINT-WRITE THRU 2900-EXIT
013463     IF WS-CP-WRITE-FAILED
013464         UNLOCK MASTER-FILE
013465         PERFORM 5650-RESTORE-LOAN THRU 5650-EXIT
013466         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013467         GO TO 5600-EXIT
013468     END-IF
013469     REWRITE MASTER-RECORD
013470         INVALID KEY
013471             CONTINUE
013472     END-REWRITE
013473     PERFORM 3950-VERIFY-REWRITE THRU 3950-EXIT
013474     PERFORM 2950-CHECKPOINT-CLEAR THRU 2950-EXIT
013475     UNLOCK MASTER-FILE
013476     IF WS-REWRITE-FAILED
013477         PERFORM 5650-RESTORE-LOAN THRU 5650-EXIT
013478         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013479         GO TO 5600-EXIT
013480     END-IF
013481     MOVE M-BALANCE TO WS-LN-FINAL-BALANCE
013482     MOVE CA-ACCT-ID TO WS-LOG-ACCT-ID
013483     COMPUTE M-BALANCE = WS-BALANCE-BEFORE - WS-LN-INTEREST
013484     MOVE WS-LN-INTEREST TO WS-AMOUNT-DEC
013485     MOVE "LOAN-INT  " TO WS-LOG-TRANS-TYPE
013486     PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
013487     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013488     MOVE WS-LN-FINAL-BALANCE TO M-BALANCE
013489     MOVE WS-LN-PRINCIPAL TO WS-AMOUNT-DEC
013490     MOVE "LOAN-PRIN " TO WS-LOG-TRANS-TYPE
013491     PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
013492     MOVE M-BALANCE TO CA-RESULT-BA
013493     MOVE LN-PAYMENT TO CA-LOAN-PAYMENT
013494     MOVE WS-LN-INTEREST TO CA-LOAN-INTEREST
013495     MOVE WS-LN-PRINCIPAL TO CA-LOAN-PRINCIPAL
013496     MOVE LN-BALANCE TO CA-LOAN-BALANCE
013497     MOVE LN-NEXT-DUE-DATE TO CA-LOAN-NEXT-DUE
013498     SET CA-ST-SUCCESS TO TRUE.
013499 5600-EXIT.
013500     EXIT.
013501
013502* 5650-RESTORE-LOAN PUTS THE LOAN RECORD BACK AS IT WAS BEFORE
013503* 5600-LOAN-PAY ADVANCED IT, WHEN THE COLLECTION ITSELF FAILED.
013504 5650-RESTORE-LOAN.
013505     MOVE WS-LN-SAVE-RECORD TO LOAN-RECORD
013506     REWRITE LOAN-RECORD
013507         INVALID KEY
013508             CONTINUE
013509     END-REWRITE
013510     IF WS-LOAN-FILE-STATUS NOT = "00"
013511         DISPLAY "ACCOUNT - LOAN " LN-LOAN-ID " ADVANCED BUT NOT "
013512             "COLLECTED, STATUS " WS-LOAN-FILE-STATUS
013513     END-IF.
013514 5650-EXIT.
013515     EXIT.
013516
013517*****************************************************************
013518* 5700-RELATIONSHIP
013519*   ROUTES THE ACCOUNT RELATIONSHIP MAINTENANCE TYPES FOR AN
013520*   ACCOUNT 2000-FIND-ACCOUNT HAS FOUND AND LOCKED.  A CLOSED
013521*   ACCOUNT TAKES NO NEW PARTIES AND LOSES NONE; A DORMANT ONE
013522*   STILL CAN, SINCE A CHANGE OF HOLDER IS OFTEN WHAT BRINGS IT
013523*   BACK INTO USE.
013524*****************************************************************
013525 5700-RELATIONSHIP.
013526     IF ACCT-REL-FILE-NOT-OPEN
013527         UNLOCK MASTER-FILE
013528         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013529         GO TO 5700-EXIT
013530     END-IF
013531     IF M-ACCT-CLOSED
013532         UNLOCK MASTER-FILE
013533         SET CA-ST-ACCT-CLOSED TO TRUE
013534         GO TO 5700-EXIT
013535     END-IF
013536     MOVE CA-ACCT-ID TO RL-ACCT-ID
013537     MOVE CA-CUST-ID TO RL-CUST-ID
013538     READ ACCT-REL-FILE
013539         INVALID KEY
013540             SET RL-LINK-NOT-ON-FILE TO TRUE
013541         NOT INVALID KEY
013542             SET RL-LINK-ON-FILE TO TRUE
013543             MOVE ACCT-REL-RECORD TO WS-RL-SAVE-RECORD
013544     END-READ
013545     IF CA-TRANS-TYPE = "REL-ADD   "
013546         PERFORM 5750-REL-ADD THRU 5750-EXIT
013547     ELSE
013548         PERFORM 5800-REL-REMOVE THRU 5800-EXIT
013549     END-IF.
013550 5700-EXIT.
013551     EXIT.
013552
013553*****************************************************************
013554* 5750-REL-ADD
013555*   LINKS CA-CUST-ID TO THE ACCOUNT IN ROLE CA-REL-ROLE.  THE
013556*   CUSTOMER MUST BE ON THE CUSTOMER MASTER AND NOT ALREADY
013557*   RELATED TO THE ACCOUNT IN ANY ROLE - A CHANGE OF ROLE IS A
013558*   REL-REMOVE AND A FRESH REL-ADD.  A NON-PRIMARY PARTY NEEDS A
013559*   PRIMARY HOLDER TO BE RELATED ALONGSIDE, SO AN UNLINKED LEGACY
013560*   ACCOUNT MUST BE GIVEN ONE FIRST.  ROLE 'P' IS HANDED TO
013561*   5760-NEW-PRIMARY.  ONLY A JOINT HOLDER CAN ASK FOR STATEMENT
013562*   COPIES - THE FLAG IS FORCED TO 'N' FOR EVERY OTHER ROLE.  THE
013563*   ADD IS LOGGED AS A ZERO-AMOUNT ENTRY LIKE AN OD-SET, AND THE
013564*   NEW RECORD IS TAKEN BACK OUT IF THAT UPDATE FAILS.
013565*****************************************************************
013566 5750-REL-ADD.
013567     MOVE CA-REL-ROLE TO RL-ROLE
013568     IF NOT RL-ROLE-VALID
013569         OR NOT (CA-REL-STMT-COPY = "Y" OR "N" OR SPACE)
013570         OR CA-CUST-ID = SPACES
013571         OR CA-CUST-ID = M-CUST-ID
013572         OR RL-LINK-ON-FILE AND NOT RL-ROLE-PRIMARY
013573         OR M-CUST-ID = SPACES AND NOT RL-ROLE-PRIMARY
013574         UNLOCK MASTER-FILE
013575         SET CA-ST-REL-INVALID TO TRUE
013576         GO TO 5750-EXIT
013577     END-IF
013578     IF CUST-FILE-NOT-OPEN
013579         UNLOCK MASTER-FILE
013580         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013581         GO TO 5750-EXIT
013582     END-IF
013583     MOVE CA-CUST-ID TO C-CUST-ID
013584     READ CUSTOMER-FILE
013585         INVALID KEY
013586             UNLOCK MASTER-FILE
013587             SET CA-ST-CUST-NOT-FOUND TO TRUE
013588             GO TO 5750-EXIT
013589     END-READ
013590     IF RL-ROLE-PRIMARY
013591         PERFORM 5760-NEW-PRIMARY THRU 5760-EXIT
013592         GO TO 5750-EXIT
013593     END-IF
013594     MOVE CA-ACCT-ID TO RL-ACCT-ID
013595     MOVE CA-CUST-ID TO RL-CUST-ID
013596     MOVE CA-REL-ROLE TO RL-ROLE
013597     IF RL-ROLE-JOINT AND CA-REL-STMT-COPY = "Y"
013598         MOVE "Y" TO RL-STMT-COPY
013599     ELSE
013600         MOVE "N" TO RL-STMT-COPY
013601     END-IF
013602     MOVE WS-BUSINESS-DATE TO RL-ADDED-DATE
013603     MOVE CA-TELLER-ID TO RL-TELLER-ID
013604     MOVE "RL" TO WS-MA-RECORD-KIND
013605     MOVE RL-KEY TO WS-MA-RECORD-KEY
013606     MOVE SPACES TO WS-MA-BEFORE-IMAGE
013607     MOVE ACCT-REL-RECORD TO WS-MA-AFTER-IMAGE
013608     WRITE ACCT-REL-RECORD
013609         INVALID KEY
013610             CONTINUE
013611     END-WRITE
013612     IF WS-ACCT-REL-STATUS NOT = "00"
013613         UNLOCK MASTER-FILE
013614         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013615         DISPLAY "ACCOUNT - RELATIONSHIP WRITE FAILED, STATUS "
013616             WS-ACCT-REL-STATUS " FOR ACCT " CA-ACCT-ID
013617         GO TO 5750-EXIT
013618     END-IF
013619     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013620     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013621     MOVE ZERO TO WS-AMOUNT-DEC
013622     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
013623     IF NOT CA-ST-SUCCESS
013624         DELETE ACCT-REL-FILE RECORD
013625             INVALID KEY
013626                 CONTINUE
013627         END-DELETE
013628     ELSE
013629         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
013630     END-IF.
013631 5750-EXIT.
013632     EXIT.
013633
013634*****************************************************************
013635* 5760-NEW-PRIMARY
013636*   MAKES CA-CUST-ID THE ACCOUNT'S PRIMARY HOLDER.  THE MASTER
013637*   RECORD IS UPDATED AND LOGGED FIRST; ONLY THEN IS THE NEW
013638*   PRIMARY'S OLD LINK DROPPED, SINCE THE PRIMARY IS NEVER ON THE
013639*   RELATIONSHIP FILE, AND THE OLD PRIMARY WRITTEN BACK AS A JOINT
013640*   HOLDER - TAKING THEM OFF THE ACCOUNT ALTOGETHER IS A SEPARATE,
013641*   DELIBERATE REL-REMOVE.  A RELATIONSHIP FILE FAILURE AFTER THE
013642*   MASTER HAS CHANGED GOES TO THE OPERATOR CONSOLE.  THE DROPPED
013643*   LINK AND THE OLD PRIMARY'S JOINT LINK ARE EACH AUDITED AS THEY
013644*   GO THROUGH, LIKE A REL-REMOVE AND A REL-ADD - THE DROPPED
013645*   LINK'S BEFORE-IMAGE IS THE ROW AS 5700-RELATIONSHIP READ IT.
013646*****************************************************************
013647 5760-NEW-PRIMARY.
013648     MOVE M-CUST-ID TO WS-RL-OLD-PRIMARY
013649     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013650     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013651     MOVE MASTER-RECORD TO WS-MA-BEFORE-IMAGE
013652     MOVE CA-CUST-ID TO M-CUST-ID
013653     MOVE ZERO TO WS-AMOUNT-DEC
013654     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
013655     PERFORM 4150-AUDIT-MASTER THRU 4150-EXIT
013656     IF NOT CA-ST-SUCCESS
013657         GO TO 5760-EXIT
013658     END-IF
013659     IF RL-LINK-ON-FILE
013660         MOVE CA-ACCT-ID TO RL-ACCT-ID
013661         MOVE CA-CUST-ID TO RL-CUST-ID
013662         DELETE ACCT-REL-FILE RECORD
013663             INVALID KEY
013664                 CONTINUE
013665         END-DELETE
013666         IF WS-ACCT-REL-STATUS NOT = "00"
013667             DISPLAY "ACCOUNT - RELATIONSHIP DELETE FAILED, "
013668                 "STATUS " WS-ACCT-REL-STATUS
013669                 " FOR ACCT " CA-ACCT-ID
013670         ELSE
013671             MOVE "RL" TO WS-MA-RECORD-KIND
013672             MOVE WS-RL-SAVE-RECORD TO WS-MA-BEFORE-IMAGE
013673             MOVE WS-MA-BEFORE-IMAGE (1:20) TO WS-MA-RECORD-KEY
013674             MOVE SPACES TO WS-MA-AFTER-IMAGE
013675             PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
013676         END-IF
013677     END-IF
013678     IF WS-RL-OLD-PRIMARY = SPACES
013679         GO TO 5760-EXIT
013680     END-IF
013681     MOVE CA-ACCT-ID TO RL-ACCT-ID
013682     MOVE WS-RL-OLD-PRIMARY TO RL-CUST-ID
013683     SET RL-ROLE-JOINT TO TRUE
013684     MOVE "N" TO RL-STMT-COPY
013685     MOVE WS-BUSINESS-DATE TO RL-ADDED-DATE
013686     MOVE CA-TELLER-ID TO RL-TELLER-ID
013687     WRITE ACCT-REL-RECORD
013688         INVALID KEY
013689             CONTINUE
013690     END-WRITE
013691     IF WS-ACCT-REL-STATUS NOT = "00"
013692         DISPLAY "ACCOUNT - OLD PRIMARY " WS-RL-OLD-PRIMARY
013693             " NOT KEPT AS JOINT, STATUS " WS-ACCT-REL-STATUS
013694             " FOR ACCT " CA-ACCT-ID
013695     ELSE
013696         MOVE "RL" TO WS-MA-RECORD-KIND
013697         MOVE RL-KEY TO WS-MA-RECORD-KEY
013698         MOVE SPACES TO WS-MA-BEFORE-IMAGE
013699         MOVE ACCT-REL-RECORD TO WS-MA-AFTER-IMAGE
013700         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
013701     END-IF.
013702 5760-EXIT.
013703     EXIT.
013704
013705*****************************************************************
013706* 5800-REL-REMOVE
013707*   UNLINKS CA-CUST-ID FROM THE ACCOUNT.  THE PRIMARY HOLDER IS
013708*   NOT ON THE RELATIONSHIP FILE AND CANNOT BE REMOVED, ONLY
013709*   REPLACED BY A REL-ADD IN ROLE 'P', SO THE ACCOUNT ALWAYS KEEPS
013710*   ONE.  THE CUSTOMER NEED NOT STILL BE ON THE CUSTOMER MASTER -
013711*   A PURGED CUSTOMER MUST NOT LEAVE AN UNREMOVABLE LINK BEHIND.
013712*   THE REMOVAL IS LOGGED AS A ZERO-AMOUNT ENTRY, AND THE RECORD
013713*   IS PUT BACK IF THAT UPDATE FAILS.
013714*****************************************************************
013715 5800-REL-REMOVE.
013716     IF CA-CUST-ID = M-CUST-ID
013717         AND M-CUST-ID NOT = SPACES
013718         UNLOCK MASTER-FILE
013719         SET CA-ST-REL-PRIMARY TO TRUE
013720         GO TO 5800-EXIT
013721     END-IF
013722     IF RL-LINK-NOT-ON-FILE
013723         UNLOCK MASTER-FILE
013724         SET CA-ST-REL-NOT-FOUND TO TRUE
013725         GO TO 5800-EXIT
013726     END-IF
013727     MOVE ACCT-REL-RECORD TO WS-RL-SAVE-RECORD
013728     DELETE ACCT-REL-FILE RECORD
013729         INVALID KEY
013730             CONTINUE
013731     END-DELETE
013732     IF WS-ACCT-REL-STATUS NOT = "00"
013733         UNLOCK MASTER-FILE
013734         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013735         DISPLAY "ACCOUNT - RELATIONSHIP DELETE FAILED, STATUS "
013736             WS-ACCT-REL-STATUS " FOR ACCT " CA-ACCT-ID
013737         GO TO 5800-EXIT
013738     END-IF
013739     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013740     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013741     MOVE ZERO TO WS-AMOUNT-DEC
013742     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
013743     IF NOT CA-ST-SUCCESS
013744         MOVE WS-RL-SAVE-RECORD TO ACCT-REL-RECORD
013745         WRITE ACCT-REL-RECORD
013746             INVALID KEY
013747                 CONTINUE
013748         END-WRITE
013749     ELSE
013750         MOVE "RL" TO WS-MA-RECORD-KIND
013751         MOVE WS-RL-SAVE-RECORD TO WS-MA-BEFORE-IMAGE
013752         MOVE WS-MA-BEFORE-IMAGE (1:20) TO WS-MA-RECORD-KEY
013753         MOVE SPACES TO WS-MA-AFTER-IMAGE
013754         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
013755     END-IF.
013756 5800-EXIT.
013757     EXIT.
013758
013759*****************************************************************
013760* 5850-LEGAL-ORDER
013761*   ROUTES THE LEGAL ORDER MAINTENANCE TYPES FOR AN ACCOUNT
013762*   2000-FIND-ACCOUNT HAS FOUND AND LOCKED.  A CLOSED ACCOUNT
013763*   TAKES NO NEW ORDERS, BUT A DORMANT ONE CAN - A DORMANT
013764*   ACCOUNT IS OFTEN EXACTLY WHAT A LEVY IS SERVED AGAINST.
013765*****************************************************************
013766 5850-LEGAL-ORDER.
013767     IF LGL-FILE-NOT-OPEN
013768         UNLOCK MASTER-FILE
013769         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013770         GO TO 5850-EXIT
013771     END-IF
013772     IF M-ACCT-CLOSED
013773         UNLOCK MASTER-FILE
013774         SET CA-ST-ACCT-CLOSED TO TRUE
013775         GO TO 5850-EXIT
013776     END-IF
013777     MOVE CA-ACCT-ID TO LR-ACCT-ID
013778     MOVE CA-LGL-ORDER-REF TO LR-ORDER-REF
013779     READ LEGAL-FILE
013780         INVALID KEY
013781             SET LGL-ORDER-NOT-ON-FILE TO TRUE
013782         NOT INVALID KEY
013783             SET LGL-ORDER-ON-FILE TO TRUE
013784     END-READ
013785     IF CA-TRANS-TYPE = "LEGAL-ADD "
013786         PERFORM 5860-LEGAL-ADD THRU 5860-EXIT
013787     ELSE
013788         PERFORM 5870-LEGAL-REL THRU 5870-EXIT
013789     END-IF.
013790 5850-EXIT.
013791     EXIT.
013792
013793*****************************************************************
013794* 5860-LEGAL-ADD
013795*   RECORDS A NEW FREEZE, DEBIT BLOCK, OR LEVY AGAINST THE
013796*   ACCOUNT UNDER CA-LGL-ORDER-REF.  THE ORDER DATE DEFAULTS TO
013797*   TODAY; AN ORDER NEEDS A REFERENCE AND THE AUTHORITY THAT
013798*   SERVED IT, A LEVY NEEDS AN AMOUNT, AN EXPIRY CANNOT FALL
013799*   BEFORE THE ORDER DATE, AND A REFERENCE ALREADY USED ON THE
013800*   ACCOUNT - EVEN BY A RELEASED ORDER - CANNOT BE USED AGAIN
013801*   (STATUS 37).  THE ORDER IS IN FORCE AS SOON AS IT IS WRITTEN.
013802*   THE ADD IS LOGGED AS A ZERO-AMOUNT ENTRY LIKE A REL-ADD, AND
013803*   THE NEW RECORD IS TAKEN BACK OUT IF THAT UPDATE FAILS.
013804*****************************************************************
013805 5860-LEGAL-ADD.
013806     MOVE CA-LGL-ORDER-DATE TO WS-LGL-ORDER-DATE
013807     IF WS-LGL-ORDER-DATE = ZERO
013808         MOVE WS-BUSINESS-DATE TO WS-LGL-ORDER-DATE
013809     END-IF
013810     MOVE CA-LGL-TYPE TO LR-TYPE
013811     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
013812     IF CA-LGL-ORDER-REF = SPACES
013813         OR CA-LGL-AUTHORITY = SPACES
013814         OR NOT LR-TYPE-VALID
013815         OR LR-TYPE-LEVY AND WS-AMOUNT-DEC NOT > ZERO
013816         OR CA-LGL-EXPIRY NOT = ZERO
013817             AND CA-LGL-EXPIRY < WS-LGL-ORDER-DATE
013818         OR LGL-ORDER-ON-FILE
013819         UNLOCK MASTER-FILE
013820         SET CA-ST-LEGAL-INVALID TO TRUE
013821         GO TO 5860-EXIT
013822     END-IF
013823     MOVE CA-ACCT-ID TO LR-ACCT-ID
013824     MOVE CA-LGL-ORDER-REF TO LR-ORDER-REF
013825     SET LR-ACTIVE TO TRUE
013826     MOVE CA-LGL-AUTHORITY TO LR-AUTHORITY
013827     MOVE WS-LGL-ORDER-DATE TO LR-ORDER-DATE
013828     MOVE CA-LGL-EXPIRY TO LR-EXPIRY-DATE
013829     IF LR-TYPE-LEVY
013830         MOVE WS-AMOUNT-DEC TO LR-LEVY-AMOUNT
013831     ELSE
013832         MOVE ZERO TO LR-LEVY-AMOUNT
013833     END-IF
013834     MOVE ZERO TO LR-SWEPT-AMOUNT
013835     MOVE ZERO TO LR-LAST-SWEEP-DATE
013836     MOVE WS-BUSINESS-DATE TO LR-ADDED-DATE
013837     MOVE ZERO TO LR-RELEASED-DATE
013838     MOVE CA-TELLER-ID TO LR-TELLER-ID
013839     MOVE "LG" TO WS-MA-RECORD-KIND
013840     MOVE LR-KEY TO WS-MA-RECORD-KEY
013841     MOVE SPACES TO WS-MA-BEFORE-IMAGE
013842     MOVE LEGAL-RESTRICTION-RECORD TO WS-MA-AFTER-IMAGE
013843     WRITE LEGAL-RESTRICTION-RECORD
013844         INVALID KEY
013845             CONTINUE
013846     END-WRITE
013847     IF WS-LGL-FILE-STATUS NOT = "00"
013848         UNLOCK MASTER-FILE
013849         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013850         DISPLAY "ACCOUNT - LEGAL ORDER WRITE FAILED, STATUS "
013851             WS-LGL-FILE-STATUS " FOR ACCT " CA-ACCT-ID
013852         GO TO 5860-EXIT
013853     END-IF
013854     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013855     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013856     MOVE ZERO TO WS-AMOUNT-DEC
013857     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
013858     IF NOT CA-ST-SUCCESS
013859         DELETE LEGAL-FILE RECORD
013860             INVALID KEY
013861                 CONTINUE
013862         END-DELETE
013863     ELSE
013864         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
013865     END-IF.
013866 5860-EXIT.
013867     EXIT.
013868
013869*****************************************************************
013870* 5870-LEGAL-REL
013871*   RELEASES THE ORDER UNDER CA-LGL-ORDER-REF.  ONLY AN ORDER
013872*   STILL ACTIVE CAN BE RELEASED (STATUS 38 OTHERWISE) - A LEVY
013873*   ALREADY SWEPT IN FULL IS FINISHED WITH.  RELEASING A LEVY
013874*   PART-WAY THROUGH LEAVES WHAT HAS BEEN SWEPT WHERE IT IS AND
013875*   LIFTS THE RING-FENCE ON THE REST.  THE RECORD STAYS ON FILE,
013876*   MARKED RELEASED; THE RELEASE IS LOGGED AS A ZERO-AMOUNT ENTRY
013877*   AND THE RECORD IS PUT BACK AS IT WAS IF THAT UPDATE FAILS.
013878*****************************************************************
013879 5870-LEGAL-REL.
013880     IF LGL-ORDER-NOT-ON-FILE
013881         OR NOT LR-ACTIVE
013882         UNLOCK MASTER-FILE
013883         SET CA-ST-LEGAL-NOT-FOUND TO TRUE
013884         GO TO 5870-EXIT
013885     END-IF
013886     MOVE LEGAL-RESTRICTION-RECORD TO WS-LGL-SAVE-RECORD
013887     SET LR-RELEASED TO TRUE
013888     MOVE WS-BUSINESS-DATE TO LR-RELEASED-DATE
013889     MOVE "LG" TO WS-MA-RECORD-KIND
013890     MOVE LR-KEY TO WS-MA-RECORD-KEY
013891     MOVE WS-LGL-SAVE-RECORD TO WS-MA-BEFORE-IMAGE
013892     MOVE LEGAL-RESTRICTION-RECORD TO WS-MA-AFTER-IMAGE
013893     REWRITE LEGAL-RESTRICTION-RECORD
013894         INVALID KEY
013895             CONTINUE
013896     END-REWRITE
013897     IF WS-LGL-FILE-STATUS NOT = "00"
013898         UNLOCK MASTER-FILE
013899         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013900         DISPLAY "ACCOUNT - LEGAL ORDER REWRITE FAILED, STATUS "
013901             WS-LGL-FILE-STATUS " FOR ACCT " CA-ACCT-ID
013902         GO TO 5870-EXIT
013903     END-IF
013904     MOVE M-ACCT-STATUS TO WS-STATUS-BEFORE
013905     MOVE M-BALANCE TO WS-BALANCE-BEFORE
013906     MOVE ZERO TO WS-AMOUNT-DEC
013907     PERFORM 3900-POST-UPDATE THRU 3900-EXIT
013908     IF NOT CA-ST-SUCCESS
013909         MOVE WS-LGL-SAVE-RECORD TO LEGAL-RESTRICTION-RECORD
013910         REWRITE LEGAL-RESTRICTION-RECORD
013911             INVALID KEY
013912                 CONTINUE
013913         END-REWRITE
013914     ELSE
013915         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
013916     END-IF.
013917 5870-EXIT.
013918     EXIT.
013919
013920*****************************************************************
013921* 6000-STANDING-ORDER
013922*   ROUTES THE STANDING-ORDER MAINTENANCE TRANSACTION TYPES.
013923*****************************************************************
013924 6000-STANDING-ORDER.
013925     IF SO-FILE-NOT-OPEN
013926         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
013927         GO TO 6000-EXIT
013928     END-IF
013929     IF CA-TRANS-TYPE = "SO-ADD    "
013930         PERFORM 6100-SO-ADD THRU 6100-EXIT
013931     ELSE
013932         PERFORM 6200-SO-CANCEL THRU 6200-EXIT
013933     END-IF.
013934 6000-EXIT.
013935     EXIT.
013936
013937*****************************************************************
013938* 6100-SO-ADD
013939*   WRITES A NEW STANDING-ORDER RECORD FOR THE FROM/TO PAIR IN
013940*   THE COMMAREA.  BOTH ACCOUNTS MUST BE ON THE LEDGER AND OPEN
013941*   - THE SAME RULES AN ONLINE TRANSFER WOULD ENFORCE ON
013942*   EXECUTION DAY - SO A DEAD INSTRUCTION CANNOT BE SET UP IN
013943*   THE FIRST PLACE.  A SECOND ORDER FOR THE SAME PAIR IS
013944*   REJECTED; CANCEL AND RE-ADD TO CHANGE AN EXISTING ONE.
013945*****************************************************************
013946 6100-SO-ADD.
013947     IF CA-ACCT-ID = CA-TO-ACCT-ID
013948         SET CA-ST-TRANSFER-SAME-ACCT TO TRUE
013949         GO TO 6100-EXIT
013950     END-IF
013951* A FREQUENCY SOEXEC DOES NOT KNOW WOULD SILENTLY BEHAVE AS
013952* MONTHLY, AND A ZERO DUE DATE WOULD NEVER COME DUE SENSIBLY,
013953* SO BOTH ARE REJECTED HERE RATHER THAN WRITTEN TO FILE.
013954     IF (CA-SO-FREQUENCY NOT = "M"
013955         AND CA-SO-FREQUENCY NOT = "W")
013956         OR CA-SO-NEXT-DUE = ZERO
013957         SET CA-ST-SO-INVALID TO TRUE
013958         GO TO 6100-EXIT
013959     END-IF
013960     MOVE CA-ACCT-ID TO M-ACCT-ID
013961     READ MASTER-FILE
013962         INVALID KEY
013963             SET CA-ST-ACCT-NOT-FOUND TO TRUE
013964             GO TO 6100-EXIT
013965     END-READ
013966     IF M-ACCT-CLOSED
013967         SET CA-ST-ACCT-CLOSED TO TRUE
013968         GO TO 6100-EXIT
013969     END-IF
013970     IF M-ACCT-DORMANT
013971         SET CA-ST-ACCT-DORMANT TO TRUE
013972         GO TO 6100-EXIT
013973     END-IF
013974     MOVE CA-TO-ACCT-ID TO M-ACCT-ID
013975     READ MASTER-FILE
013976         INVALID KEY
013977             SET CA-ST-TRANSFER-DEST-NOT-FOUND TO TRUE
013978             GO TO 6100-EXIT
013979     END-READ
013980     IF M-ACCT-CLOSED
013981         SET CA-ST-ACCT-CLOSED TO TRUE
013982         GO TO 6100-EXIT
013983     END-IF
013984     IF M-ACCT-DORMANT
013985         SET CA-ST-ACCT-DORMANT TO TRUE
013986         GO TO 6100-EXIT
013987     END-IF
013988     COMPUTE WS-AMOUNT-DEC ROUNDED = CA-AMOUNT
013989     MOVE CA-ACCT-ID TO SO-FROM-ACCT-ID
013990     MOVE CA-TO-ACCT-ID TO SO-TO-ACCT-ID
013991     MOVE WS-AMOUNT-DEC TO SO-AMOUNT
013992     MOVE CA-SO-FREQUENCY TO SO-FREQUENCY
013993     MOVE CA-SO-NEXT-DUE TO SO-NEXT-DUE-DATE
013994     MOVE CA-SO-EXPIRY TO SO-EXPIRY-DATE
013995* THE DAY THE ORDER IS SET UP FOR IS KEPT AS ITS ANCHOR, SO A
013996* DUE DATE CLAMPED BY A SHORT MONTH CAN SPRING BACK AFTERWARDS.
013997     MOVE CA-SO-NEXT-DUE TO WS-SO-DUE-DATE
013998     MOVE WS-SO-DUE-DD TO SO-ANCHOR-DAY
013999     MOVE "SO" TO WS-MA-RECORD-KIND
014000     MOVE SO-ORDER-KEY TO WS-MA-RECORD-KEY
014001     MOVE SPACES TO WS-MA-BEFORE-IMAGE
014002     MOVE STANDING-ORDER-RECORD TO WS-MA-AFTER-IMAGE
014003     WRITE STANDING-ORDER-RECORD
014004         INVALID KEY
014005             SET CA-ST-SO-ALREADY-EXISTS TO TRUE
014006         NOT INVALID KEY
014007             SET CA-ST-SUCCESS TO TRUE
014008             PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
014009     END-WRITE.
014010 6100-EXIT.
014011     EXIT.
014012
014013*****************************************************************
014014* 6200-SO-CANCEL
014015*   REMOVES THE STANDING ORDER FOR THE FROM/TO PAIR IN THE
014020*   COMMAREA.  THE ORDER IS READ FIRST SO WHAT WAS CANCELLED
014025*   GOES ON THE MAINTENANCE AUDIT FILE.
014030*****************************************************************
014040 6200-SO-CANCEL.
014050     MOVE CA-ACCT-ID TO SO-FROM-ACCT-ID
014060     MOVE CA-TO-ACCT-ID TO SO-TO-ACCT-ID
014061     READ STANDING-ORDER-FILE
014062         INVALID KEY
014063             SET CA-ST-SO-NOT-FOUND TO TRUE
014064             GO TO 6200-EXIT
014065     END-READ
014066     MOVE "SO" TO WS-MA-RECORD-KIND
014067     MOVE SO-ORDER-KEY TO WS-MA-RECORD-KEY
014068     MOVE STANDING-ORDER-RECORD TO WS-MA-BEFORE-IMAGE
014069     MOVE SPACES TO WS-MA-AFTER-IMAGE
014070     DELETE STANDING-ORDER-FILE RECORD
014080         INVALID KEY
014090             SET CA-ST-SO-NOT-FOUND TO TRUE
014100         NOT INVALID KEY
014110             SET CA-ST-SUCCESS TO TRUE
014115             PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
014120     END-DELETE.
014130 6200-EXIT.
014140     EXIT.
014310*   WRITES A NEW CUSTOMER-RECORD FROM THE COMMAREA FIELDS.  A
014320*   BLANK CUSTOMER ID OR NAME IS REJECTED OUTRIGHT - A RECORD
014330*   NOTHING CAN KEY BACK TO, OR A MAILING LIST ENTRY WITH NO
014340*   NAME, IS WORSE THAN NO RECORD AT ALL.  THE NEW CUSTOMER IS
014345*   SCREENED AGAINST THE WATCH LIST BEFORE THE WRITE.  THE TAX
014346*   ID MAY BE LEFT BLANK, BUT ONE THAT IS GIVEN MUST BE NINE
014347*   DIGITS.
014350*****************************************************************
014360 6400-CUST-ADD.
014370     IF CA-CUST-ID = SPACES
014390         SET CA-ST-CUST-INVALID TO TRUE
014400         GO TO 6400-EXIT
014410     END-IF
014411     IF CA-CUST-TAX-ID NOT = SPACES
014412         AND CA-CUST-TAX-ID IS NOT NUMERIC
014413         SET CA-ST-CUST-INVALID TO TRUE
014414         GO TO 6400-EXIT
014415     END-IF
014416     MOVE CA-CUST-ID TO WS-WL-CAND-ID
014417     MOVE CA-CUST-NAME TO WS-WL-CAND-NAME
014418     MOVE CA-CUST-ADDR-1 TO WS-WL-CAND-ADDR
014419     MOVE CA-CUST-POSTAL TO WS-WL-CAND-POSTAL
014420     MOVE CA-CUST-TAX-ID TO WS-WL-CAND-TAX-ID
014421     PERFORM 1400-SCREEN-CUSTOMER THRU 1400-EXIT
014422     IF NOT WL-SCREEN-CLEAR
014423         GO TO 6400-EXIT
014424     END-IF
014425     MOVE CA-CUST-ID TO C-CUST-ID
014430     MOVE CA-CUST-NAME TO C-CUST-NAME
014440     MOVE CA-CUST-ADDR-1 TO C-ADDR-LINE-1
014450     MOVE CA-CUST-ADDR-2 TO C-ADDR-LINE-2
014470     MOVE CA-CUST-STATE TO C-STATE
014480     MOVE CA-CUST-POSTAL TO C-POSTAL-CODE
014490     MOVE CA-CUST-PHONE TO C-PHONE
014495     MOVE CA-CUST-TAX-ID TO C-TAX-ID
014496     MOVE "CU" TO WS-MA-RECORD-KIND
014497     MOVE C-CUST-ID TO WS-MA-RECORD-KEY
014498     MOVE SPACES TO WS-MA-BEFORE-IMAGE
014499     MOVE CUSTOMER-RECORD TO WS-MA-AFTER-IMAGE
014500     WRITE CUSTOMER-RECORD
014510         INVALID KEY
014520             SET CA-ST-CUST-ALREADY-EXISTS TO TRUE
014530         NOT INVALID KEY
014540             SET CA-ST-SUCCESS TO TRUE
014545             PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
014550     END-WRITE.
014560 6400-EXIT.
014570     EXIT.
014610*   REWRITES AN EXISTING CUSTOMER-RECORD WITH THE NAME,
014620*   ADDRESS, AND CONTACT FIELDS FROM THE COMMAREA.  THE SAME
014630*   BLANK-NAME RULE AS CUST-ADD APPLIES - AN AMENDMENT CANNOT
014640*   BLANK OUT THE NAME EITHER, AND THE AMENDED NAME AND ADDRESS
014645*   ARE SCREENED AGAINST THE WATCH LIST BEFORE THE REWRITE.
014646*   A BLANK TAX ID LEAVES THE ONE ON FILE; ONE THAT IS GIVEN
014647*   MUST BE NINE DIGITS AND REPLACES IT.
014650*****************************************************************
014660 6500-CUST-AMEND.
014670     IF CA-CUST-ID = SPACES
014690         SET CA-ST-CUST-INVALID TO TRUE
014700         GO TO 6500-EXIT
014710     END-IF
014711     IF CA-CUST-TAX-ID NOT = SPACES
014712         AND CA-CUST-TAX-ID IS NOT NUMERIC
014713         SET CA-ST-CUST-INVALID TO TRUE
014714         GO TO 6500-EXIT
014715     END-IF
014720     MOVE CA-CUST-ID TO C-CUST-ID
014730     READ CUSTOMER-FILE
014740         INVALID KEY
014750             SET CA-ST-CUST-NOT-FOUND TO TRUE
014760             GO TO 6500-EXIT
014770     END-READ
014771     MOVE CA-CUST-ID TO WS-WL-CAND-ID
014772     MOVE CA-CUST-NAME TO WS-WL-CAND-NAME
014773     MOVE CA-CUST-ADDR-1 TO WS-WL-CAND-ADDR
014774     MOVE CA-CUST-POSTAL TO WS-WL-CAND-POSTAL
014775* A BLANK TAX ID ON AN AMENDMENT KEEPS THE ONE ON FILE, SO THAT IS
014776* THE ONE SCREENED.
014777     IF CA-CUST-TAX-ID NOT = SPACES
014778         MOVE CA-CUST-TAX-ID TO WS-WL-CAND-TAX-ID
014779     ELSE
014780         MOVE C-TAX-ID TO WS-WL-CAND-TAX-ID
014781     END-IF
014782     PERFORM 1400-SCREEN-CUSTOMER THRU 1400-EXIT
014783     IF NOT WL-SCREEN-CLEAR
014784         GO TO 6500-EXIT
014785     END-IF
014786     MOVE CUSTOMER-RECORD TO WS-MA-BEFORE-IMAGE
014787     MOVE CA-CUST-NAME TO C-CUST-NAME
014790     MOVE CA-CUST-ADDR-1 TO C-ADDR-LINE-1
014800     MOVE CA-CUST-ADDR-2 TO C-ADDR-LINE-2
014810     MOVE CA-CUST-CITY TO C-CITY
014820     MOVE CA-CUST-STATE TO C-STATE
014830     MOVE CA-CUST-POSTAL TO C-POSTAL-CODE
014840     MOVE CA-CUST-PHONE TO C-PHONE
014842     IF CA-CUST-TAX-ID NOT = SPACES
014844         MOVE CA-CUST-TAX-ID TO C-TAX-ID
014846     END-IF
014847     MOVE "CU" TO WS-MA-RECORD-KIND
014848     MOVE C-CUST-ID TO WS-MA-RECORD-KEY
014849     MOVE CUSTOMER-RECORD TO WS-MA-AFTER-IMAGE
014850     REWRITE CUSTOMER-RECORD
014860         INVALID KEY
014870             CONTINUE
014880     END-REWRITE
014890     IF WS-CUST-FILE-STATUS = "00"
014900         SET CA-ST-SUCCESS TO TRUE
014905         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
014910     ELSE
014920         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
014930         DISPLAY "ACCOUNT - CUSTOMER REWRITE FAILED, STATUS "
015380     ELSE
015390         MOVE "N" TO TP-SUPERVISOR
015400     END-IF
015402     MOVE "TP" TO WS-MA-RECORD-KIND
015404     MOVE TP-TELLER-ID TO WS-MA-RECORD-KEY
015406     MOVE SPACES TO WS-MA-BEFORE-IMAGE
015408     MOVE TELLER-PROFILE-RECORD TO WS-MA-AFTER-IMAGE
015410     WRITE TELLER-PROFILE-RECORD
015420         INVALID KEY
015430             SET CA-ST-TLR-ALREADY-EXISTS TO TRUE
015440         NOT INVALID KEY
015450             SET CA-ST-SUCCESS TO TRUE
015455             PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
015460     END-WRITE.
015470 6700-EXIT.
015480     EXIT.
015660             SET CA-ST-TLR-NOT-FOUND TO TRUE
015670             GO TO 6800-EXIT
015680     END-READ
015685     MOVE TELLER-PROFILE-RECORD TO WS-MA-BEFORE-IMAGE
015690     MOVE CA-PROF-BRANCH-ID TO TP-BRANCH-ID
015700     COMPUTE TP-DEPOSIT-LIMIT ROUNDED = CA-PROF-DEP-LIMIT
015710     COMPUTE TP-DEBIT-LIMIT ROUNDED = CA-PROF-DEBIT-LIMIT
015740     ELSE
015750         MOVE "N" TO TP-SUPERVISOR
015760     END-IF
015762     MOVE "TP" TO WS-MA-RECORD-KIND
015764     MOVE TP-TELLER-ID TO WS-MA-RECORD-KEY
015766     MOVE TELLER-PROFILE-RECORD TO WS-MA-AFTER-IMAGE
015770     REWRITE TELLER-PROFILE-RECORD
015780         INVALID KEY
015790             CONTINUE
015800     END-REWRITE
015810     IF WS-TPF-FILE-STATUS = "00"
015820         SET CA-ST-SUCCESS TO TRUE
015825         PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
015830     ELSE
015840         SET CA-ST-MASTER-UPDATE-FAILED TO TRUE
015850         DISPLAY "ACCOUNT - TELLER PROFILE REWRITE FAILED, "
016410     END-EVALUATE.
016420 7600-EXIT.
016430     EXIT.
016431
016432*****************************************************************
016433* 7700-ADD-ONE-MONTH
016434*   ADDS ONE CALENDAR MONTH TO WS-REL-DATE, WITH YEAR ROLLOVER,
016435*   KEEPING THE DAY OF MONTH AT WS-REL-ANCHOR-DD BUT CLAMPING IT
016436*   TO THE LAST DAY OF A SHORTER MONTH, AND COUNTS
016437*   WS-REL-MONTHS-LEFT DOWN.
016438*****************************************************************
016439 7700-ADD-ONE-MONTH.
016440     ADD 1 TO WS-REL-MM
016441     IF WS-REL-MM > 12
016442         MOVE 01 TO WS-REL-MM
016443         ADD 1 TO WS-REL-YYYY
016444     END-IF
016445     MOVE WS-REL-ANCHOR-DD TO WS-REL-DD
016446     PERFORM 7600-REL-DAYS-IN-MONTH THRU 7600-EXIT
016447     IF WS-REL-DD > WS-REL-MONTH-DAYS
016448         MOVE WS-REL-MONTH-DAYS TO WS-REL-DD
016449     END-IF
016450     SUBTRACT 1 FROM WS-REL-MONTHS-LEFT.
016451 7700-EXIT.
016452     EXIT.
016453
016454*****************************************************************
016455* 7800-FIND-PRODUCT-RATE
016456*   LOOKS THE CURRENT ROW FOR THE PRODUCT CODE STAGED IN
016457*   WS-RATE-LOOKUP-TYPE UP IN THE PRODUCT RATE TABLE INTO
016458*   WS-TABLE-RATE.  THE TABLE IS OPENED AND CLOSED AROUND EACH
016459*   LOOKUP - ONLY AN FD OPEN OR ROLLOVER OR A LOAN DISBURSEMENT
016460*   EVER NEEDS IT.
016461*****************************************************************
016462 7800-FIND-PRODUCT-RATE.
016463     SET TABLE-RATE-NOT-FOUND TO TRUE
016464     MOVE ZERO TO WS-TABLE-RATE
016465     OPEN INPUT RATE-FILE
016466     IF WS-RATE-FILE-STATUS NOT = "00"
016467         GO TO 7800-EXIT
016468     END-IF
016469     SET RATE-NOT-EOF TO TRUE
016470     PERFORM 7850-READ-RATE THRU 7850-EXIT
016471         UNTIL RATE-EOF OR TABLE-RATE-FOUND
016472     CLOSE RATE-FILE.
016473 7800-EXIT.
016474     EXIT.
016475
016476 7850-READ-RATE.
016477     READ RATE-FILE
016478         AT END
016479             SET RATE-EOF TO TRUE
016480         NOT AT END
016481             IF PR-ACCT-TYPE = WS-RATE-LOOKUP-TYPE
016482                 MOVE PR-RATE TO WS-TABLE-RATE
016483                 SET TABLE-RATE-FOUND TO TRUE
016484             END-IF
016485     END-READ.
016486 7850-EXIT.
016487     EXIT.
016488
016489*****************************************************************
016490* 8000-TERMINATE
016491*   RELEASES ANY RECORD LOCKS STILL HELD ON MASTER-FILE AND
016492*   CLOSES THE FILES BEFORE RETURNING TO THE CALLER.
016493*****************************************************************
016500 8000-TERMINATE.
016510     UNLOCK MASTER-FILE
016520     CLOSE MASTER-FILE
016630     END-IF
016640     IF TPF-FILE-OPEN
016650         CLOSE TELLER-PROFILE-FILE
016652     END-IF
016654     IF LOAN-FILE-OPEN
016656         CLOSE LOAN-FILE
016657     END-IF
016658     IF ACCT-REL-FILE-OPEN
016659         CLOSE ACCT-REL-FILE
016660     END-IF
016662     IF LGL-FILE-OPEN
016664         CLOSE LEGAL-FILE
016665     END-IF
016666     IF BH-FILE-OPEN
016667         CLOSE BAL-HIST-FILE
016668     END-IF
016669     IF MA-FILE-OPEN
016670         CLOSE MAINT-AUDIT-FILE
016671     END-IF.
016672 8000-EXIT.
016680     EXIT.
