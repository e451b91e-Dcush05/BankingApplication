000208* COUNTED ON THE CONSOLE; OPS CAN CARRY A SPACES-CODE ROW FOR
000209* ACCOUNTS THAT PREDATE PRODUCT TYPING.
000210*
000211* A PRODUCT WHOSE RATE ROW CARRIES BALANCE BASIS 'A' ACCRUES ON
000212* THE ACCOUNT'S AVERAGE DAILY BALANCE FOR THE MONTH TO THE
000213* BUSINESS DATE, TAKEN FROM THE CLOSING BALANCES THE NIGHTLY
000214* BALHIST JOB KEEPS ON data/balance-history.dat (LAYOUT IN
000215* BALHSTCL), SO MONEY PARKED FOR THE LAST NIGHT OF THE MONTH
000216* EARNS ONE NIGHT'S SHARE AND NO MORE.  A DAY WITH NO HISTORY
000217* RECORD CARRIES THE LAST CLOSE BEFORE IT, AND AN ACCOUNT FIRST
000218* ON FILE PART WAY THROUGH THE MONTH IS AVERAGED OVER THE DAYS
000219* IT WAS THERE.  ANY OTHER BASIS - INCLUDING A ROW THAT
000220* PREDATES THE FLAG - ACCRUES ON THE CLOSING BALANCE AS BEFORE,
000221* AS DOES A FIXED-TERM DEPOSIT AT ITS CONTRACTED RATE, AND AN
000222* ACCOUNT WITH NO HISTORY AT ALL FALLS BACK TO IT AND IS COUNTED
000223* ON THE CONSOLE.
000224* A FIXED-TERM DEPOSIT THAT MATURED THIS MONTH HAS ALREADY HAD ITS
000225* INTEREST UP TO THE MATURITY DATE CREDITED BY FDMATUR, SO IT
000226* EARNS ONLY THE SHARE OF THE MONTH'S INTEREST FOR THE DAYS AFTER
000227* IT.
000228*
000229* MODIFICATION HISTORY
000230* ---------- ----  -----------------------------------------------
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  -----------------------------------------------
000299* 09/02/2026 DC    NEW TRANS-LOG ENTRIES NOW CLEAR THE NEW
000300*                   TL-OVERRIDE-ID FIELD - A SYSTEM ENTRY NEVER
000301*                   CARRIES A SUPERVISOR OVERRIDE.
000302* 10/15/2026 DC    A FIXED-TERM DEPOSIT NOW ACCRUES AT THE RATE
000303*                   CONTRACTED INTO ITS MASTER RECORD AT OPEN OR
000304*                   AT ITS LAST ROLLOVER, NOT AT WHATEVER THE 'FD'
000305*                   ROW OF THE RATE TABLE SAYS TODAY, AND ONE THAT
000306*                   FDMATUR HAS CREDITED PART-MONTH INTEREST TO
000307*                   ITS MATURITY DATE THIS MONTH (M-FD-INT-DATE)
000308*                   ACCRUES ONLY FOR THE DAYS AFTER THAT DATE.
000309* 10/15/2026 DC    ADDED THE BALANCE BASIS FLAG TO THE PRODUCT
000310*                   RATE ROW.  A BASIS 'A' PRODUCT NOW ACCRUES ON
000311*                   THE MONTH'S AVERAGE DAILY BALANCE FROM THE NEW
000312*                   BALANCE HISTORY FILE INSTEAD OF THE MONTH-END
000313*                   CLOSE.  THE MONTH IS THE ONE THE BUSINESS DATE
000314*                   (data/business-date.dat) FALLS IN.
000316*

000317 ENVIRONMENT DIVISION.
000318 INPUT-OUTPUT SECTION.
000319 FILE-CONTROL.
000320* THE MASTER LEDGER - READ AND REWRITTEN SEQUENTIALLY, START TO
000321* FINISH, ONE PASS PER RUN.
000330     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000340     ORGANIZATION IS INDEXED
000350     ACCESS MODE IS SEQUENTIAL
000394* SO THE NIGHTLY RECONCILIATION CAN TIE THE LEDGER TO THE LOG.
000396     SELECT TRANS-LOG-FILE ASSIGN TO "data/trans-log.dat"
000398     ORGANIZATION IS LINE SEQUENTIAL.
000399* THE DAILY BALANCE HISTORY - READ ONLY, BY ACCOUNT AND DATE, FOR
000400* THE AVERAGE-BALANCE PRODUCTS.
000401     SELECT BAL-HIST-FILE ASSIGN TO "data/balance-history.dat"
000402     ORGANIZATION IS INDEXED
000403     ACCESS MODE IS DYNAMIC
000404     RECORD KEY IS BH-KEY
000405     FILE STATUS IS WS-BH-FILE-STATUS.
000406* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000407* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000408     SELECT BUSINESS-DATE-FILE
000409         ASSIGN TO "data/business-date.dat"
000410     ORGANIZATION IS LINE SEQUENTIAL
000411     FILE STATUS IS WS-BDATE-FILE-STATUS.

000412 DATA DIVISION.
000413 FILE SECTION.
000420 FD  MASTER-FILE.
000430     COPY MASTRECL.

000450 01  RATE-RECORD.
000455     05  PR-ACCT-TYPE         PIC X(02).
000460     05  PR-RATE              PIC 9(02)V9(04).
000461     05  PR-BAL-BASIS         PIC X(01).

000462 FD  TRANS-LOG-FILE.
000464     COPY TRNLOGCL.

000465 FD  BAL-HIST-FILE.
000466     COPY BALHSTCL.

000467 FD  BUSINESS-DATE-FILE.
000468 01  BUSINESS-DATE-RECORD.
000469     05  BD-BUSINESS-DATE     PIC 9(08).

000470 WORKING-STORAGE SECTION.
000480* SWITCHES
000490 01  WS-EOF-FLAG              PIC X VALUE 'N'.
000506 01  WS-RATE-FOUND-FLAG       PIC X VALUE 'N'.
000507     88  RATE-FOUND                   VALUE 'Y'.
000508     88  RATE-NOT-FOUND               VALUE 'N'.
000509 01  WS-BASIS-FLAG            PIC X VALUE 'C'.
000510     88  BASIS-AVERAGE                VALUE 'A'.
000511     88  BASIS-CLOSING                VALUE 'C'.
000512 01  WS-BH-OPEN-FLAG          PIC X VALUE 'N'.
000513     88  BH-FILE-OPEN                 VALUE 'Y'.
000514     88  BH-FILE-NOT-OPEN             VALUE 'N'.
000515 01  WS-BH-SCAN-FLAG          PIC X VALUE 'N'.
000516     88  BH-SCAN-DONE                 VALUE 'Y'.
000517     88  BH-SCAN-MORE                 VALUE 'N'.
000518 01  WS-CARRY-IN-FLAG         PIC X VALUE 'N'.
000519     88  CARRY-IN-FOUND               VALUE 'Y'.
000520     88  CARRY-IN-NOT-FOUND           VALUE 'N'.

000521* COUNTERS AND THE RATE IN EFFECT FOR THE CURRENT ACCOUNT
000522 01  WS-WORK-FIELDS.
000530     05  WS-RATE              PIC 9(02)V9(04).
000540     05  WS-ACCT-COUNT        PIC 9(07) COMP.
000542     05  WS-NO-RATE-COUNT     PIC 9(07) COMP.
000545     05  WS-MASTER-FILE-STATUS PIC X(02).
000546     05  WS-BALANCE-BEFORE    PIC S9(10)V99.
000547     05  WS-RATE-SUB          PIC 9(02) COMP.
000548     05  WS-ADB-COUNT         PIC 9(07) COMP.
000549     05  WS-NO-HISTORY-COUNT  PIC 9(07) COMP.
000550     05  WS-BH-FILE-STATUS    PIC X(02).
000551     05  WS-BDATE-FILE-STATUS PIC X(02).
000552     05  WS-ACCRUAL-BALANCE   PIC S9(10)V99.

000553* AVERAGE DAILY BALANCE WORK FIELDS.  THE MONTH RUNS FROM THE
000554* FIRST TO THE BUSINESS DATE; THE SCAN STARTS A MONTH EARLIER SO
000555* THE LAST CLOSE BEFORE THE FIRST CAN BE CARRIED INTO IT.
000556* WS-ADB-CARRY IS THE BALANCE IN FORCE FROM DAY WS-ADB-DAY ON.
000557 01  WS-ADB-FIELDS.
000558     05  WS-TODAY             PIC 9(08).
000559     05  WS-TODAY-R REDEFINES WS-TODAY.
000560         10  WS-TODAY-YYYY    PIC 9(04).
000561         10  WS-TODAY-MM      PIC 9(02).
000562         10  WS-TODAY-DD      PIC 9(02).
000563     05  WS-MONTH-START       PIC 9(08).
000564     05  WS-SCAN-START        PIC 9(08).
000565     05  WS-SCAN-START-R REDEFINES WS-SCAN-START.
000566         10  WS-SCAN-YYYY     PIC 9(04).
000567         10  WS-SCAN-MM       PIC 9(02).
000568         10  WS-SCAN-DD       PIC 9(02).
000569     05  WS-ROW-DATE          PIC 9(08).
000570     05  WS-ROW-DATE-R REDEFINES WS-ROW-DATE.
000571         10  FILLER           PIC 9(06).
000572         10  WS-ROW-DD        PIC 9(02).
000573     05  WS-ADB-DAY           PIC 9(02) COMP.
000574     05  WS-ADB-FIRST-DAY     PIC 9(02) COMP.
000575     05  WS-ADB-ROWS          PIC 9(03) COMP.
000576     05  WS-ADB-CARRY         PIC S9(10)V99.
000577     05  WS-ADB-SUM           PIC S9(14)V99 COMP-3.
000578* THE DATE A FIXED-TERM DEPOSIT'S INTEREST WAS LAST CREDITED TO
000579* BY FDMATUR, AND THE DAYS OF THE MONTH LEFT TO ACCRUE AFTER IT.
000580     05  WS-INT-DATE          PIC 9(08).
000581     05  WS-INT-DATE-R REDEFINES WS-INT-DATE.
000582         10  FILLER           PIC 9(06).
000583         10  WS-INT-DD        PIC 9(02).
000584     05  WS-INT-DAYS          PIC 9(02) COMP.

000585* THE PRODUCT RATE TABLE LOADED FROM THE CONTROL FILE AT START
000586* OF RUN - ONE ROW PER PRODUCT CODE, LOOKED UP BY M-ACCT-TYPE.
000587 01  WS-RATE-TABLE.
000588     05  WS-RATE-COUNT        PIC 9(02) COMP.
000589     05  WS-RATE-ENTRY OCCURS 20 TIMES.
000590         10  WS-RT-ACCT-TYPE  PIC X(02).
000591         10  WS-RT-RATE       PIC 9(02)V9(04).
000592         10  WS-RT-BASIS      PIC X(01).

000593 PROCEDURE DIVISION.
000594*****************************************************************
000595* 0000-MAINLINE
000596*   DRIVES ONE PASS OF INTEREST ACCRUAL ACROSS MASTER-FILE.
000597*****************************************************************
000600 0000-MAINLINE.
000610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000620     PERFORM 2000-ACCRUE-INTEREST THRU 2000-EXIT
000670* 1000-INITIALIZE
000680*   LOADS THE PRODUCT RATE TABLE, OPENS MASTER-FILE, AND PRIMES
000690*   THE READ.  AN EMPTY RATE TABLE MEANS NOTHING CAN ACCRUE, SO
000692*   THE OPERATOR IS WARNED UP FRONT.  SO IS A BALANCE HISTORY
000693*   FILE THAT WILL NOT OPEN - EVERY ACCOUNT THEN ACCRUES ON ITS
000694*   CLOSING BALANCE.
000697*****************************************************************
000700 1000-INITIALIZE.
000710     MOVE ZERO TO WS-RATE
000720     MOVE ZERO TO WS-ACCT-COUNT
000722     MOVE ZERO TO WS-NO-RATE-COUNT
000724     MOVE ZERO TO WS-RATE-COUNT
000725     MOVE ZERO TO WS-ADB-COUNT
000726     MOVE ZERO TO WS-NO-HISTORY-COUNT
000727     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000728     OPEN INPUT BUSINESS-DATE-FILE
000729     IF WS-BDATE-FILE-STATUS = "00"
000730         READ BUSINESS-DATE-FILE
000731             AT END
000732                 CONTINUE
000733             NOT AT END
000734                 MOVE BD-BUSINESS-DATE TO WS-TODAY
000735         END-READ
000736         CLOSE BUSINESS-DATE-FILE
000737     END-IF
000738     MOVE WS-TODAY TO WS-SCAN-START
000739     MOVE 01 TO WS-SCAN-DD
000740     MOVE WS-SCAN-START TO WS-MONTH-START
000741     IF WS-SCAN-MM = 01
000742         MOVE 12 TO WS-SCAN-MM
000743         SUBTRACT 1 FROM WS-SCAN-YYYY
000744     ELSE
000745         SUBTRACT 1 FROM WS-SCAN-MM
000746     END-IF
000747     OPEN INPUT RATE-FILE
000748     PERFORM 1100-LOAD-RATE THRU 1100-EXIT
000750         UNTIL RATE-EOF
000760     IF WS-RATE-COUNT = ZERO
000770         DISPLAY "INTACCR - NO RATES ON FILE, NOTHING WILL "
000800     CLOSE RATE-FILE
000810     OPEN I-O MASTER-FILE
000815     OPEN EXTEND TRANS-LOG-FILE
000816     SET BH-FILE-NOT-OPEN TO TRUE
000817     OPEN INPUT BAL-HIST-FILE
000818     IF WS-BH-FILE-STATUS = "00"
000819         SET BH-FILE-OPEN TO TRUE
000820     ELSE
000821         DISPLAY "INTACCR - NO BALANCE HISTORY, STATUS "
000822             WS-BH-FILE-STATUS ", ALL ACCOUNTS ACCRUE ON THE "
000823             "CLOSING BALANCE"
000824     END-IF
000825     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
000830 1000-EXIT.
000840     EXIT.

000854                 MOVE PR-ACCT-TYPE
000855                     TO WS-RT-ACCT-TYPE (WS-RATE-COUNT)
000856                 MOVE PR-RATE TO WS-RT-RATE (WS-RATE-COUNT)
000857                 MOVE PR-BAL-BASIS
000858                     TO WS-RT-BASIS (WS-RATE-COUNT)
000859             ELSE
000860                 DISPLAY "INTACCR - RATE TABLE FULL, IGNORING "
000861                     "PRODUCT " PR-ACCT-TYPE
000862             END-IF
000863     END-READ.
000864 1100-EXIT.
000865     EXIT.

000866*****************************************************************
000867* 2000-ACCRUE-INTEREST
000870*   LOOKS UP THE CURRENT MASTER-RECORD'S PRODUCT RATE, POSTS
000880*   INTEREST AT IT, AND READS THE NEXT RECORD.  AN ACCOUNT WITH
000882*   NO RATE ROW FOR ITS PRODUCT CODE ACCRUES NOTHING AND IS
000884*   COUNTED FOR THE CONSOLE.  THE RATE APPLIES TO THE CLOSING
000886*   BALANCE, OR TO THE MONTH'S AVERAGE DAILY BALANCE WHEN THE
000888*   PRODUCT'S BASIS IS 'A'.  A FIXED-TERM DEPOSIT CREDITED TO
000889*   ITS MATURITY DATE EARLIER THIS MONTH EARNS ONLY FOR THE DAYS
000890*   SINCE.
000891*****************************************************************
000900 2000-ACCRUE-INTEREST.
000905     IF NOT M-ACCT-CLOSED
000906         PERFORM 2300-FIND-RATE THRU 2300-EXIT
000907         IF RATE-FOUND
000908             MOVE M-BALANCE TO WS-BALANCE-BEFORE
000910             MOVE M-BALANCE TO WS-ACCRUAL-BALANCE
000912             IF BASIS-AVERAGE
000914                 PERFORM 2400-AVERAGE-BALANCE THRU 2400-EXIT
000916             END-IF
000917             IF M-TYPE-FIXED-TERM
000918                 AND M-FD-INT-DATE NOT < WS-MONTH-START
000919                 PERFORM 2500-PART-MONTH THRU 2500-EXIT
000920             ELSE
000921                 COMPUTE M-BALANCE ROUNDED =
000922                     M-BALANCE + (WS-ACCRUAL-BALANCE * WS-RATE)
000923             END-IF
000930             REWRITE MASTER-RECORD
000935             IF WS-MASTER-FILE-STATUS = "00"
000936                 ADD 1 TO WS-ACCT-COUNT
001004*   SETS WS-RATE TO THE RATE TABLE ROW MATCHING THE CURRENT
001005*   RECORD'S M-ACCT-TYPE.  A SPACES PRODUCT CODE MATCHES A
001006*   SPACES ROW THE SAME AS ANY OTHER, SO OPS CAN RATE THE
001007*   ACCOUNTS THAT PREDATE PRODUCT TYPING.  A FIXED-TERM DEPOSIT
001008*   CARRYING A CONTRACTED RATE USES THAT INSTEAD - ITS RATE IS
001009*   FIXED FOR THE TERM, AND IT ALWAYS ACCRUES ON ITS CLOSING
001010*   BALANCE.  WS-BASIS-FLAG COMES BACK WITH THE ROW'S BASIS.
001011*****************************************************************
001012 2300-FIND-RATE.
001013     SET RATE-NOT-FOUND TO TRUE
001014     SET BASIS-CLOSING TO TRUE
001015     MOVE ZERO TO WS-RATE
001016     IF M-TYPE-FIXED-TERM
001017         AND M-FD-RATE > ZERO
001018         MOVE M-FD-RATE TO WS-RATE
001019         SET RATE-FOUND TO TRUE
001020         GO TO 2300-EXIT
001021     END-IF
001022     MOVE 1 TO WS-RATE-SUB
001023     PERFORM 2350-MATCH-RATE THRU 2350-EXIT
001024         UNTIL RATE-FOUND OR WS-RATE-SUB > WS-RATE-COUNT.
001025 2300-EXIT.
001026     EXIT.

001027 2350-MATCH-RATE.
001028     IF WS-RT-ACCT-TYPE (WS-RATE-SUB) = M-ACCT-TYPE
001029         MOVE WS-RT-RATE (WS-RATE-SUB) TO WS-RATE
001030         IF WS-RT-BASIS (WS-RATE-SUB) = 'A'
001031             SET BASIS-AVERAGE TO TRUE
001032         END-IF
001033         SET RATE-FOUND TO TRUE
001034     ELSE
001035         ADD 1 TO WS-RATE-SUB
001036     END-IF.
001037 2350-EXIT.
001038     EXIT.

001039*****************************************************************
001040* 2400-AVERAGE-BALANCE
001041*   SETS WS-ACCRUAL-BALANCE TO THE CURRENT ACCOUNT'S AVERAGE
001042*   DAILY BALANCE FOR THE MONTH TO THE BUSINESS DATE.  EACH
001043*   CLOSE ON FILE HOLDS FROM ITS OWN DATE UNTIL THE NEXT ONE, AND
001044*   THE LAST CLOSE OF THE MONTH BEFORE HOLDS FROM THE FIRST.  AN
001045*   ACCOUNT WITH NO CLOSE BEFORE THE MONTH IS AVERAGED FROM ITS
001046*   FIRST CLOSE IN IT.  BALHIST RUNS AFTER THIS JOB, SO THE
001047*   BUSINESS DATE'S OWN CLOSE IS NOT ON FILE YET; THE BALANCE
001048*   AHEAD OF THIS RUN'S POSTING STANDS IN FOR IT, AND A CLOSE
001049*   ALREADY FILED FOR THE BUSINESS DATE BY AN EARLIER RUN IS
001050*   PASSED OVER.  AN ACCOUNT WITH NO HISTORY KEEPS ITS CLOSING
001051*   BALANCE AND IS COUNTED FOR THE CONSOLE.
001052*****************************************************************
001053 2400-AVERAGE-BALANCE.
001054     IF BH-FILE-NOT-OPEN
001055         ADD 1 TO WS-NO-HISTORY-COUNT
001056         GO TO 2400-EXIT
001057     END-IF
001058     MOVE ZERO TO WS-ADB-SUM
001059     MOVE ZERO TO WS-ADB-CARRY
001060     MOVE ZERO TO WS-ADB-ROWS
001061     MOVE 1 TO WS-ADB-DAY
001062     MOVE 1 TO WS-ADB-FIRST-DAY
001063     SET CARRY-IN-NOT-FOUND TO TRUE
001064     SET BH-SCAN-MORE TO TRUE
001065     MOVE M-ACCT-ID TO BH-ACCT-ID
001066     MOVE WS-SCAN-START TO BH-BUS-DATE
001067     START BAL-HIST-FILE KEY IS NOT < BH-KEY
001068         INVALID KEY
001069             SET BH-SCAN-DONE TO TRUE
001070     END-START
001071     PERFORM 2450-NEXT-CLOSE THRU 2450-EXIT
001072         UNTIL BH-SCAN-DONE
001073     IF WS-ADB-ROWS = ZERO
001074         AND CARRY-IN-NOT-FOUND
001075         ADD 1 TO WS-NO-HISTORY-COUNT
001076         GO TO 2400-EXIT
001077     END-IF
001078     COMPUTE WS-ADB-SUM = WS-ADB-SUM
001079         + (WS-ADB-CARRY * (WS-TODAY-DD - WS-ADB-DAY))
001080         + M-BALANCE
001081     COMPUTE WS-ACCRUAL-BALANCE ROUNDED = WS-ADB-SUM
001082         / (WS-TODAY-DD + 1 - WS-ADB-FIRST-DAY)
001083     ADD 1 TO WS-ADB-COUNT.
001084 2400-EXIT.
001085     EXIT.

001086*****************************************************************
001087* 2450-NEXT-CLOSE
001088*   READS THE ACCOUNT'S NEXT CLOSE.  ONE BEFORE THE MONTH ONLY
001089*   BECOMES THE CARRY-IN; ONE IN IT ADDS THE BALANCE IN FORCE
001090*   FOR EVERY DAY UP TO IT AND TAKES OVER FROM ITS OWN DATE.
001091*****************************************************************
001092 2450-NEXT-CLOSE.
001093     READ BAL-HIST-FILE NEXT RECORD
001094         AT END
001095             SET BH-SCAN-DONE TO TRUE
001096             GO TO 2450-EXIT
001097     END-READ
001098     IF BH-ACCT-ID NOT = M-ACCT-ID
001099         OR BH-BUS-DATE NOT < WS-TODAY
001100         SET BH-SCAN-DONE TO TRUE
001101         GO TO 2450-EXIT
001102     END-IF
001103     IF BH-BUS-DATE < WS-MONTH-START
001104         MOVE BH-CLOSING-BALANCE TO WS-ADB-CARRY
001105         SET CARRY-IN-FOUND TO TRUE
001106         GO TO 2450-EXIT
001107     END-IF
001108     MOVE BH-BUS-DATE TO WS-ROW-DATE
001109     IF WS-ADB-ROWS = ZERO
001110         AND CARRY-IN-NOT-FOUND
001111         MOVE WS-ROW-DD TO WS-ADB-DAY
001112         MOVE WS-ROW-DD TO WS-ADB-FIRST-DAY
001113     END-IF
001114     COMPUTE WS-ADB-SUM = WS-ADB-SUM
001115         + (WS-ADB-CARRY * (WS-ROW-DD - WS-ADB-DAY))
001116     MOVE BH-CLOSING-BALANCE TO WS-ADB-CARRY
001117     MOVE WS-ROW-DD TO WS-ADB-DAY
001118     ADD 1 TO WS-ADB-ROWS.
001119 2450-EXIT.
001120     EXIT.

001121*****************************************************************
001122* 2500-PART-MONTH
001123*   CREDITS A FIXED-TERM DEPOSIT WITH THE SHARE OF THE MONTH'S
001124*   INTEREST FOR THE DAYS AFTER THE DATE FDMATUR LAST CREDITED IT
001125*   TO.  NONE ARE LEFT WHEN THAT DATE IS THE BUSINESS DATE.
001126*****************************************************************
001127 2500-PART-MONTH.
001128     MOVE M-FD-INT-DATE TO WS-INT-DATE
001129     MOVE ZERO TO WS-INT-DAYS
001130     IF WS-INT-DATE < WS-TODAY
001131         COMPUTE WS-INT-DAYS = WS-TODAY-DD - WS-INT-DD
001132     END-IF
001133     COMPUTE M-BALANCE ROUNDED =
001134         M-BALANCE + (WS-ACCRUAL-BALANCE * WS-RATE * WS-INT-DAYS
001135         / WS-TODAY-DD).
001136 2500-EXIT.
001137     EXIT.

001138*****************************************************************
001139* 8000-TERMINATE
001140*   CLOSES THE FILES AND REPORTS HOW MANY ACCOUNTS WERE POSTED.
001141*****************************************************************
001142 8000-TERMINATE.
001143     CLOSE MASTER-FILE
001144     CLOSE TRANS-LOG-FILE
001145     IF BH-FILE-OPEN
001146         CLOSE BAL-HIST-FILE
001147     END-IF
001150     DISPLAY "INTACCR - ACCOUNTS UPDATED: " WS-ACCT-COUNT
001155     DISPLAY "INTACCR - NO RATE FOR PRODUCT: " WS-NO-RATE-COUNT
001156     DISPLAY "INTACCR - ON AVERAGE DAILY BALANCE: " WS-ADB-COUNT
001157     DISPLAY "INTACCR - NO HISTORY, ON CLOSING BALANCE: "
001158         WS-NO-HISTORY-COUNT.
001160 8000-EXIT.
001170     EXIT.
