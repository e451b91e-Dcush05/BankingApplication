000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANPAY.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* DAILY INSTALMENT LOAN REPAYMENT AND ARREARS RUN.
000090* COLLECTS EVERY INSTALMENT DUE ON OR BEFORE TODAY FROM THE
000100* LOAN'S LINKED CHECKING ACCOUNT THROUGH THE ACCOUNT ONLINE
000110* PROGRAM'S LOAN-PAY TRANSACTION, WHICH SPLITS EACH INSTALMENT
000120* INTO INTEREST AND PRINCIPAL AND LOGS BOTH, SO EVERY COLLECTION
000130* GETS THE SAME FUNDS, HOLD, AND DORMANCY RULES AS A TELLER
000140* WITHDRAWAL.  A LOAN BEHIND BY MORE THAN ONE INSTALMENT HAS
000150* EACH MISSED INSTALMENT COLLECTED IN TURN UNTIL IT IS UP TO
000160* DATE OR THE ACCOUNT RUNS DRY.  AN INSTALMENT THAT CANNOT BE
000170* COLLECTED PRINTS ON THE REPAYMENT REPORT WITH ITS REASON CODE
000180* AND IS TRIED AGAIN BY THE NEXT RUN, SINCE ITS DUE DATE HAS
000190* NOT MOVED.
000200*
000210* THE LOAN MASTER IS THEN READ AGAIN AND EVERY ACTIVE LOAN IS
000220* AGED FROM ITS OLDEST UNPAID DUE DATE INTO THE 30/60/90-DAY
000230* ARREARS BUCKETS, AND EVERY LOAN WITH AN INSTALMENT STILL
000240* UNPAID PRINTS ON THE DELINQUENCY REPORT WITH BUCKET TOTALS.
000250*
000260* THE LOANS DUE ARE COPIED TO A WORK FILE IN A FIRST PASS AND
000270* THE LOAN MASTER IS CLOSED BEFORE THE FIRST CALL TO ACCOUNT -
000280* ACCOUNT OPENS THE SAME FILE FOR UPDATE ON EVERY LOAN CALL.
000290*
000300* MODIFICATION HISTORY
000310* ---------- ----  -----------------------------------------------
000320* DATE       INIT  DESCRIPTION
000330* ---------- ----  -----------------------------------------------
000340* 10/15/2026 DC    ORIGINAL VERSION.
000350*
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400* THE LOAN MASTER - READ FOR THE LOANS DUE, THEN READ AGAIN AND
000410* REWRITTEN WITH EACH LOAN'S ARREARS STATUS.
000420     SELECT LOAN-FILE ASSIGN TO "data/loan-master.dat"
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS SEQUENTIAL
000450     RECORD KEY IS LN-LOAN-ID
000460     FILE STATUS IS WS-LOAN-FILE-STATUS.
000470* THE LOANS WITH AN INSTALMENT DUE TODAY OR EARLIER, COPIED OUT
000480* OF THE LOAN MASTER BY THE FIRST PASS.
000490     SELECT DUE-FILE ASSIGN TO "data/loanpay-due.dat"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000510* THE DAILY REPAYMENT REPORT.
000520     SELECT REPORT-FILE ASSIGN TO "data/loan-repayment.rpt"
000530     ORGANIZATION IS LINE SEQUENTIAL.
000540* THE DAILY DELINQUENCY REPORT FOR COLLECTIONS.
000550     SELECT DELINQ-FILE ASSIGN TO "data/loan-delinquency.rpt"
000560     ORGANIZATION IS LINE SEQUENTIAL.
000570* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000580* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000590     SELECT BUSINESS-DATE-FILE
000600         ASSIGN TO "data/business-date.dat"
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS WS-BDATE-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  LOAN-FILE.
000670     COPY LOANRECL.
000680
000690 FD  DUE-FILE.
000700     COPY LOANRECL REPLACING ==LOAN-RECORD==
000710         BY ==DUE-RECORD==
000720         LEADING ==LN-== BY ==LD-==.
000730
000740 FD  BUSINESS-DATE-FILE.
000750 01  BUSINESS-DATE-RECORD.
000760     05  BD-BUSINESS-DATE     PIC 9(08).
000770
000780 FD  REPORT-FILE.
000790 01  REPORT-RECORD             PIC X(80).
000800
000810 FD  DELINQ-FILE.
000820 01  DELINQ-RECORD             PIC X(80).
000830
000840 WORKING-STORAGE SECTION.
000850* SWITCHES
000860 01  WS-FLAGS.
000870     05  WS-LOAN-EOF-FLAG      PIC X VALUE 'N'.
000880         88  LOAN-EOF                  VALUE 'Y'.
000890         88  LOAN-NOT-EOF              VALUE 'N'.
000900     05  WS-DUE-EOF-FLAG       PIC X VALUE 'N'.
000910         88  DUE-EOF                   VALUE 'Y'.
000920     05  WS-COLLECT-FLAG       PIC X VALUE 'N'.
000930         88  COLLECT-MORE              VALUE 'N'.
000940         88  COLLECT-DONE              VALUE 'Y'.
000950     05  WS-LEAP-FLAG          PIC X VALUE 'N'.
000960         88  LEAP-YEAR                 VALUE 'Y'.
000970         88  NOT-LEAP-YEAR             VALUE 'N'.
000975     05  WS-LOAN-OPEN-FLAG     PIC X VALUE 'N'.
000976         88  LOAN-FILE-OPEN            VALUE 'Y'.
000977         88  LOAN-FILE-NOT-OPEN        VALUE 'N'.
000980
000990* FILE STATUS FIELDS.
001000 01  WS-FILE-STATUS-FIELDS.
001010     05  WS-LOAN-FILE-STATUS   PIC X(02).
001020     05  WS-BDATE-FILE-STATUS  PIC X(02).
001030
001040* CONTROL TOTALS
001050 01  WS-WORK-FIELDS.
001060     05  WS-READ-COUNT         PIC 9(07) COMP.
001070     05  WS-DUE-COUNT          PIC 9(07) COMP.
001080     05  WS-COLLECTED-COUNT    PIC 9(07) COMP.
001090     05  WS-PAID-OFF-COUNT     PIC 9(07) COMP.
001100     05  WS-FAIL-COUNT         PIC 9(07) COMP.
001110     05  WS-INTEREST-TOTAL     PIC S9(12)V99 COMP-3.
001120     05  WS-PRINCIPAL-TOTAL    PIC S9(12)V99 COMP-3.
001130     05  WS-ACTIVE-COUNT       PIC 9(07) COMP.
001140     05  WS-ACTIVE-BALANCE     PIC S9(12)V99 COMP-3.
001150     05  WS-REWRITE-COUNT      PIC 9(07) COMP.
001160     05  WS-STATUS-CODE        PIC 9(02).
001170     05  WS-TODAY              PIC 9(08).
001180     05  WS-CURR-DUE           PIC 9(08).
001190* ARREARS AGEING - THE DAYS PAST DUE ARE THE GAP BETWEEN THE
001200* SERIAL DAY NUMBERS OF TODAY AND THE OLDEST UNPAID DUE DATE,
001210* CAPPED AT WHAT LN-DAYS-PAST-DUE CAN HOLD.
001220     05  WS-TODAY-SERIAL       PIC 9(07) COMP.
001230     05  WS-DAYS-PAST-DUE      PIC 9(07) COMP.
001240     05  WS-OLD-DAYS-PAST-DUE  PIC 9(04).
001250     05  WS-OLD-ARREARS        PIC X(01).
001260     05  WS-BUCKET-SUB         PIC 9(01) COMP.
001270* INPUT AND OUTPUT OF 7300-DATE-TO-SERIAL.
001280     05  WS-CNV-DATE           PIC 9(08).
001290     05  WS-CNV-DATE-R REDEFINES WS-CNV-DATE.
001300         10  WS-CNV-YYYY       PIC 9(04).
001310         10  WS-CNV-MM         PIC 9(02).
001320         10  WS-CNV-DD         PIC 9(02).
001330     05  WS-CNV-SERIAL         PIC 9(07) COMP.
001340     05  WS-CNV-PRIOR-YYYY     PIC 9(04) COMP.
001350     05  WS-CNV-QUOT-4         PIC 9(04) COMP.
001360     05  WS-CNV-QUOT-100       PIC 9(04) COMP.
001370     05  WS-CNV-QUOT-400       PIC 9(04) COMP.
001380     05  WS-CNV-MONTH-DAYS     PIC 9(03) COMP.
001390     05  WS-LEAP-QUOT          PIC 9(04) COMP.
001400     05  WS-LEAP-REM-4         PIC 9(04) COMP.
001410     05  WS-LEAP-REM-100       PIC 9(04) COMP.
001420     05  WS-LEAP-REM-400       PIC 9(04) COMP.
001430
001440* DELINQUENCY TOTALS PER ARREARS BUCKET.  ROW 1 IS A LOAN WITH
001450* AN INSTALMENT UNPAID BUT NOT YET 30 DAYS LATE; ROWS 2-4 ARE THE
001460* 30, 60, AND 90-DAY BUCKETS.
001470 01  WS-BUCKET-TOTALS.
001480     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
001490         10  WS-BK-CAPTION     PIC X(24).
001500         10  WS-BK-COUNT       PIC 9(07) COMP.
001510         10  WS-BK-BALANCE     PIC S9(12)V99 COMP-3.
001520
001530* COMMUNICATION AREA PASSED ON EVERY CALL TO ACCOUNT - THE SAME
001540* LAYOUT A TELLER CALL USES.  STATUS CODES ARE DOCUMENTED IN THE
001550* ACCTCOML COPYBOOK.
001560     COPY ACCTCOML.
001570
001580 01  WS-REPORT-LINES.
001590     05  WS-HEADING-1.
001600         10  FILLER            PIC X(32)
001610             VALUE "INSTALMENT LOAN REPAYMENTS     ".
001620         10  FILLER            PIC X(48) VALUE SPACES.
001630     05  WS-HEADING-2.
001640         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
001650         10  WS-H2-DATE        PIC 9(08).
001660         10  FILLER            PIC X(61) VALUE SPACES.
001670     05  WS-COLUMN-LINE.
001680         10  FILLER            PIC X(30)
001690             VALUE "LOAN       ACCOUNT    DUE DATE".
001700         10  FILLER            PIC X(26)
001710             VALUE "     INTEREST    PRINCIPAL".
001720         10  FILLER            PIC X(24)
001730             VALUE " LOAN BALANCE  RESULT   ".
001740     05  WS-DETAIL-LINE.
001750         10  WS-D-LOAN         PIC X(10).
001760         10  FILLER            PIC X(01) VALUE SPACES.
001770         10  WS-D-ACCT         PIC X(10).
001780         10  FILLER            PIC X(01) VALUE SPACES.
001790         10  WS-D-DUE          PIC 9(08).
001800         10  WS-D-INTEREST     PIC ZZ,ZZZ,ZZ9.99.
001810         10  WS-D-PRINCIPAL    PIC ZZ,ZZZ,ZZ9.99.
001820         10  WS-D-BALANCE      PIC ZZ,ZZZ,ZZ9.99.
001830         10  FILLER            PIC X(02) VALUE SPACES.
001840         10  WS-D-DISP         PIC X(07).
001850         10  WS-D-CODE         PIC X(02).
001860     05  WS-TOTAL-LINE.
001870         10  WS-T-CAPTION      PIC X(33).
001880         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001890         10  FILLER            PIC X(38) VALUE SPACES.
001900     05  WS-AMOUNT-LINE.
001910         10  WS-A-CAPTION      PIC X(33).
001920         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001930         10  FILLER            PIC X(28) VALUE SPACES.
001940
001950 01  WS-DELINQ-LINES.
001960     05  WS-DQ-HEADING-1.
001970         10  FILLER            PIC X(32)
001980             VALUE "LOAN DELINQUENCY REPORT        ".
001990         10  FILLER            PIC X(48) VALUE SPACES.
002000     05  WS-DQ-COLUMN-LINE.
002010         10  FILLER            PIC X(33)
002020             VALUE "LOAN       ACCOUNT    CUSTOMER   ".
002030         10  FILLER            PIC X(24)
002040             VALUE "DUE DATE  DAYS  BUCKET  ".
002050         10  FILLER            PIC X(23)
002060             VALUE "  OUTSTANDING          ".
002070     05  WS-DQ-DETAIL-LINE.
002080         10  WS-Q-LOAN         PIC X(10).
002090         10  FILLER            PIC X(01) VALUE SPACES.
002100         10  WS-Q-ACCT         PIC X(10).
002110         10  FILLER            PIC X(01) VALUE SPACES.
002120         10  WS-Q-CUST         PIC X(10).
002130         10  FILLER            PIC X(01) VALUE SPACES.
002140         10  WS-Q-DUE          PIC 9(08).
002150         10  FILLER            PIC X(02) VALUE SPACES.
002160         10  WS-Q-DAYS         PIC ZZZ9.
002170         10  FILLER            PIC X(02) VALUE SPACES.
002180         10  WS-Q-BUCKET       PIC X(08).
002190         10  WS-Q-BALANCE      PIC ZZ,ZZZ,ZZ9.99.
002200         10  FILLER            PIC X(10) VALUE SPACES.
002210     05  WS-DQ-BUCKET-LINE.
002220         10  WS-B-CAPTION      PIC X(24).
002230         10  WS-B-COUNT        PIC Z,ZZZ,ZZ9.
002240         10  FILLER            PIC X(04) VALUE SPACES.
002250         10  WS-B-BALANCE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002260         10  FILLER            PIC X(24) VALUE SPACES.
002270
002280 PROCEDURE DIVISION.
002290*****************************************************************
002300* 0000-MAINLINE
002310*   PICKS THE LOANS DUE OFF THE LOAN MASTER, COLLECTS EACH ONE,
002320*   THEN AGES EVERY ACTIVE LOAN INTO ITS ARREARS BUCKET.
002330*****************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002360     PERFORM 2000-SELECT-DUE THRU 2000-EXIT
002370         UNTIL LOAN-EOF
002380     IF LOAN-FILE-OPEN
002382         CLOSE LOAN-FILE
002384         SET LOAN-FILE-NOT-OPEN TO TRUE
002386     END-IF
002390     CLOSE DUE-FILE
002400     OPEN INPUT DUE-FILE
002410     PERFORM 3100-READ-DUE THRU 3100-EXIT
002420     PERFORM 3000-COLLECT-LOAN THRU 3000-EXIT
002430         UNTIL DUE-EOF
002440     CLOSE DUE-FILE
002450     PERFORM 4000-START-AGEING THRU 4000-EXIT
002460     PERFORM 4100-AGE-LOAN THRU 4100-EXIT
002470         UNTIL LOAN-EOF
002480     PERFORM 8000-TERMINATE THRU 8000-EXIT
002490     GOBACK.
002500
002510*****************************************************************
002520* 1000-INITIALIZE
002530*   ZEROES THE CONTROL TOTALS, SETS THE RUN DATE, OPENS THE
002540*   FILES, PRINTS THE RUN HEADINGS, AND PRIMES THE LOAN MASTER
002550*   READ.  NO LOAN MASTER ON DISK MEANS NO LOANS HAVE BEEN
002560*   DRAWN YET - THE RUN STILL PRINTS BOTH REPORTS WITH ZERO
002570*   TOTALS.
002580*****************************************************************
002590 1000-INITIALIZE.
002600     MOVE ZERO TO WS-READ-COUNT
002610     MOVE ZERO TO WS-DUE-COUNT
002620     MOVE ZERO TO WS-COLLECTED-COUNT
002630     MOVE ZERO TO WS-PAID-OFF-COUNT
002640     MOVE ZERO TO WS-FAIL-COUNT
002650     MOVE ZERO TO WS-INTEREST-TOTAL
002660     MOVE ZERO TO WS-PRINCIPAL-TOTAL
002670     MOVE ZERO TO WS-ACTIVE-COUNT
002680     MOVE ZERO TO WS-ACTIVE-BALANCE
002690     MOVE ZERO TO WS-REWRITE-COUNT
002700     MOVE "UNDER 30 DAYS:" TO WS-BK-CAPTION (1)
002710     MOVE "30 TO 59 DAYS:" TO WS-BK-CAPTION (2)
002720     MOVE "60 TO 89 DAYS:" TO WS-BK-CAPTION (3)
002730     MOVE "90 DAYS AND OVER:" TO WS-BK-CAPTION (4)
002740     MOVE 1 TO WS-BUCKET-SUB
002750     PERFORM 1100-ZERO-BUCKET THRU 1100-EXIT
002760         UNTIL WS-BUCKET-SUB > 4
002770     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002780     OPEN INPUT BUSINESS-DATE-FILE
002790     IF WS-BDATE-FILE-STATUS = "00"
002800         READ BUSINESS-DATE-FILE
002810             AT END
002820                 CONTINUE
002830             NOT AT END
002840                 MOVE BD-BUSINESS-DATE TO WS-TODAY
002850         END-READ
002860         CLOSE BUSINESS-DATE-FILE
002870     END-IF
002880     MOVE WS-TODAY TO WS-CNV-DATE
002890     PERFORM 7300-DATE-TO-SERIAL THRU 7300-EXIT
002900     MOVE WS-CNV-SERIAL TO WS-TODAY-SERIAL
002910     OPEN OUTPUT REPORT-FILE
002920     WRITE REPORT-RECORD FROM WS-HEADING-1
002930     MOVE WS-TODAY TO WS-H2-DATE
002940     WRITE REPORT-RECORD FROM WS-HEADING-2
002950     MOVE SPACES TO REPORT-RECORD
002960     WRITE REPORT-RECORD
002970     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
002980     OPEN OUTPUT DELINQ-FILE
002990     WRITE DELINQ-RECORD FROM WS-DQ-HEADING-1
003000     WRITE DELINQ-RECORD FROM WS-HEADING-2
003010     MOVE SPACES TO DELINQ-RECORD
003020     WRITE DELINQ-RECORD
003030     WRITE DELINQ-RECORD FROM WS-DQ-COLUMN-LINE
003040     OPEN OUTPUT DUE-FILE
003050     SET LOAN-NOT-EOF TO TRUE
003060     OPEN INPUT LOAN-FILE
003070     IF WS-LOAN-FILE-STATUS NOT = "00"
003080         DISPLAY "LOANPAY - LOAN MASTER OPEN FAILED, STATUS "
003090             WS-LOAN-FILE-STATUS ", NOTHING TO COLLECT"
003100         SET LOAN-EOF TO TRUE
003110     ELSE
003115         SET LOAN-FILE-OPEN TO TRUE
003120         PERFORM 2100-READ-LOAN THRU 2100-EXIT
003130     END-IF.
003140 1000-EXIT.
003150     EXIT.
003160
003170 1100-ZERO-BUCKET.
003180     MOVE ZERO TO WS-BK-COUNT (WS-BUCKET-SUB)
003190     MOVE ZERO TO WS-BK-BALANCE (WS-BUCKET-SUB)
003200     ADD 1 TO WS-BUCKET-SUB.
003210 1100-EXIT.
003220     EXIT.
003230
003240*****************************************************************
003250* 2000-SELECT-DUE
003260*   COPIES THE CURRENT LOAN TO THE WORK FILE IF IT IS ACTIVE
003270*   WITH AN INSTALMENT DUE ON OR BEFORE TODAY, AND READS THE
003280*   NEXT.
003290*****************************************************************
003300 2000-SELECT-DUE.
003310     ADD 1 TO WS-READ-COUNT
003320     IF LN-LOAN-ACTIVE
003330         AND LN-NEXT-DUE-DATE NOT > WS-TODAY
003340         WRITE DUE-RECORD FROM LOAN-RECORD
003350         ADD 1 TO WS-DUE-COUNT
003360     END-IF
003370     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
003380 2000-EXIT.
003390     EXIT.
003400
003410 2100-READ-LOAN.
003420     READ LOAN-FILE
003430         AT END
003440             SET LOAN-EOF TO TRUE
003450     END-READ.
003460 2100-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500* 3000-COLLECT-LOAN
003510*   COLLECTS ONE DUE LOAN'S INSTALMENTS, OLDEST FIRST, UNTIL THE
003520*   LOAN IS UP TO DATE, PAID OFF, OR AN INSTALMENT CANNOT BE
003530*   COLLECTED, AND READS THE NEXT.
003540*****************************************************************
003550 3000-COLLECT-LOAN.
003560     MOVE LD-NEXT-DUE-DATE TO WS-CURR-DUE
003570     SET COLLECT-MORE TO TRUE
003580     PERFORM 3200-COLLECT-INSTALMENT THRU 3200-EXIT
003590         UNTIL COLLECT-DONE
003600     PERFORM 3100-READ-DUE THRU 3100-EXIT.
003610 3000-EXIT.
003620     EXIT.
003630
003640 3100-READ-DUE.
003650     READ DUE-FILE
003660         AT END
003670             SET DUE-EOF TO TRUE
003680     END-READ.
003690 3100-EXIT.
003700     EXIT.
003710
003720*****************************************************************
003730* 3200-COLLECT-INSTALMENT
003740*   COLLECTS THE INSTALMENT DUE ON WS-CURR-DUE THROUGH ACCOUNT'S
003750*   LOAN-PAY TRANSACTION AND PRINTS ITS INTEREST/PRINCIPAL
003760*   SPLIT.  ACCOUNT ROLLS THE LOAN'S DUE DATE ON A MONTH; ONCE
003770*   THAT PASSES TODAY THE LOAN IS UP TO DATE.
003780*****************************************************************
003790 3200-COLLECT-INSTALMENT.
003800     MOVE LD-LOAN-ID TO WS-D-LOAN
003810     MOVE LD-ACCT-ID TO WS-D-ACCT
003820     MOVE WS-CURR-DUE TO WS-D-DUE
003830     INITIALIZE DFHCOMMAREA
003840     MOVE LD-ACCT-ID TO CA-ACCT-ID
003850     MOVE LD-LOAN-ID TO CA-LOAN-ID
003860     MOVE "LOAN-PAY  " TO CA-TRANS-TYPE
003870     MOVE "LOANPAY " TO CA-TELLER-ID
003880     CALL "ACCOUNT" USING DFHCOMMAREA
003890     IF NOT CA-ST-SUCCESS
003900         MOVE ZERO TO WS-D-INTEREST
003910         MOVE ZERO TO WS-D-PRINCIPAL
003920         MOVE LD-BALANCE TO WS-D-BALANCE
003930         MOVE "FAILED " TO WS-D-DISP
003940         MOVE CA-STATUS TO WS-STATUS-CODE
003950         MOVE WS-STATUS-CODE TO WS-D-CODE
003960         ADD 1 TO WS-FAIL-COUNT
003970         SET COLLECT-DONE TO TRUE
003980         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
003990         GO TO 3200-EXIT
004000     END-IF
004010     MOVE CA-LOAN-INTEREST TO WS-D-INTEREST
004020     MOVE CA-LOAN-PRINCIPAL TO WS-D-PRINCIPAL
004030     MOVE CA-LOAN-BALANCE TO WS-D-BALANCE
004040     MOVE SPACES TO WS-D-CODE
004050     ADD 1 TO WS-COLLECTED-COUNT
004060     ADD CA-LOAN-INTEREST TO WS-INTEREST-TOTAL
004070     ADD CA-LOAN-PRINCIPAL TO WS-PRINCIPAL-TOTAL
004090     IF CA-LOAN-BALANCE = ZERO
004100         MOVE "PAIDOFF" TO WS-D-DISP
004110         ADD 1 TO WS-PAID-OFF-COUNT
004120         SET COLLECT-DONE TO TRUE
004130     ELSE
004140         MOVE "PAID   " TO WS-D-DISP
004150     END-IF
004160     MOVE CA-LOAN-BALANCE TO LD-BALANCE
004170     MOVE CA-LOAN-NEXT-DUE TO WS-CURR-DUE
004180     IF WS-CURR-DUE > WS-TODAY
004190         SET COLLECT-DONE TO TRUE
004200     END-IF
004210     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
004220 3200-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260* 4000-START-AGEING
004270*   REOPENS THE LOAN MASTER FOR UPDATE NOW THAT THE COLLECTIONS
004280*   HAVE POSTED, AND PRIMES THE READ.  A LOAN MASTER THAT CANNOT
004290*   BE OPENED LEAVES THE ARREARS AS THEY WERE AND AN EMPTY
004300*   DELINQUENCY REPORT.
004310*****************************************************************
004320 4000-START-AGEING.
004330     SET LOAN-NOT-EOF TO TRUE
004340     OPEN I-O LOAN-FILE
004350     IF WS-LOAN-FILE-STATUS NOT = "00"
004360         DISPLAY "LOANPAY - LOAN MASTER OPEN FAILED, STATUS "
004370             WS-LOAN-FILE-STATUS ", ARREARS NOT AGED"
004380         SET LOAN-EOF TO TRUE
004390     ELSE
004395         SET LOAN-FILE-OPEN TO TRUE
004400         PERFORM 2100-READ-LOAN THRU 2100-EXIT
004410     END-IF.
004420 4000-EXIT.
004430     EXIT.
004440
004450*****************************************************************
004460* 4100-AGE-LOAN
004470*   SETS THE CURRENT ACTIVE LOAN'S DAYS PAST DUE FROM ITS OLDEST
004480*   UNPAID DUE DATE AND ITS ARREARS BUCKET FROM THOSE DAYS,
004490*   REWRITING IT ONLY IF EITHER HAS CHANGED, AND PRINTS IT ON
004500*   THE DELINQUENCY REPORT IF AN INSTALMENT IS STILL UNPAID.
004510*   READS THE NEXT.
004520*****************************************************************
004530 4100-AGE-LOAN.
004540     IF NOT LN-LOAN-ACTIVE
004550         PERFORM 2100-READ-LOAN THRU 2100-EXIT
004560         GO TO 4100-EXIT
004570     END-IF
004580     ADD 1 TO WS-ACTIVE-COUNT
004590     ADD LN-BALANCE TO WS-ACTIVE-BALANCE
004600     MOVE LN-DAYS-PAST-DUE TO WS-OLD-DAYS-PAST-DUE
004610     MOVE LN-ARREARS-STATUS TO WS-OLD-ARREARS
004620     MOVE ZERO TO WS-DAYS-PAST-DUE
004630     IF LN-NEXT-DUE-DATE < WS-TODAY
004640         MOVE LN-NEXT-DUE-DATE TO WS-CNV-DATE
004650         PERFORM 7300-DATE-TO-SERIAL THRU 7300-EXIT
004660         COMPUTE WS-DAYS-PAST-DUE =
004670             WS-TODAY-SERIAL - WS-CNV-SERIAL
004680         IF WS-DAYS-PAST-DUE > 9999
004690             MOVE 9999 TO WS-DAYS-PAST-DUE
004700         END-IF
004710     END-IF
004720     MOVE WS-DAYS-PAST-DUE TO LN-DAYS-PAST-DUE
004730     EVALUATE TRUE
004740         WHEN WS-DAYS-PAST-DUE NOT < 90
004750             SET LN-ARREARS-90 TO TRUE
004760             MOVE 4 TO WS-BUCKET-SUB
004770             MOVE "90+" TO WS-Q-BUCKET
004780         WHEN WS-DAYS-PAST-DUE NOT < 60
004790             SET LN-ARREARS-60 TO TRUE
004800             MOVE 3 TO WS-BUCKET-SUB
004810             MOVE "60-89" TO WS-Q-BUCKET
004820         WHEN WS-DAYS-PAST-DUE NOT < 30
004830             SET LN-ARREARS-30 TO TRUE
004840             MOVE 2 TO WS-BUCKET-SUB
004850             MOVE "30-59" TO WS-Q-BUCKET
004860         WHEN OTHER
004870             SET LN-ARREARS-CURRENT TO TRUE
004880             MOVE 1 TO WS-BUCKET-SUB
004890             MOVE "UNDER 30" TO WS-Q-BUCKET
004900     END-EVALUATE
004910     IF LN-DAYS-PAST-DUE NOT = WS-OLD-DAYS-PAST-DUE
004920         OR LN-ARREARS-STATUS NOT = WS-OLD-ARREARS
004930         REWRITE LOAN-RECORD
004940         IF WS-LOAN-FILE-STATUS = "00"
004950             ADD 1 TO WS-REWRITE-COUNT
004960         ELSE
004970             DISPLAY "LOANPAY - LOAN MASTER REWRITE FAILED, "
004980                 "STATUS " WS-LOAN-FILE-STATUS " FOR LOAN "
004990                 LN-LOAN-ID
005000         END-IF
005010     END-IF
005020     IF LN-NEXT-DUE-DATE NOT > WS-TODAY
005030         MOVE LN-LOAN-ID TO WS-Q-LOAN
005040         MOVE LN-ACCT-ID TO WS-Q-ACCT
005050         MOVE LN-CUST-ID TO WS-Q-CUST
005060         MOVE LN-NEXT-DUE-DATE TO WS-Q-DUE
005070         MOVE LN-DAYS-PAST-DUE TO WS-Q-DAYS
005080         MOVE LN-BALANCE TO WS-Q-BALANCE
005090         WRITE DELINQ-RECORD FROM WS-DQ-DETAIL-LINE
005100         ADD 1 TO WS-BK-COUNT (WS-BUCKET-SUB)
005110         ADD LN-BALANCE TO WS-BK-BALANCE (WS-BUCKET-SUB)
005120     END-IF
005130     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
005140 4100-EXIT.
005150     EXIT.
005160
005170*****************************************************************
005180* 7300-DATE-TO-SERIAL
005190*   CONVERTS WS-CNV-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER IN
005200*   WS-CNV-SERIAL - WHOLE YEARS BEFORE THIS ONE, PLUS WHOLE
005210*   MONTHS BEFORE THIS ONE, PLUS THE DAY - SO THE GAP BETWEEN
005220*   TWO DATES IS AN ORDINARY SUBTRACTION EVEN ACROSS MONTH AND
005230*   YEAR ENDS.
005240*****************************************************************
005250 7300-DATE-TO-SERIAL.
005260     COMPUTE WS-CNV-PRIOR-YYYY = WS-CNV-YYYY - 1
005270* EACH LEAP-DAY QUOTIENT MUST TRUNCATE ON ITS OWN - ONE COMBINED
005280* EXPRESSION WOULD CARRY THE FRACTIONS THROUGH AND CAN COME OUT
005290* A DAY OFF.
005300     DIVIDE WS-CNV-PRIOR-YYYY BY 4
005310         GIVING WS-CNV-QUOT-4
005320     DIVIDE WS-CNV-PRIOR-YYYY BY 100
005330         GIVING WS-CNV-QUOT-100
005340     DIVIDE WS-CNV-PRIOR-YYYY BY 400
005350         GIVING WS-CNV-QUOT-400
005360     COMPUTE WS-CNV-SERIAL = (WS-CNV-PRIOR-YYYY * 365)
005370         + WS-CNV-QUOT-4
005380         - WS-CNV-QUOT-100
005390         + WS-CNV-QUOT-400
005400     EVALUATE WS-CNV-MM
005410         WHEN 01
005420             MOVE 000 TO WS-CNV-MONTH-DAYS
005430         WHEN 02
005440             MOVE 031 TO WS-CNV-MONTH-DAYS
005450         WHEN 03
005460             MOVE 059 TO WS-CNV-MONTH-DAYS
005470         WHEN 04
005480             MOVE 090 TO WS-CNV-MONTH-DAYS
005490         WHEN 05
005500             MOVE 120 TO WS-CNV-MONTH-DAYS
005510         WHEN 06
005520             MOVE 151 TO WS-CNV-MONTH-DAYS
005530         WHEN 07
005540             MOVE 181 TO WS-CNV-MONTH-DAYS
005550         WHEN 08
005560             MOVE 212 TO WS-CNV-MONTH-DAYS
005570         WHEN 09
005580             MOVE 243 TO WS-CNV-MONTH-DAYS
005590         WHEN 10
005600             MOVE 273 TO WS-CNV-MONTH-DAYS
005610         WHEN 11
005620             MOVE 304 TO WS-CNV-MONTH-DAYS
005630         WHEN OTHER
005640             MOVE 334 TO WS-CNV-MONTH-DAYS
005650     END-EVALUATE
005660     ADD WS-CNV-MONTH-DAYS TO WS-CNV-SERIAL
005670     ADD WS-CNV-DD TO WS-CNV-SERIAL
005680     PERFORM 7350-LEAP-TEST THRU 7350-EXIT
005690     IF LEAP-YEAR AND WS-CNV-MM > 02
005700         ADD 1 TO WS-CNV-SERIAL
005710     END-IF.
005720 7300-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760* 7350-LEAP-TEST
005770*   SETS THE LEAP-YEAR FLAG FOR WS-CNV-YYYY, WITH THE CENTURY
005780*   RULE.
005790*****************************************************************
005800 7350-LEAP-TEST.
005810     DIVIDE WS-CNV-YYYY BY 4 GIVING WS-LEAP-QUOT
005820         REMAINDER WS-LEAP-REM-4
005830     DIVIDE WS-CNV-YYYY BY 100 GIVING WS-LEAP-QUOT
005840         REMAINDER WS-LEAP-REM-100
005850     DIVIDE WS-CNV-YYYY BY 400 GIVING WS-LEAP-QUOT
005860         REMAINDER WS-LEAP-REM-400
005870     IF (WS-LEAP-REM-4 = ZERO
005880         AND WS-LEAP-REM-100 NOT = ZERO)
005890         OR WS-LEAP-REM-400 = ZERO
005900         SET LEAP-YEAR TO TRUE
005910     ELSE
005920         SET NOT-LEAP-YEAR TO TRUE
005930     END-IF.
005940 7350-EXIT.
005950     EXIT.
005960
005970*****************************************************************
005980* 8000-TERMINATE
005990*   PRINTS THE CONTROL TOTALS ON BOTH REPORTS, CLOSES THE FILES,
006000*   AND DISPLAYS A SUMMARY FOR THE OPERATOR CONSOLE.
006010*****************************************************************
006020 8000-TERMINATE.
006030     MOVE SPACES TO REPORT-RECORD
006040     WRITE REPORT-RECORD
006050     MOVE "LOANS ON FILE:" TO WS-T-CAPTION
006060     MOVE WS-READ-COUNT TO WS-T-COUNT
006070     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006080     MOVE "LOANS WITH AN INSTALMENT DUE:" TO WS-T-CAPTION
006090     MOVE WS-DUE-COUNT TO WS-T-COUNT
006100     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006110     MOVE "INSTALMENTS COLLECTED:" TO WS-T-CAPTION
006120     MOVE WS-COLLECTED-COUNT TO WS-T-COUNT
006130     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006140     MOVE "LOANS PAID OFF:" TO WS-T-CAPTION
006150     MOVE WS-PAID-OFF-COUNT TO WS-T-COUNT
006160     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006170     MOVE "INSTALMENTS FAILED:" TO WS-T-CAPTION
006180     MOVE WS-FAIL-COUNT TO WS-T-COUNT
006190     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006200     MOVE "INTEREST COLLECTED:" TO WS-A-CAPTION
006210     MOVE WS-INTEREST-TOTAL TO WS-A-AMOUNT
006220     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
006230     MOVE "PRINCIPAL COLLECTED:" TO WS-A-CAPTION
006240     MOVE WS-PRINCIPAL-TOTAL TO WS-A-AMOUNT
006250     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
006260     MOVE SPACES TO DELINQ-RECORD
006270     WRITE DELINQ-RECORD
006280     MOVE 1 TO WS-BUCKET-SUB
006290     PERFORM 8100-PRINT-BUCKET THRU 8100-EXIT
006300         UNTIL WS-BUCKET-SUB > 4
006310     MOVE "ACTIVE LOANS:" TO WS-B-CAPTION
006320     MOVE WS-ACTIVE-COUNT TO WS-B-COUNT
006330     MOVE WS-ACTIVE-BALANCE TO WS-B-BALANCE
006340     WRITE DELINQ-RECORD FROM WS-DQ-BUCKET-LINE
006350     IF LOAN-FILE-OPEN
006360         CLOSE LOAN-FILE
006370     END-IF
006380     CLOSE REPORT-FILE
006390     CLOSE DELINQ-FILE
006400     DISPLAY "LOANPAY - DUE: " WS-DUE-COUNT
006410         " COLLECTED: " WS-COLLECTED-COUNT
006420         " PAID OFF: " WS-PAID-OFF-COUNT
006430         " FAILED: " WS-FAIL-COUNT
006440         " ARREARS CHANGED: " WS-REWRITE-COUNT.
006450 8000-EXIT.
006460     EXIT.
006470
006480 8100-PRINT-BUCKET.
006490     MOVE WS-BK-CAPTION (WS-BUCKET-SUB) TO WS-B-CAPTION
006500     MOVE WS-BK-COUNT (WS-BUCKET-SUB) TO WS-B-COUNT
006510     MOVE WS-BK-BALANCE (WS-BUCKET-SUB) TO WS-B-BALANCE
006520     WRITE DELINQ-RECORD FROM WS-DQ-BUCKET-LINE
006530     ADD 1 TO WS-BUCKET-SUB.
006540 8100-EXIT.
006550     EXIT.
