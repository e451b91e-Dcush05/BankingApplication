000230* DEBIT AND CREDIT TOTALS, AND WHETHER THE EXTRACT TIES TO THE
000240* DAY'S TOTAL NET MOVEMENT - A TYPE MISSING FROM THE MAPPING IS
000250* FLAGGED THERE INSTEAD OF VANISHING.
000251* LOAN DISBURSEMENTS AND PRINCIPAL REPAYMENTS MOVE THE BANK'S
000252* LOAN ASSETS AS WELL AS THE LINKED DEPOSIT BALANCES, SO THE
000253* PROOF SHEET ALSO CARRIES THE DAY'S NET LOAN ASSET MOVEMENT
000254* AND THE LOAN PRINCIPAL OUTSTANDING ON THE LOAN MASTER, KEPT
000255* APART FROM THE DEPOSIT MOVEMENTS ABOVE THEM.
000256* THE DAY'S JOURNALED "INTEREST" MOVEMENT IS ALSO ADDED TO A
000257* YEAR-TO-DATE INTEREST EXPENSE CONTROL RECORD (LAYOUT IN
000258* GLINTYCL), THE GL-SIDE FIGURE TAX1099 PROVES ITS YEAR-END
000259* FORMS AGAINST.
000260*
000270* MODIFICATION HISTORY
000280* ---------- ----  -----------------------------------------------
000290* DATE       INIT  DESCRIPTION
000300* ---------- ----  -----------------------------------------------
000310* 09/02/2026 DC    ORIGINAL VERSION.
000312* 10/15/2026 DC    LOAN ASSET MOVEMENT AND LOAN PRINCIPAL
000314*                   OUTSTANDING ON THE PROOF SHEET.  MAPPING
000316*                   TABLE RAISED TO 40 TYPES.
000317* 10/15/2026 DC    YEAR-TO-DATE INTEREST EXPENSE CONTROL
000318*                   RECORD KEPT FOR TAX1099.
000320*
000330
000340 ENVIRONMENT DIVISION.
000480         ASSIGN TO "data/business-date.dat"
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-BDATE-FILE-STATUS.
000501* THE LOAN MASTER - READ AT END OF RUN FOR THE LOAN PRINCIPAL
000502* OUTSTANDING.  NOT REWRITTEN.
000503     SELECT LOAN-FILE ASSIGN TO "data/loan-master.dat"
000504     ORGANIZATION IS INDEXED
000505     ACCESS MODE IS SEQUENTIAL
000506     RECORD KEY IS LN-LOAN-ID
000507     FILE STATUS IS WS-LOAN-FILE-STATUS.
000508* THE YEAR-TO-DATE INTEREST EXPENSE CONTROL - ONE RECORD, READ
000509* AND WRITTEN BACK AT END OF RUN.
000510     SELECT INTEREST-YTD-FILE
000511         ASSIGN TO "data/gl-interest-ytd.dat"
000512     ORGANIZATION IS LINE SEQUENTIAL
000513     FILE STATUS IS WS-YTD-FILE-STATUS.
000514* SORT WORK FILE.
000520     SELECT SORT-FILE ASSIGN TO "data/glextr-sort.tmp".
000530* THE DAY'S ENTRIES RESEQUENCED INTO TRANSACTION-TYPE ORDER SO
000540* EACH TYPE TOTALS IN A SINGLE PASS.
000760 FD  BUSINESS-DATE-FILE.
000770 01  BUSINESS-DATE-RECORD.
000780     05  BD-BUSINESS-DATE     PIC 9(08).
000782
000784 FD  LOAN-FILE.
000786     COPY LOANRECL.
000787
000788 FD  INTEREST-YTD-FILE.
000789     COPY GLINTYCL.
000790
000800 SD  SORT-FILE.
000810     COPY TRNLOGCL REPLACING ==TRANS-LOG-RECORD==
001050     05  WS-MAP-FOUND-FLAG     PIC X VALUE 'N'.
001060         88  MAP-FOUND                 VALUE 'Y'.
001070         88  MAP-NOT-FOUND             VALUE 'N'.
001073     05  WS-LOAN-EOF-FLAG      PIC X VALUE 'N'.
001076         88  LOAN-EOF                  VALUE 'Y'.
001077     05  WS-YTD-FLAG           PIC X VALUE 'N'.
001078         88  YTD-ON-FILE               VALUE 'Y'.
001079         88  YTD-NOT-ON-FILE           VALUE 'N'.
001080         88  YTD-UNREADABLE            VALUE 'E'.
001081
001090* FILE STATUS FIELDS.
001100 01  WS-FILE-STATUS-FIELDS.
001110     05  WS-MAP-FILE-STATUS    PIC X(02).
001120     05  WS-BDATE-FILE-STATUS  PIC X(02).
001125     05  WS-LOAN-FILE-STATUS   PIC X(02).
001127     05  WS-YTD-FILE-STATUS    PIC X(02).
001130
001140* THE GL ACCOUNT MAPPING LOADED FROM THE CONTROL FILE AT START
001150* OF RUN - ONE ROW PER TRANSACTION TYPE.
001160 01  WS-MAP-TABLE.
001170     05  WS-MAP-COUNT          PIC 9(02) COMP.
001180     05  WS-MAP-ENTRY OCCURS 40 TIMES.
001190         10  WS-GM-TRANS-TYPE  PIC X(10).
001200         10  WS-GM-DR-ACCOUNT  PIC X(08).
001210         10  WS-GM-CR-ACCOUNT  PIC X(08).
001220
001221* THE YEAR-TO-DATE INTEREST CONTROL RECORD AS READ, UPDATED IN
001222* PLACE, AND WRITTEN BACK.
001223     COPY GLINTYCL REPLACING ==GL-INTEREST-YTD-RECORD==
001224         BY ==WS-YTD-RECORD==
001225         LEADING ==GY-== BY ==WY-==.
001226
001230* THE CURRENT TYPE'S ACCUMULATORS AND THE RUN CONTROL TOTALS.
001240 01  WS-WORK-FIELDS.
001250     05  WS-RUN-DATE           PIC 9(08).
001252     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001254         10  WS-RUN-YYYY       PIC 9(04).
001256         10  FILLER            PIC 9(04).
001260     05  WS-MAP-SUB            PIC 9(02) COMP.
001270     05  WS-CURR-TYPE          PIC X(10).
001280     05  WS-TYPE-COUNT         PIC 9(07) COMP.
001350     05  WS-DR-TOTAL           PIC S9(13)V99 COMP-3.
001360     05  WS-CR-TOTAL           PIC S9(13)V99 COMP-3.
001370     05  WS-ABS-MOVEMENT       PIC S9(13)V99 COMP-3.
001372     05  WS-LOAN-MOVEMENT      PIC S9(13)V99 COMP-3.
001374     05  WS-LOAN-OUTSTANDING   PIC S9(13)V99 COMP-3.
001376     05  WS-LOAN-COUNT         PIC 9(07) COMP.
001378     05  WS-INTEREST-MOVEMENT  PIC S9(13)V99 COMP-3.
001380
001390 01  WS-REPORT-LINES.
001400     05  WS-HEADING-1.
002070     MOVE ZERO TO WS-DAY-MOVEMENT
002080     MOVE ZERO TO WS-DR-TOTAL
002090     MOVE ZERO TO WS-CR-TOTAL
002092     MOVE ZERO TO WS-LOAN-MOVEMENT
002094     MOVE ZERO TO WS-LOAN-OUTSTANDING
002096     MOVE ZERO TO WS-LOAN-COUNT
002098     MOVE ZERO TO WS-INTEREST-MOVEMENT
002100     MOVE ZERO TO WS-LINE-NUMBER
002110     MOVE ZERO TO WS-MAP-COUNT
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002440         AT END
002450             SET MAP-EOF TO TRUE
002460         NOT AT END
002470             IF WS-MAP-COUNT < 40
002480                 ADD 1 TO WS-MAP-COUNT
002490                 MOVE GM-TRANS-TYPE
002500                     TO WS-GM-TRANS-TYPE (WS-MAP-COUNT)
003270     PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
003280         UNTIL LOG-EOF OR SL-TRANS-TYPE NOT = WS-CURR-TYPE
003290     ADD WS-TYPE-MOVEMENT TO WS-DAY-MOVEMENT
003292     IF WS-CURR-TYPE = "LOAN-DISB " OR WS-CURR-TYPE = "LOAN-PRIN "
003294         ADD WS-TYPE-MOVEMENT TO WS-LOAN-MOVEMENT
003296     END-IF
003300     PERFORM 2400-WRITE-JOURNAL-PAIR THRU 2400-EXIT.
003310 2000-EXIT.
003320     EXIT.
003590*   ITS PROOF LINE.  A ZERO NET MOVEMENT NEEDS NO JOURNAL ENTRY;
003600*   A NONZERO TYPE MISSING FROM THE MAPPING IS FLAGGED ON THE
003610*   PROOF SHEET AND COUNTED, SO THE EXTRACT'S FAILURE TO TIE IS
003620*   EXPLAINED ON THE SAME PAGE.  AN "INTEREST" PAIR ACTUALLY
003623*   WRITTEN IS KEPT AS THE DAY'S INTEREST EXPENSE FOR THE
003626*   YEAR-TO-DATE CONTROL.
003630*****************************************************************
003640 2400-WRITE-JOURNAL-PAIR.
003650     MOVE WS-CURR-TYPE TO WS-D-TYPE
003940         MOVE "C" TO GL-DR-CR
003950         PERFORM 2500-WRITE-JOURNAL-LINE THRU 2500-EXIT
003960     END-IF
003962     IF WS-CURR-TYPE = "INTEREST  "
003964         MOVE WS-TYPE-MOVEMENT TO WS-INTEREST-MOVEMENT
003966     END-IF
003970     MOVE "EXTRACTED" TO WS-D-DISP
003980     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
003990 2400-EXIT.
004790             TO WS-TIE-TEXT
004800     END-IF
004810     WRITE REPORT-RECORD FROM WS-TIE-LINE
004815     PERFORM 8200-LOAN-ASSETS THRU 8200-EXIT
004817     PERFORM 8300-INTEREST-YTD THRU 8300-EXIT
004820     CLOSE SORTED-LOG-FILE
004830     CLOSE EXTRACT-FILE
004840     CLOSE REPORT-FILE
004870         " JOURNAL LINES: " WS-LINE-NUMBER
004880     DISPLAY "GLEXTR - DEBITS: " WS-DR-TOTAL
004890         " CREDITS: " WS-CR-TOTAL
004900         " UNMAPPED TYPES: " WS-UNMAPPED-COUNT
004903     DISPLAY "GLEXTR - LOAN MOVEMENT: " WS-LOAN-MOVEMENT
004906         " LOANS OUTSTANDING: " WS-LOAN-OUTSTANDING
004907     DISPLAY "GLEXTR - INTEREST EXPENSE: " WS-INTEREST-MOVEMENT
004908         " YEAR TO DATE: " WY-CURR-INTEREST.
004910 8000-EXIT.
004920     EXIT.
004925
004930*****************************************************************
004940* 8200-LOAN-ASSETS
004950*   PRINTS THE LOAN ASSET SECTION - THE DAY'S NET MOVEMENT ON
004960*   THE LOAN BOOK (DISBURSEMENTS LESS PRINCIPAL REPAID) AND THE
004970*   ACTIVE PRINCIPAL OUTSTANDING ON THE LOAN MASTER.  NO LOAN
004980*   MASTER ON DISK MEANS NO LOANS HAVE BEEN DRAWN.
004990*****************************************************************
005000 8200-LOAN-ASSETS.
005010     OPEN INPUT LOAN-FILE
005020     IF WS-LOAN-FILE-STATUS = "00"
005030         PERFORM 8250-READ-LOAN THRU 8250-EXIT
005040             UNTIL LOAN-EOF
005050         CLOSE LOAN-FILE
005060     END-IF
005070     MOVE SPACES TO REPORT-RECORD
005080     WRITE REPORT-RECORD
005090     MOVE "DAY NET LOAN ASSET MOVEMENT:" TO WS-T-CAPTION
005100     MOVE WS-LOAN-MOVEMENT TO WS-T-AMOUNT
005110     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005120     MOVE "LOAN ASSETS OUTSTANDING:" TO WS-T-CAPTION
005130     MOVE WS-LOAN-OUTSTANDING TO WS-T-AMOUNT
005140     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005150     MOVE "ACTIVE LOANS:" TO WS-C-CAPTION
005160     MOVE WS-LOAN-COUNT TO WS-C-COUNT
005170     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
005180 8200-EXIT.
005190     EXIT.
005200
005210 8250-READ-LOAN.
005220     READ LOAN-FILE
005230         AT END
005240             SET LOAN-EOF TO TRUE
005250             GO TO 8250-EXIT
005260     END-READ
005270     IF LN-LOAN-ACTIVE
005280         ADD 1 TO WS-LOAN-COUNT
005290         ADD LN-BALANCE TO WS-LOAN-OUTSTANDING
005300     END-IF.
005310 8250-EXIT.
005320     EXIT.
005321
005322*****************************************************************
005323* 8300-INTEREST-YTD
005324*   ADDS THE DAY'S JOURNALED INTEREST EXPENSE TO THE YEAR-TO-DATE
005325*   CONTROL RECORD TAX1099 PROVES ITS FORMS AGAINST, AND PRINTS
005326*   THE YEAR'S TOTAL.  NO RECORD ON FILE STARTS ONE.  A RERUN FOR
005327*   THE LAST DATE ADDED TAKES THAT RUN'S FIGURE BACK OUT FIRST;
005328*   A RUN DATE BEFORE IT ADDS NOTHING, SO NO DAY COUNTS TWICE.
005329*   A CONTROL FILE THAT WILL NOT OPEN IS LEFT ALONE AND FLAGGED
005330*   ON THE PROOF SHEET.
005331*****************************************************************
005332 8300-INTEREST-YTD.
005333     SET YTD-NOT-ON-FILE TO TRUE
005334     OPEN INPUT INTEREST-YTD-FILE
005335     IF WS-YTD-FILE-STATUS = "00"
005336         READ INTEREST-YTD-FILE INTO WS-YTD-RECORD
005337             AT END
005338                 CONTINUE
005339             NOT AT END
005340                 SET YTD-ON-FILE TO TRUE
005341         END-READ
005342         CLOSE INTEREST-YTD-FILE
005343     ELSE
005344         IF WS-YTD-FILE-STATUS NOT = "35"
005345             SET YTD-UNREADABLE TO TRUE
005346         END-IF
005347     END-IF
005348     MOVE SPACES TO REPORT-RECORD
005349     WRITE REPORT-RECORD
005350     IF YTD-UNREADABLE
005351         DISPLAY "GLEXTR - INTEREST YTD CONTROL OPEN FAILED, "
005352             "STATUS " WS-YTD-FILE-STATUS
005353         MOVE "** YTD INTEREST CONTROL NOT UPDATED"
005354             TO WS-TIE-TEXT
005355         WRITE REPORT-RECORD FROM WS-TIE-LINE
005356         MOVE ZERO TO WY-CURR-INTEREST
005357         GO TO 8300-EXIT
005358     END-IF
005359     IF YTD-NOT-ON-FILE
005360         MOVE ZERO TO WY-LAST-DATE
005361         MOVE ZERO TO WY-LAST-INTEREST
005362         MOVE WS-RUN-YYYY TO WY-CURR-YEAR
005363         MOVE ZERO TO WY-CURR-INTEREST
005364         MOVE ZERO TO WY-PRIOR-YEAR
005365         MOVE ZERO TO WY-PRIOR-INTEREST
005366     END-IF
005367     IF WS-RUN-DATE < WY-LAST-DATE
005368         DISPLAY "GLEXTR - " WS-RUN-DATE " IS BEFORE THE LAST "
005369             "DATE IN THE YTD INTEREST CONTROL, NOT ADDED"
005370     ELSE
005371         PERFORM 8350-ADD-INTEREST-YTD THRU 8350-EXIT
005372     END-IF
005373     MOVE "YTD INTEREST EXPENSE:" TO WS-T-CAPTION
005374     MOVE WY-CURR-INTEREST TO WS-T-AMOUNT
005375     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
005376 8300-EXIT.
005377     EXIT.
005378
005379*****************************************************************
005380* 8350-ADD-INTEREST-YTD
005381*   MOVES A FINISHED YEAR TO THE PRIOR-YEAR FIELDS ON THE FIRST
005382*   RUN OF A NEW ONE, BACKS OUT AN EARLIER RUN FOR THE SAME DATE,
005383*   ADDS THE DAY'S INTEREST EXPENSE, AND WRITES THE RECORD BACK.
005384*****************************************************************
005385 8350-ADD-INTEREST-YTD.
005386     IF WS-RUN-YYYY > WY-CURR-YEAR
005387         MOVE WY-CURR-YEAR TO WY-PRIOR-YEAR
005388         MOVE WY-CURR-INTEREST TO WY-PRIOR-INTEREST
005389         MOVE WS-RUN-YYYY TO WY-CURR-YEAR
005390         MOVE ZERO TO WY-CURR-INTEREST
005391         MOVE ZERO TO WY-LAST-INTEREST
005392     END-IF
005393     IF WS-RUN-DATE = WY-LAST-DATE
005394         SUBTRACT WY-LAST-INTEREST FROM WY-CURR-INTEREST
005395     END-IF
005396     ADD WS-INTEREST-MOVEMENT TO WY-CURR-INTEREST
005397     MOVE WS-RUN-DATE TO WY-LAST-DATE
005398     MOVE WS-INTEREST-MOVEMENT TO WY-LAST-INTEREST
005399     OPEN OUTPUT INTEREST-YTD-FILE
005400     WRITE GL-INTEREST-YTD-RECORD FROM WS-YTD-RECORD
005401     CLOSE INTEREST-YTD-FILE.
005402 8350-EXIT.
005403     EXIT.
