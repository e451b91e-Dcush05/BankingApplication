000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WLSCREEN.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* NIGHTLY SANCTIONS AND WATCH-LIST RE-SCREENING.
000090* ACCOUNT SCREENS A CUSTOMER ONLY AT CUST-ADD, CUST-AMEND, AND
000100* OPEN, BUT THE WATCH LIST (LAYOUT IN WATCHLCL) CHANGES EVERY
000110* TIME THE REGULATOR PUBLISHES OR COMPLIANCE BLOCKS SOMEONE, SO
000120* A CUSTOMER WHO WAS CLEAR AT ONBOARDING CAN MATCH TOMORROW.
000130* THIS JOB RE-SCREENS THE WHOLE CUSTOMER MASTER AGAINST THE
000140* LATEST LIST EVERY NIGHT, WITH THE SAME SCORING ACCOUNT USES -
000150* NAME WORDS COMPARED AFTER FOLDING CASE AND PUNCTUATION,
000160* ADDRESS LINE AND POSTAL CODE, AND ID NUMBER AGAINST CUSTOMER
000165* ID OR TAX ID, SCORED OUT OF 100.  EVERY CUSTOMER/ENTRY PAIR
000170* SCORING 70 OR MORE IS A POTENTIAL MATCH: IT IS PRINTED ON THE
000180* MATCH REPORT, AND WRITTEN TO THE FIXED-LAYOUT SCREENING
000190* EXTRACT (LAYOUT IN SCRNEXCL) WITH ITS SCORE AND WHAT MATCHED,
000200* FOR THE COMPLIANCE TEAM.  A SCORE OF 90 OR MORE AGAINST A
000210* BLOCKING ENTRY - ONE ACCOUNT WOULD REFUSE OUTRIGHT - IS
000220* FLAGGED "BLOCK" ON THE REPORT.  THIS JOB ONLY REPORTS; IT
000230* CHANGES NO ACCOUNT.
000240*
000250* THE LIST IS LOADED INTO A TABLE ONCE, WITH EACH NAME ALREADY
000260* SPLIT INTO WORDS, AND THE CUSTOMER MASTER IS READ ONCE.  NO
000270* WATCH LIST ON FILE MEANS NOTHING CAN BE SCREENED - THE RUN
000280* STILL PRINTS A REPORT AND WARNS THE OPERATOR, SO A MISSING
000290* LIST IS CAUGHT THE SAME NIGHT INSTEAD OF PASSING FOR A CLEAN
000300* ONE.  A LIST LONGER THAN THE TABLE IS SCREENED AS FAR AS IT
000310* WAS LOADED AND THE JOB ENDS WITH RETURN CODE 12 SO THE WINDOW
000320* SHOWS IT.
000330*
000340* MODIFICATION HISTORY
000350* ---------- ----  -----------------------------------------------
000360* DATE       INIT  DESCRIPTION
000370* ---------- ----  -----------------------------------------------
000380* 10/15/2026 DC    ORIGINAL VERSION.
000390*
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440* THE SANCTIONS AND WATCH LIST - LOADED BY OPS, READ ONCE INTO
000450* THE ENTRY TABLE.
000460     SELECT WATCH-LIST-FILE ASSIGN TO "data/watch-list.dat"
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-WL-FILE-STATUS.
000490* THE CUSTOMER MASTER - READ START TO FINISH, NEVER REWRITTEN
000500* HERE.
000510     SELECT CUSTOMER-FILE
000520         ASSIGN TO "data/customer-master.dat"
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS SEQUENTIAL
000550     RECORD KEY IS C-CUST-ID
000560     FILE STATUS IS WS-CUST-FILE-STATUS.
000570* THE FIXED-LAYOUT EXTRACT HANDED TO THE COMPLIANCE TEAM.
000580     SELECT EXTRACT-FILE
000590         ASSIGN TO "data/screening-extract.dat"
000600     ORGANIZATION IS LINE SEQUENTIAL.
000610* THE PRINTED POTENTIAL-MATCH REPORT.
000620     SELECT REPORT-FILE ASSIGN TO "data/watchlist-match.rpt"
000630     ORGANIZATION IS LINE SEQUENTIAL.
000640* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000650* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000660     SELECT BUSINESS-DATE-FILE
000670         ASSIGN TO "data/business-date.dat"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS WS-BDATE-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  WATCH-LIST-FILE.
000740     COPY WATCHLCL.
000750
000760 FD  CUSTOMER-FILE.
000770     COPY CUSTRECL.
000780
000790 FD  EXTRACT-FILE.
000800     COPY SCRNEXCL.
000810
000820 FD  REPORT-FILE.
000830 01  REPORT-RECORD             PIC X(80).
000840
000850 FD  BUSINESS-DATE-FILE.
000860 01  BUSINESS-DATE-RECORD.
000870     05  BD-BUSINESS-DATE     PIC 9(08).
000880
000890 WORKING-STORAGE SECTION.
000900* SWITCHES
000910 01  WS-FLAGS.
000920     05  WS-WL-EOF-FLAG        PIC X VALUE 'N'.
000930         88  WL-EOF                    VALUE 'Y'.
000940     05  WS-CUST-EOF-FLAG      PIC X VALUE 'N'.
000950         88  CUST-EOF                  VALUE 'Y'.
000960     05  WS-TABLE-FULL-FLAG    PIC X VALUE 'N'.
000970         88  WATCH-TABLE-FULL          VALUE 'Y'.
000980     05  WS-WORD-FLAG          PIC X VALUE 'N'.
000990         88  WORD-FOUND                VALUE 'Y'.
001000         88  WORD-NOT-FOUND            VALUE 'N'.
001010     05  WS-CUST-MATCH-FLAG    PIC X VALUE 'N'.
001020         88  CUST-MATCHED              VALUE 'Y'.
001030         88  CUST-NOT-MATCHED          VALUE 'N'.
001032     05  WS-CUST-OPEN-FLAG     PIC X VALUE 'N'.
001034         88  CUST-FILE-OPEN            VALUE 'Y'.
001040
001050* FILE STATUS FIELDS.
001060 01  WS-FILE-STATUS-FIELDS.
001070     05  WS-WL-FILE-STATUS     PIC X(02).
001080     05  WS-CUST-FILE-STATUS   PIC X(02).
001090     05  WS-BDATE-FILE-STATUS  PIC X(02).
001100
001110* CONTROL TOTALS AND THE SCORE OF THE PAIR BEING COMPARED.
001120 01  WS-WORK-FIELDS.
001130     05  WS-RUN-DATE           PIC 9(08).
001140     05  WS-LIST-READ-COUNT    PIC 9(07) COMP.
001150     05  WS-CUST-COUNT         PIC 9(07) COMP.
001160     05  WS-MATCH-COUNT        PIC 9(07) COMP.
001170     05  WS-BLOCK-COUNT        PIC 9(07) COMP.
001180     05  WS-MATCHED-CUST-COUNT PIC 9(07) COMP.
001190     05  WS-NAME-SCORE         PIC 9(03).
001200     05  WS-ADDR-SCORE         PIC 9(03).
001210     05  WS-SCORE              PIC 9(03).
001220     05  WS-MATCH-ID           PIC X(01).
001230     05  WS-MATCH-NAME         PIC X(01).
001240     05  WS-MATCH-ADDR         PIC X(01).
001250     05  WS-FOUND-COUNT        PIC 9(02) COMP.
001260     05  WS-CW-SUB             PIC 9(02) COMP.
001270     05  WS-EW-SUB             PIC 9(02) COMP.
001280     05  WS-CW-COUNT           PIC 9(02) COMP.
001290
001300* THE CUSTOMER BEING SCREENED, NORMALIZED THE SAME WAY AS THE
001310* LIST - FOLDED TO UPPER CASE, PUNCTUATION TURNED INTO SPACES,
001320* AND THE NAME SPLIT INTO WORDS.
001330 01  WS-CAND-FIELDS.
001340     05  WS-CAND-NAME          PIC X(30).
001350     05  WS-CAND-ADDR          PIC X(30).
001360     05  WS-CAND-POSTAL        PIC X(10).
001365     05  WS-CAND-TAX-ID        PIC X(09).
001370     05  WS-CAND-WORDS.
001380         10  WS-CW             PIC X(20) OCCURS 6 TIMES.
001390
001400* THE WATCH LIST, ONE ROW PER ENTRY, NORMALIZED AS IT IS LOADED.
001410* THE LISTED NAME IS KEPT AS PUBLISHED FOR THE EXTRACT.
001420 01  WS-WATCH-TABLE.
001430     05  WS-WT-COUNT           PIC 9(05) COMP.
001440     05  WS-WT-SUB             PIC 9(05) COMP.
001450     05  WS-WT-ENTRY OCCURS 2000 TIMES.
001460         10  WS-WT-ENTRY-ID    PIC X(10).
001470         10  WS-WT-SOURCE      PIC X(01).
001480         10  WS-WT-ACTION      PIC X(01).
001490         10  WS-WT-NAME        PIC X(30).
001500         10  WS-WT-ADDR        PIC X(30).
001510         10  WS-WT-POSTAL      PIC X(10).
001520         10  WS-WT-ID-NUMBER   PIC X(10).
001530         10  WS-WT-EW-COUNT    PIC 9(02) COMP.
001540         10  WS-WT-WORDS.
001550             15  WS-WT-EW      PIC X(20) OCCURS 6 TIMES.
001560
001570* SCREENING CONSTANTS - THE SAME THRESHOLDS ACCOUNT APPLIES.  A
001580* SCORE OF 70 OR MORE IS A POTENTIAL MATCH; 90 OR MORE AGAINST A
001590* BLOCKING ENTRY WOULD BE REFUSED AT THE COUNTER.
001600 01  WS-SCREEN-CONSTANTS.
001610     05  WS-REFER-SCORE        PIC 9(03) VALUE 70.
001620     05  WS-BLOCK-SCORE        PIC 9(03) VALUE 90.
001630     05  WS-TABLE-MAX          PIC 9(05) COMP VALUE 2000.
001640     05  WS-LOWER-CASE         PIC X(31)
001650         VALUE "abcdefghijklmnopqrstuvwxyz.,'-/".
001660     05  WS-UPPER-CASE         PIC X(31)
001670         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ     ".
001680
001690 01  WS-REPORT-LINES.
001700     05  WS-HEADING-1.
001710         10  FILLER            PIC X(34)
001720             VALUE "WATCH-LIST POTENTIAL MATCH REPORT ".
001730         10  FILLER            PIC X(46) VALUE SPACES.
001740     05  WS-HEADING-2.
001750         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
001760         10  WS-H2-DATE        PIC 9(08).
001770         10  FILLER            PIC X(61) VALUE SPACES.
001780     05  WS-COLUMN-LINE.
001790         10  FILLER            PIC X(34)
001800             VALUE "CUSTOMER    NAME                  ".
001810         10  FILLER            PIC X(23)
001820             VALUE "ENTRY       S  A  SCR  ".
001830         10  FILLER            PIC X(23)
001840             VALUE "MATCHED         FLAG   ".
001850     05  WS-DETAIL-LINE.
001860         10  WS-D-CUST-ID      PIC X(10).
001870         10  FILLER            PIC X(02) VALUE SPACES.
001880         10  WS-D-CUST-NAME    PIC X(20).
001890         10  FILLER            PIC X(02) VALUE SPACES.
001900         10  WS-D-ENTRY-ID     PIC X(10).
001910         10  FILLER            PIC X(02) VALUE SPACES.
001920         10  WS-D-SOURCE       PIC X(01).
001930         10  FILLER            PIC X(02) VALUE SPACES.
001940         10  WS-D-ACTION       PIC X(01).
001950         10  FILLER            PIC X(02) VALUE SPACES.
001960         10  WS-D-SCORE        PIC ZZ9.
001970         10  FILLER            PIC X(02) VALUE SPACES.
001980         10  FILLER            PIC X(03) VALUE "ID:".
001990         10  WS-D-M-ID         PIC X(01).
002000         10  FILLER            PIC X(04) VALUE " NM:".
002010         10  WS-D-M-NAME       PIC X(01).
002020         10  FILLER            PIC X(04) VALUE " AD:".
002030         10  WS-D-M-ADDR       PIC X(01).
002040         10  FILLER            PIC X(02) VALUE SPACES.
002050         10  WS-D-FLAG         PIC X(05).
002060         10  FILLER            PIC X(02) VALUE SPACES.
002070     05  WS-WARNING-LINE.
002080         10  WS-W-TEXT         PIC X(60).
002090         10  FILLER            PIC X(20) VALUE SPACES.
002100     05  WS-TOTAL-LINE.
002110         10  WS-T-CAPTION      PIC X(33).
002120         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
002130         10  FILLER            PIC X(38) VALUE SPACES.
002140
002150 PROCEDURE DIVISION.
002160*****************************************************************
002170* 0000-MAINLINE
002180*   LOADS THE WATCH LIST, THEN SCREENS EVERY CUSTOMER AGAINST IT.
002190*****************************************************************
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002220     PERFORM 2000-SCREEN-CUSTOMER THRU 2000-EXIT
002230         UNTIL CUST-EOF
002240     PERFORM 8000-TERMINATE THRU 8000-EXIT
002250     GOBACK.
002260
002270*****************************************************************
002280* 1000-INITIALIZE
002290*   ZEROES THE CONTROL TOTALS, SETS THE RUN DATE, PRINTS THE RUN
002300*   HEADINGS, LOADS THE WATCH LIST, AND PRIMES THE CUSTOMER READ.
002310*   AN EMPTY OR MISSING LIST MEANS THERE IS NOTHING TO SCREEN
002320*   AGAINST, SO THE CUSTOMER MASTER IS NOT READ AT ALL.
002330*****************************************************************
002340 1000-INITIALIZE.
002350     MOVE ZERO TO WS-LIST-READ-COUNT
002360     MOVE ZERO TO WS-CUST-COUNT
002370     MOVE ZERO TO WS-MATCH-COUNT
002380     MOVE ZERO TO WS-BLOCK-COUNT
002390     MOVE ZERO TO WS-MATCHED-CUST-COUNT
002400     MOVE ZERO TO WS-WT-COUNT
002410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002420     OPEN INPUT BUSINESS-DATE-FILE
002430     IF WS-BDATE-FILE-STATUS = "00"
002440         READ BUSINESS-DATE-FILE
002450             AT END
002460                 CONTINUE
002470             NOT AT END
002480                 MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
002490         END-READ
002500         CLOSE BUSINESS-DATE-FILE
002510     END-IF
002520     OPEN OUTPUT EXTRACT-FILE
002530     OPEN OUTPUT REPORT-FILE
002540     WRITE REPORT-RECORD FROM WS-HEADING-1
002550     MOVE WS-RUN-DATE TO WS-H2-DATE
002560     WRITE REPORT-RECORD FROM WS-HEADING-2
002570     MOVE SPACES TO REPORT-RECORD
002580     WRITE REPORT-RECORD
002590     PERFORM 1200-LOAD-WATCH-LIST THRU 1200-EXIT
002600     IF WS-WT-COUNT = ZERO
002610         MOVE "NO WATCH LIST ON FILE - NO CUSTOMER WAS SCREENED"
002620             TO WS-W-TEXT
002630         WRITE REPORT-RECORD FROM WS-WARNING-LINE
002640         DISPLAY "WLSCREEN - NO WATCH LIST ON FILE, NOTHING "
002650             "WILL BE SCREENED"
002660         SET CUST-EOF TO TRUE
002670         GO TO 1000-EXIT
002680     END-IF
002690     IF WATCH-TABLE-FULL
002700         MOVE "WATCH LIST TRUNCATED - ENTRIES PAST THE TABLE NOT "
002710             TO WS-W-TEXT
002720         WRITE REPORT-RECORD FROM WS-WARNING-LINE
002730         MOVE "SCREENED, SEE TOTALS" TO WS-W-TEXT
002740         WRITE REPORT-RECORD FROM WS-WARNING-LINE
002750     END-IF
002760     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
002770     OPEN INPUT CUSTOMER-FILE
002780     IF WS-CUST-FILE-STATUS NOT = "00"
002790         DISPLAY "WLSCREEN - CUSTOMER FILE OPEN FAILED, STATUS "
002800             WS-CUST-FILE-STATUS ", NOTHING TO SCREEN"
002810         SET CUST-EOF TO TRUE
002820     ELSE
002825         SET CUST-FILE-OPEN TO TRUE
002830         PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT
002840     END-IF.
002850 1000-EXIT.
002860     EXIT.
002870
002880*****************************************************************
002890* 1200-LOAD-WATCH-LIST
002900*   LOADS EVERY WATCH-LIST ENTRY INTO THE TABLE.  ENTRIES PAST
002910*   THE END OF THE TABLE ARE COUNTED BUT NOT LOADED.
002920*****************************************************************
002930 1200-LOAD-WATCH-LIST.
002940     OPEN INPUT WATCH-LIST-FILE
002950     IF WS-WL-FILE-STATUS NOT = "00"
002960         GO TO 1200-EXIT
002970     END-IF
002980     PERFORM 1250-LOAD-ENTRY THRU 1250-EXIT
002990         UNTIL WL-EOF
003000     CLOSE WATCH-LIST-FILE.
003010 1200-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050* 1250-LOAD-ENTRY
003060*   READS ONE WATCH-LIST ENTRY INTO THE NEXT TABLE ROW, FOLDING
003070*   THE ADDRESS AND POSTAL CODE AND SPLITTING THE NAME INTO
003080*   WORDS ONCE HERE RATHER THAN FOR EVERY CUSTOMER.
003090*****************************************************************
003100 1250-LOAD-ENTRY.
003110     READ WATCH-LIST-FILE
003120         AT END
003130             SET WL-EOF TO TRUE
003140             GO TO 1250-EXIT
003150     END-READ
003160     ADD 1 TO WS-LIST-READ-COUNT
003170     IF WS-WT-COUNT NOT < WS-TABLE-MAX
003180         IF NOT WATCH-TABLE-FULL
003190             DISPLAY "WLSCREEN - WATCH-LIST TABLE FULL AT "
003200                 WS-TABLE-MAX " ENTRIES, IGNORING THE REST"
003210         END-IF
003220         SET WATCH-TABLE-FULL TO TRUE
003230         GO TO 1250-EXIT
003240     END-IF
003250     ADD 1 TO WS-WT-COUNT
003260     MOVE WL-ENTRY-ID TO WS-WT-ENTRY-ID (WS-WT-COUNT)
003270     MOVE WL-SOURCE TO WS-WT-SOURCE (WS-WT-COUNT)
003280     MOVE WL-ACTION TO WS-WT-ACTION (WS-WT-COUNT)
003290     MOVE WL-NAME TO WS-WT-NAME (WS-WT-COUNT)
003300     MOVE WL-ID-NUMBER TO WS-WT-ID-NUMBER (WS-WT-COUNT)
003310     INSPECT WL-NAME
003320         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003330     INSPECT WL-ADDR-LINE
003340         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003350     INSPECT WL-POSTAL-CODE
003360         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003370     MOVE WL-ADDR-LINE TO WS-WT-ADDR (WS-WT-COUNT)
003380     MOVE WL-POSTAL-CODE TO WS-WT-POSTAL (WS-WT-COUNT)
003390     MOVE SPACES TO WS-WT-WORDS (WS-WT-COUNT)
003400     UNSTRING WL-NAME DELIMITED BY ALL SPACE
003410         INTO WS-WT-EW (WS-WT-COUNT, 1)
003420             WS-WT-EW (WS-WT-COUNT, 2)
003430             WS-WT-EW (WS-WT-COUNT, 3)
003440             WS-WT-EW (WS-WT-COUNT, 4)
003450             WS-WT-EW (WS-WT-COUNT, 5)
003460             WS-WT-EW (WS-WT-COUNT, 6)
003470     END-UNSTRING
003480     MOVE ZERO TO WS-WT-EW-COUNT (WS-WT-COUNT)
003490     MOVE 1 TO WS-EW-SUB
003500     PERFORM 1270-COUNT-ENTRY-WORD THRU 1270-EXIT
003510         UNTIL WS-EW-SUB > 6.
003520 1250-EXIT.
003530     EXIT.
003540
003550 1270-COUNT-ENTRY-WORD.
003560     IF WS-WT-EW (WS-WT-COUNT, WS-EW-SUB) NOT = SPACES
003570         ADD 1 TO WS-WT-EW-COUNT (WS-WT-COUNT)
003580     END-IF
003590     ADD 1 TO WS-EW-SUB.
003600 1270-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* 2000-SCREEN-CUSTOMER
003650*   NORMALIZES ONE CUSTOMER, SCORES IT AGAINST EVERY TABLE ROW,
003660*   AND READS THE NEXT.
003670*****************************************************************
003680 2000-SCREEN-CUSTOMER.
003690     ADD 1 TO WS-CUST-COUNT
003700     SET CUST-NOT-MATCHED TO TRUE
003710     MOVE C-CUST-NAME TO WS-CAND-NAME
003720     MOVE C-ADDR-LINE-1 TO WS-CAND-ADDR
003730     MOVE C-POSTAL-CODE TO WS-CAND-POSTAL
003735     MOVE C-TAX-ID TO WS-CAND-TAX-ID
003740     INSPECT WS-CAND-NAME
003750         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003760     INSPECT WS-CAND-ADDR
003770         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003780     INSPECT WS-CAND-POSTAL
003790         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
003800     MOVE SPACES TO WS-CAND-WORDS
003810     UNSTRING WS-CAND-NAME DELIMITED BY ALL SPACE
003820         INTO WS-CW (1) WS-CW (2) WS-CW (3)
003830             WS-CW (4) WS-CW (5) WS-CW (6)
003840     END-UNSTRING
003850     MOVE ZERO TO WS-CW-COUNT
003860     MOVE 1 TO WS-CW-SUB
003870     PERFORM 2050-COUNT-CAND-WORD THRU 2050-EXIT
003880         UNTIL WS-CW-SUB > 6
003890     MOVE 1 TO WS-WT-SUB
003900     PERFORM 2200-SCORE-ENTRY THRU 2200-EXIT
003910         UNTIL WS-WT-SUB > WS-WT-COUNT
003920     IF CUST-MATCHED
003930         ADD 1 TO WS-MATCHED-CUST-COUNT
003940     END-IF
003950     PERFORM 2100-READ-CUSTOMER THRU 2100-EXIT.
003960 2000-EXIT.
003970     EXIT.
003980
003990 2050-COUNT-CAND-WORD.
004000     IF WS-CW (WS-CW-SUB) NOT = SPACES
004010         ADD 1 TO WS-CW-COUNT
004020     END-IF
004030     ADD 1 TO WS-CW-SUB.
004040 2050-EXIT.
004050     EXIT.
004060
004070 2100-READ-CUSTOMER.
004080     READ CUSTOMER-FILE
004090         AT END
004100             SET CUST-EOF TO TRUE
004110     END-READ.
004120 2100-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160* 2200-SCORE-ENTRY
004170*   SCORES THE CUSTOMER AGAINST ONE TABLE ROW, THE SAME WAY
004180*   ACCOUNT DOES AT THE COUNTER.  THE SCORE IS THE BETTER OF THE
004190*   NAME SCORE AND THE ADDRESS SCORE - 70 FOR THE ADDRESS LINE
004200*   AND POSTAL CODE TOGETHER, 40 FOR THE LINE ALONE - PLUS 20
004210*   WHEN BOTH NAME AND ADDRESS SCORE AT LEAST 40, TO A MAXIMUM OF
004220*   100.  AN ID NUMBER EQUAL TO THE CUSTOMER ID OR TO THE
004225*   CUSTOMER'S TAX ID SCORES 100 WHATEVER ELSE MATCHED.  A
004230*   POTENTIAL MATCH IS WRITTEN OUT.
004240*****************************************************************
004250 2200-SCORE-ENTRY.
004260     MOVE ZERO TO WS-ADDR-SCORE
004270     MOVE "N" TO WS-MATCH-ID
004280     MOVE "N" TO WS-MATCH-ADDR
004290     PERFORM 2300-SCORE-NAME THRU 2300-EXIT
004300     IF WS-WT-ADDR (WS-WT-SUB) NOT = SPACES
004310         AND WS-WT-ADDR (WS-WT-SUB) = WS-CAND-ADDR
004320         IF WS-WT-POSTAL (WS-WT-SUB) NOT = SPACES
004330             AND WS-WT-POSTAL (WS-WT-SUB) = WS-CAND-POSTAL
004340             MOVE 70 TO WS-ADDR-SCORE
004350             MOVE "F" TO WS-MATCH-ADDR
004360         ELSE
004370             MOVE 40 TO WS-ADDR-SCORE
004380             MOVE "L" TO WS-MATCH-ADDR
004390         END-IF
004400     END-IF
004410     MOVE WS-NAME-SCORE TO WS-SCORE
004420     IF WS-ADDR-SCORE > WS-SCORE
004430         MOVE WS-ADDR-SCORE TO WS-SCORE
004440     END-IF
004450     IF WS-NAME-SCORE NOT < 40
004460         AND WS-ADDR-SCORE NOT < 40
004470         ADD 20 TO WS-SCORE
004480     END-IF
004490     IF WS-SCORE > 100
004500         MOVE 100 TO WS-SCORE
004510     END-IF
004520     IF WS-WT-ID-NUMBER (WS-WT-SUB) NOT = SPACES
004530         AND (WS-WT-ID-NUMBER (WS-WT-SUB) = C-CUST-ID
004533             OR WS-WT-ID-NUMBER (WS-WT-SUB) = WS-CAND-TAX-ID)
004540         MOVE 100 TO WS-SCORE
004550         MOVE "Y" TO WS-MATCH-ID
004560     END-IF
004570     IF WS-SCORE NOT < WS-REFER-SCORE
004580         PERFORM 2500-WRITE-MATCH THRU 2500-EXIT
004590     END-IF
004600     ADD 1 TO WS-WT-SUB.
004610 2200-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 2300-SCORE-NAME
004660*   SCORES THE TABLE ROW'S NAME WORDS AGAINST THE CUSTOMER'S -
004670*   90 ('E') WHEN THE TWO HOLD THE SAME WORDS IN ANY ORDER, 80
004680*   ('W') WHEN EVERY WORD OF A LISTED NAME OF TWO OR MORE WORDS
004690*   IS IN THE CUSTOMER'S, OTHERWISE 60 SCALED BY THE SHARE OF
004700*   LISTED WORDS FOUND ('P').
004710*****************************************************************
004720 2300-SCORE-NAME.
004730     MOVE ZERO TO WS-NAME-SCORE
004740     MOVE ZERO TO WS-FOUND-COUNT
004750     MOVE "N" TO WS-MATCH-NAME
004760     MOVE 1 TO WS-EW-SUB
004770     PERFORM 2350-FIND-WORD THRU 2350-EXIT
004780         UNTIL WS-EW-SUB > 6
004790     IF WS-FOUND-COUNT = ZERO
004800         GO TO 2300-EXIT
004810     END-IF
004820     IF WS-FOUND-COUNT = WS-WT-EW-COUNT (WS-WT-SUB)
004830         AND WS-WT-EW-COUNT (WS-WT-SUB) = WS-CW-COUNT
004840         MOVE 90 TO WS-NAME-SCORE
004850         MOVE "E" TO WS-MATCH-NAME
004860         GO TO 2300-EXIT
004870     END-IF
004880     IF WS-FOUND-COUNT = WS-WT-EW-COUNT (WS-WT-SUB)
004890         AND WS-WT-EW-COUNT (WS-WT-SUB) > 1
004900         MOVE 80 TO WS-NAME-SCORE
004910         MOVE "W" TO WS-MATCH-NAME
004920         GO TO 2300-EXIT
004930     END-IF
004940     COMPUTE WS-NAME-SCORE =
004950         60 * WS-FOUND-COUNT / WS-WT-EW-COUNT (WS-WT-SUB)
004960     MOVE "P" TO WS-MATCH-NAME.
004970 2300-EXIT.
004980     EXIT.
004990
005000 2350-FIND-WORD.
005010     IF WS-WT-EW (WS-WT-SUB, WS-EW-SUB) NOT = SPACES
005020         SET WORD-NOT-FOUND TO TRUE
005030         MOVE 1 TO WS-CW-SUB
005040         PERFORM 2360-COMPARE-WORD THRU 2360-EXIT
005050             UNTIL WORD-FOUND OR WS-CW-SUB > 6
005060         IF WORD-FOUND
005070             ADD 1 TO WS-FOUND-COUNT
005080         END-IF
005090     END-IF
005100     ADD 1 TO WS-EW-SUB.
005110 2350-EXIT.
005120     EXIT.
005130
005140 2360-COMPARE-WORD.
005150     IF WS-CW (WS-CW-SUB) = WS-WT-EW (WS-WT-SUB, WS-EW-SUB)
005160         SET WORD-FOUND TO TRUE
005170     ELSE
005180         ADD 1 TO WS-CW-SUB
005190     END-IF.
005200 2360-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240* 2500-WRITE-MATCH
005250*   WRITES ONE EXTRACT RECORD AND REPORT LINE FOR THE CURRENT
005260*   CUSTOMER AND TABLE ROW.
005270*****************************************************************
005280 2500-WRITE-MATCH.
005290     MOVE WS-RUN-DATE TO SX-REPORT-DATE
005300     MOVE C-CUST-ID TO SX-CUST-ID
005310     MOVE C-CUST-NAME TO SX-CUST-NAME
005320     MOVE WS-WT-ENTRY-ID (WS-WT-SUB) TO SX-ENTRY-ID
005330     MOVE WS-WT-SOURCE (WS-WT-SUB) TO SX-SOURCE
005340     MOVE WS-WT-ACTION (WS-WT-SUB) TO SX-ACTION
005350     MOVE WS-SCORE TO SX-SCORE
005360     MOVE WS-MATCH-ID TO SX-MATCH-ID
005370     MOVE WS-MATCH-NAME TO SX-MATCH-NAME
005380     MOVE WS-MATCH-ADDR TO SX-MATCH-ADDR
005390     MOVE WS-WT-NAME (WS-WT-SUB) TO SX-WATCH-NAME
005400     WRITE SCREENING-EXTRACT-RECORD
005410     ADD 1 TO WS-MATCH-COUNT
005420     SET CUST-MATCHED TO TRUE
005430     MOVE C-CUST-ID TO WS-D-CUST-ID
005440     MOVE C-CUST-NAME TO WS-D-CUST-NAME
005450     MOVE WS-WT-ENTRY-ID (WS-WT-SUB) TO WS-D-ENTRY-ID
005460     MOVE WS-WT-SOURCE (WS-WT-SUB) TO WS-D-SOURCE
005470     MOVE WS-WT-ACTION (WS-WT-SUB) TO WS-D-ACTION
005480     MOVE WS-SCORE TO WS-D-SCORE
005490     MOVE WS-MATCH-ID TO WS-D-M-ID
005500     MOVE WS-MATCH-NAME TO WS-D-M-NAME
005510     MOVE WS-MATCH-ADDR TO WS-D-M-ADDR
005520     MOVE SPACES TO WS-D-FLAG
005530     IF WS-WT-ACTION (WS-WT-SUB) = "B"
005540         AND WS-SCORE NOT < WS-BLOCK-SCORE
005550         MOVE "BLOCK" TO WS-D-FLAG
005560         ADD 1 TO WS-BLOCK-COUNT
005570     END-IF
005580     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
005590 2500-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630* 8000-TERMINATE
005640*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
005650*   SUMMARY FOR THE OPERATOR CONSOLE.  A TRUNCATED LIST LEAVES A
005660*   NONZERO RETURN CODE FOR THE SCHEDULER.
005670*****************************************************************
005680 8000-TERMINATE.
005690     MOVE SPACES TO REPORT-RECORD
005700     WRITE REPORT-RECORD
005710     MOVE "WATCH-LIST ENTRIES READ:" TO WS-T-CAPTION
005720     MOVE WS-LIST-READ-COUNT TO WS-T-COUNT
005730     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005740     MOVE "WATCH-LIST ENTRIES SCREENED:" TO WS-T-CAPTION
005750     MOVE WS-WT-COUNT TO WS-T-COUNT
005760     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005770     MOVE "CUSTOMERS SCREENED:" TO WS-T-CAPTION
005780     MOVE WS-CUST-COUNT TO WS-T-COUNT
005790     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005800     MOVE "CUSTOMERS WITH A POTENTIAL MATCH:" TO WS-T-CAPTION
005810     MOVE WS-MATCHED-CUST-COUNT TO WS-T-COUNT
005820     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005830     MOVE "POTENTIAL MATCHES:" TO WS-T-CAPTION
005840     MOVE WS-MATCH-COUNT TO WS-T-COUNT
005850     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005860     MOVE "BLOCKING MATCHES:" TO WS-T-CAPTION
005870     MOVE WS-BLOCK-COUNT TO WS-T-COUNT
005880     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
005890     IF CUST-FILE-OPEN
005910         CLOSE CUSTOMER-FILE
005920     END-IF
005930     CLOSE EXTRACT-FILE
005940     CLOSE REPORT-FILE
005950     DISPLAY "WLSCREEN - CUSTOMERS: " WS-CUST-COUNT
005960         " LIST ENTRIES: " WS-WT-COUNT
005970     DISPLAY "WLSCREEN - POTENTIAL MATCHES: " WS-MATCH-COUNT
005980         " BLOCKING: " WS-BLOCK-COUNT
005990     IF WATCH-TABLE-FULL
006000         DISPLAY "WLSCREEN - WATCH LIST TRUNCATED, READ "
006010             WS-LIST-READ-COUNT " LOADED " WS-WT-COUNT
006020         MOVE 12 TO RETURN-CODE
006030     END-IF.
006040 8000-EXIT.
006050     EXIT.
