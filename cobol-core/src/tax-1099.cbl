000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX1099.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* YEAR-END INTEREST TAX REPORTING (FORM 1099-INT).
000090* EVERY JANUARY THE INTEREST PAID TO EACH CUSTOMER OVER THE TAX
000100* YEAR IS REPORTED TO THE CUSTOMER AND TO THE TAX AUTHORITY.
000110* THIS JOB SORTS EVERY "INTEREST" ENTRY LOGGED IN THE TAX YEAR
000120* OUT OF THE LIVE LOG - AND OUT OF THE LOGARCH ARCHIVE AS WELL
000130* WHEN THE LAST PERIOD-END CUT REACHES INTO THE TAX YEAR OR THE
000140* YEAR BEFORE IT, THE SAME WAY STMTGEN REACHES BACK PAST THE
000150* CUT - AND CREDITS EACH ONE TO THE ACCOUNT'S PRIMARY HOLDER
000160* (M-CUST-ID ON THE MASTER LEDGER).  A "REVERSAL" LOGGED IN THE
000170* TAX YEAR WHOSE ORIGINAL DATE/TIME POINTS AT AN INTEREST ENTRY
000180* ON THE SAME ACCOUNT, FROM THE TAX YEAR OR THE YEAR BEFORE, IS
000190* NETTED OUT OF THE HOLDER'S INTEREST; ANY OTHER REVERSAL IS
000200* NOT INTEREST AND IS PASSED OVER.
000210*
000220* A CUSTOMER WHOSE NET INTEREST REACHES THE REPORTING MINIMUM
000230* GETS A PRINTED FORM (data/tax-1099-forms.rpt) WITH THE NAME,
000240* ADDRESS, AND TAX ID FROM THE CUSTOMER MASTER, AND A DETAIL
000250* RECORD ON THE FIXED-LAYOUT ELECTRONIC FILING FILE FOR THE TAX
000260* AUTHORITY (LAYOUT IN TAXEFLCL).  THE TAX YEAR AND THE MINIMUM
000270* COME FROM data/tax-year.dat, ONE CONTROL RECORD MAINTAINED BY
000280* OPS - NONE ON FILE MEANS THE YEAR BEFORE THE BUSINESS DATE
000290* AND A 10.00 MINIMUM.  THE BANK'S OWN NAME AND TAX ID FOR THE
000300* FORMS AND THE FILING HEADER COME FROM data/tax-payer.dat.
000310*
000320* THE CONTROL REPORT (data/tax-1099-control.rpt) PROVES THE RUN
000330* TO THE LEDGER.  GLEXTR JOURNALS EACH DAY'S "INTEREST" ENTRIES
000340* AS INTEREST EXPENSE AND KEEPS THE YEAR'S RUNNING TOTAL ON ITS
000350* YEAR-TO-DATE INTEREST CONTROL RECORD (LAYOUT IN GLINTYCL);
000360* REVERSALS IT JOURNALS UNDER "REVERSAL" WITH EVERY OTHER KIND,
000370* SO THE INTEREST REVERSED IS TAKEN FROM THE LOG.  THE TAX
000380* YEAR'S INTEREST EXPENSE PER GLEXTR, LESS THE INTEREST
000390* REVERSED, MUST EQUAL THE INTEREST REPORTED ON THE FORMS PLUS
000400* EVERYTHING NOT REPORTED - CUSTOMERS UNDER THE MINIMUM,
000410* CUSTOMERS MISSING FROM THE CUSTOMER MASTER, AND ACCOUNTS NOT
000420* LINKED TO A CUSTOMER, THE LAST TWO LISTED ONE BY ONE.  THE
000430* INTEREST READ FROM THE LOG PRINTS BESIDE THE GLEXTR FIGURE, SO
000440* A RUN THAT DOES NOT AGREE SHOWS WHETHER THE LOG READ OR THE
000441* LEDGER IS SHORT.  A CUSTOMER WITH NO TAX ID ON FILE IS STILL
000442* REPORTED, FLAGGED ON THE FILING RECORD AND LISTED FOR
000443* FOLLOW-UP.  A CONTROL TOTAL THAT DOES NOT AGREE, OR NO GLEXTR
000444* TOTAL ON FILE FOR THE TAX YEAR, ENDS THE RUN WITH RETURN CODE
000445* 12.
000450*
000460* RUN STANDALONE AFTER THE LAST INTEREST RUN OF THE TAX YEAR HAS
000465* POSTED AND GLEXTR HAS RUN FOR THE YEAR'S LAST BUSINESS DATE.
000470* IT READS THE LOG, THE MASTERS, AND THE GLEXTR CONTROL RECORD
000475* AND CHANGES NOTHING, SO A RERUN SIMPLY REPLACES THE FORMS,
000480* FILING FILE, AND REPORT.
000490*
000500* MODIFICATION HISTORY
000510* ---------- ----  -----------------------------------------------
000520* DATE       INIT  DESCRIPTION
000530* ---------- ----  -----------------------------------------------
000540* 10/15/2026 DC    ORIGINAL VERSION.
000550*
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600* THE TRANSACTION LOG - INPUT TO THE SORT, NEVER REWRITTEN.
000610     SELECT TRANS-LOG-FILE ASSIGN TO "data/trans-log.dat"
000620     ORGANIZATION IS LINE SEQUENTIAL.
000630* THE PERIOD-END ARCHIVE - READ INTO THE SORT AS WELL WHEN THE
000640* LAST CUT REACHES INTO THE TAX YEAR OR THE YEAR BEFORE IT.
000650     SELECT ARCHIVE-FILE
000660         ASSIGN TO "data/trans-log-archive.dat"
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     FILE STATUS IS WS-ARCH-FILE-STATUS.
000690* THE LAST-CUT MARKER WRITTEN BY LOGARCH; NO MARKER MEANS THE
000700* LOG HAS NEVER BEEN CUT AND THE LIVE LOG HOLDS EVERYTHING.
000710     SELECT CUT-MARKER-FILE
000720         ASSIGN TO "data/log-archive-cut.dat"
000730     ORGANIZATION IS LINE SEQUENTIAL
000740     FILE STATUS IS WS-CUT-FILE-STATUS.
000750* THE TAX YEAR AND REPORTING MINIMUM - ONE CONTROL RECORD
000760* MAINTAINED BY OPS.
000770     SELECT TAX-YEAR-FILE ASSIGN TO "data/tax-year.dat"
000780     ORGANIZATION IS LINE SEQUENTIAL
000790     FILE STATUS IS WS-TY-FILE-STATUS.
000800* THE PAYER - THE BANK'S NAME AND TAX ID AS FILED, ONE CONTROL
000810* RECORD MAINTAINED BY OPS.
000820     SELECT PAYER-FILE ASSIGN TO "data/tax-payer.dat"
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     FILE STATUS IS WS-PAYER-FILE-STATUS.
000850* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000860* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000870     SELECT BUSINESS-DATE-FILE
000880         ASSIGN TO "data/business-date.dat"
000890     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS WS-BDATE-FILE-STATUS.
000910* THE MASTER LEDGER - READ BY KEY FOR EACH ACCOUNT'S PRIMARY
000920* HOLDER.  NOT REWRITTEN.
000930     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000940     ORGANIZATION IS INDEXED
000950     ACCESS MODE IS RANDOM
000960     RECORD KEY IS M-ACCT-ID
000970     FILE STATUS IS WS-MASTER-FILE-STATUS.
000980* CUSTOMER MASTER - THE NAME, ADDRESS, AND TAX ID EACH FORM IS
000990* MADE OUT TO.  NOT REWRITTEN.
001000     SELECT CUSTOMER-FILE
001010         ASSIGN TO "data/customer-master.dat"
001020     ORGANIZATION IS INDEXED
001030     ACCESS MODE IS RANDOM
001040     RECORD KEY IS C-CUST-ID
001050     FILE STATUS IS WS-CUST-FILE-STATUS.
001051* GLEXTR'S YEAR-TO-DATE INTEREST EXPENSE CONTROL - ONE RECORD,
001052* THE LEDGER FIGURE THE RUN IS PROVED AGAINST.  NOT REWRITTEN.
001053     SELECT INTEREST-YTD-FILE
001054         ASSIGN TO "data/gl-interest-ytd.dat"
001055     ORGANIZATION IS LINE SEQUENTIAL
001056     FILE STATUS IS WS-YTD-FILE-STATUS.
001060* SORT WORK FILE.
001070     SELECT SORT-FILE ASSIGN TO "data/tax1099-sort.tmp".
001080* THE INTEREST AND REVERSAL ENTRIES IN CUSTOMER/ACCOUNT ORDER,
001090* EACH REVERSAL RIGHT BEHIND THE INTEREST ENTRY IT REVERSES.
001100     SELECT SORTED-FILE ASSIGN TO "data/tax1099-sorted.dat"
001110     ORGANIZATION IS LINE SEQUENTIAL.
001120* THE PRINTED FORMS, ONE PER CUSTOMER REPORTED.
001130     SELECT FORM-FILE ASSIGN TO "data/tax-1099-forms.rpt"
001140     ORGANIZATION IS LINE SEQUENTIAL.
001150* THE FIXED-LAYOUT ELECTRONIC FILING FILE FOR THE TAX
001160* AUTHORITY.
001170     SELECT EFILE-FILE ASSIGN TO "data/tax-1099-efile.dat"
001180     ORGANIZATION IS LINE SEQUENTIAL.
001190* THE PRINTED CONTROL REPORT.
001200     SELECT REPORT-FILE ASSIGN TO "data/tax-1099-control.rpt"
001210     ORGANIZATION IS LINE SEQUENTIAL.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  TRANS-LOG-FILE.
001260     COPY TRNLOGCL.
001270
001280 FD  ARCHIVE-FILE.
001290     COPY TRNLOGCL REPLACING ==TRANS-LOG-RECORD==
001300         BY ==ARCHIVE-LOG-RECORD==
001310         LEADING ==TL-== BY ==AR-==.
001320
001330 FD  CUT-MARKER-FILE.
001340 01  CUT-MARKER-RECORD.
001350     05  CM-CUT-DATE          PIC 9(08).
001360
001370 FD  TAX-YEAR-FILE.
001380 01  TAX-YEAR-RECORD.
001390     05  TY-TAX-YEAR          PIC 9(04).
001400     05  TY-REPORT-MIN        PIC 9(05)V99.
001410
001420 FD  PAYER-FILE.
001430 01  PAYER-RECORD.
001440     05  TP-PAYER-TIN         PIC X(09).
001450     05  TP-PAYER-NAME        PIC X(40).
001460
001470 FD  BUSINESS-DATE-FILE.
001480 01  BUSINESS-DATE-RECORD.
001490     05  BD-BUSINESS-DATE     PIC 9(08).
001500
001510 FD  MASTER-FILE.
001520     COPY MASTRECL.
001530
001540 FD  CUSTOMER-FILE.
001550     COPY CUSTRECL.
001552
001554 FD  INTEREST-YTD-FILE.
001556     COPY GLINTYCL.
001560
001570* ONE INTEREST OR REVERSAL ENTRY, KEYED SO A REVERSAL (MATCHED
001580* ON THE ORIGINAL DATE/TIME IT CARRIES) SORTS RIGHT BEHIND THE
001590* INTEREST ENTRY (MATCHED ON ITS OWN LOG DATE/TIME) IT REVERSES.
001600 SD  SORT-FILE.
001610 01  SORT-INT-RECORD.
001620     05  SI-CUST-ID           PIC X(10).
001630     05  SI-ACCT-ID           PIC X(10).
001640     05  SI-MATCH-DATE        PIC 9(08).
001650     05  SI-MATCH-TIME        PIC 9(08).
001660     05  SI-KIND              PIC X(01).
001670     05  SI-LOG-DATE          PIC 9(08).
001680     05  SI-MOVEMENT          PIC S9(10)V99.
001690     05  SI-LINK-FLAG         PIC X(01).
001700
001710 FD  SORTED-FILE.
001720 01  SORTED-INT-RECORD.
001730     05  SS-CUST-ID           PIC X(10).
001740     05  SS-ACCT-ID           PIC X(10).
001750     05  SS-MATCH-DATE        PIC 9(08).
001760     05  SS-MATCH-TIME        PIC 9(08).
001770     05  SS-KIND              PIC X(01).
001780         88  SS-INTEREST            VALUE 'I'.
001790         88  SS-REVERSAL            VALUE 'R'.
001800     05  SS-LOG-DATE          PIC 9(08).
001810     05  SS-MOVEMENT          PIC S9(10)V99.
001820     05  SS-LINK-FLAG         PIC X(01).
001830
001840 FD  FORM-FILE.
001850 01  FORM-RECORD               PIC X(80).
001860
001870 FD  EFILE-FILE.
001880     COPY TAXEFLCL.
001890
001900 FD  REPORT-FILE.
001910 01  REPORT-RECORD             PIC X(80).
001920
001930 WORKING-STORAGE SECTION.
001940* SWITCHES
001950 01  WS-FLAGS.
001960     05  WS-LOG-IN-EOF-FLAG    PIC X VALUE 'N'.
001970         88  LOG-IN-EOF                VALUE 'Y'.
001980     05  WS-ARCH-EOF-FLAG      PIC X VALUE 'N'.
001990         88  ARCH-EOF                  VALUE 'Y'.
002000     05  WS-ARCH-NEEDED-FLAG   PIC X VALUE 'N'.
002010         88  NEED-ARCHIVE              VALUE 'Y'.
002020         88  LIVE-LOG-ONLY             VALUE 'N'.
002030     05  WS-SORTED-EOF-FLAG    PIC X VALUE 'N'.
002040         88  SORTED-EOF                VALUE 'Y'.
002050     05  WS-READY-FLAG         PIC X VALUE 'N'.
002060         88  FILES-READY               VALUE 'Y'.
002070         88  FILES-NOT-READY           VALUE 'N'.
002080     05  WS-PAYER-FLAG         PIC X VALUE 'N'.
002090         88  PAYER-ON-FILE             VALUE 'Y'.
002100         88  PAYER-NOT-ON-FILE         VALUE 'N'.
002110     05  WS-INT-HELD-FLAG      PIC X VALUE 'N'.
002120         88  INT-HELD                  VALUE 'Y'.
002130         88  INT-NOT-HELD              VALUE 'N'.
002132     05  WS-GL-CONTROL-FLAG    PIC X VALUE 'N'.
002134         88  GL-CONTROL-FOUND          VALUE 'Y'.
002136         88  GL-CONTROL-NOT-FOUND      VALUE 'N'.
002140* HOW THE CURRENT ACCOUNT LINKS TO ITS HOLDER - 'L' LINKED TO A
002150* CUSTOMER, 'U' ON THE LEDGER WITH NO CUSTOMER ID, 'N' NOT ON
002160* THE LEDGER AT ALL.
002170     05  WS-CURR-LINK-FLAG     PIC X VALUE 'L'.
002180         88  CURR-ACCT-LINKED          VALUE 'L'.
002190         88  CURR-ACCT-UNLINKED        VALUE 'U'.
002200         88  CURR-ACCT-NOT-ON-LEDGER   VALUE 'N'.
002210
002220* FILE STATUS FIELDS.
002230 01  WS-FILE-STATUS-FIELDS.
002240     05  WS-ARCH-FILE-STATUS   PIC X(02).
002250     05  WS-CUT-FILE-STATUS    PIC X(02).
002260     05  WS-TY-FILE-STATUS     PIC X(02).
002270     05  WS-PAYER-FILE-STATUS  PIC X(02).
002280     05  WS-BDATE-FILE-STATUS  PIC X(02).
002290     05  WS-MASTER-FILE-STATUS PIC X(02).
002300     05  WS-CUST-FILE-STATUS   PIC X(02).
002305     05  WS-YTD-FILE-STATUS    PIC X(02).
002310
002320* ONE LOG ENTRY FROM EITHER THE LIVE LOG OR THE ARCHIVE, HELD
002330* WHILE IT IS SCREENED FOR THE SORT.
002340     COPY TRNLOGCL REPLACING ==TRANS-LOG-RECORD==
002350         BY ==WS-LOG-ENTRY==
002360         LEADING ==TL-== BY ==WL-==.
002370
002380* THE TAX YEAR'S DATE RANGE, AND THE EARLIEST INTEREST ENTRY A
002390* REVERSAL IN THE TAX YEAR IS MATCHED BACK TO (1 JANUARY OF THE
002400* YEAR BEFORE), EACH REDEFINED SO THE YEAR AND MONTH/DAY CAN BE
002410* SET SEPARATELY.
002420 01  WS-DATE-FIELDS.
002430     05  WS-RUN-DATE           PIC 9(08).
002440     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002450         10  WS-RUN-YYYY       PIC 9(04).
002460         10  FILLER            PIC 9(04).
002470     05  WS-TAX-YEAR           PIC 9(04).
002480     05  WS-YEAR-START         PIC 9(08).
002490     05  WS-YEAR-START-R REDEFINES WS-YEAR-START.
002500         10  WS-YS-YYYY        PIC 9(04).
002510         10  WS-YS-MMDD        PIC 9(04).
002520     05  WS-YEAR-END           PIC 9(08).
002530     05  WS-YEAR-END-R REDEFINES WS-YEAR-END.
002540         10  WS-YE-YYYY        PIC 9(04).
002550         10  WS-YE-MMDD        PIC 9(04).
002560     05  WS-MATCH-START        PIC 9(08).
002570     05  WS-MATCH-START-R REDEFINES WS-MATCH-START.
002580         10  WS-MS-YYYY        PIC 9(04).
002590         10  WS-MS-MMDD        PIC 9(04).
002600     05  WS-CUT-DATE           PIC 9(08).
002610
002620* THE PAYER AND THE REPORTING MINIMUM FOR THE RUN.
002630 01  WS-CONTROL-FIELDS.
002640     05  WS-PAYER-TIN          PIC X(09).
002650     05  WS-PAYER-NAME         PIC X(40).
002660     05  WS-REPORT-MIN         PIC S9(05)V99 COMP-3.
002670
002680* THE HOLDER LOOKUP, CURRENT CUSTOMER AND ACCOUNT, THE INTEREST
002690* ENTRY A REVERSAL IS TESTED AGAINST, AND THE RUN CONTROL
002700* TOTALS.
002710 01  WS-WORK-FIELDS.
002720     05  WS-LAST-ACCT-ID       PIC X(10).
002730     05  WS-LAST-CUST-ID       PIC X(10).
002740     05  WS-LAST-LINK-FLAG     PIC X(01).
002750     05  WS-CURR-CUST          PIC X(10).
002760     05  WS-CURR-ACCT          PIC X(10).
002770     05  WS-INT-DATE           PIC 9(08).
002780     05  WS-INT-TIME           PIC 9(08).
002790     05  WS-SCANNED-COUNT      PIC 9(09) COMP.
002800     05  WS-SELECTED-COUNT     PIC 9(07) COMP.
002810     05  WS-INTEREST-COUNT     PIC 9(07) COMP.
002820     05  WS-REVERSAL-COUNT     PIC 9(07) COMP.
002830     05  WS-FORM-COUNT         PIC 9(07) COMP.
002840     05  WS-NO-TIN-COUNT       PIC 9(07) COMP.
002850     05  WS-BELOW-COUNT        PIC 9(07) COMP.
002860     05  WS-NO-CUST-COUNT      PIC 9(07) COMP.
002870     05  WS-NO-LINK-COUNT      PIC 9(07) COMP.
002880     05  WS-ACCT-INTEREST      PIC S9(13)V99 COMP-3.
002890     05  WS-ACCT-REVERSED      PIC S9(13)V99 COMP-3.
002900     05  WS-ACCT-NET           PIC S9(13)V99 COMP-3.
002910     05  WS-CUST-INTEREST      PIC S9(13)V99 COMP-3.
002920     05  WS-CUST-REVERSED      PIC S9(13)V99 COMP-3.
002930     05  WS-CUST-NET           PIC S9(13)V99 COMP-3.
002940     05  WS-GL-INTEREST        PIC S9(13)V99 COMP-3.
002945     05  WS-LOG-INTEREST       PIC S9(13)V99 COMP-3.
002950     05  WS-REVERSED-TOTAL     PIC S9(13)V99 COMP-3.
002960     05  WS-NET-PAID           PIC S9(13)V99 COMP-3.
002970     05  WS-FORM-TOTAL         PIC S9(13)V99 COMP-3.
002980     05  WS-BELOW-TOTAL        PIC S9(13)V99 COMP-3.
002990     05  WS-NO-CUST-TOTAL      PIC S9(13)V99 COMP-3.
003000     05  WS-NO-LINK-TOTAL      PIC S9(13)V99 COMP-3.
003010     05  WS-ACCOUNTED-TOTAL    PIC S9(13)V99 COMP-3.
003020
003030* THE CURRENT CUSTOMER'S ACCOUNTS, HELD UNTIL THE CUSTOMER'S
003040* TOTAL SAYS WHETHER A FORM IS DUE.  ACCOUNTS BEYOND THE TABLE
003050* ARE STILL IN THE BOX 1 TOTAL AND ARE COUNTED ON THE FORM.
003060 01  WS-ACCT-TABLE.
003070     05  WS-ACCT-COUNT         PIC 9(02) COMP.
003080     05  WS-ACCT-OVERFLOW      PIC 9(05) COMP.
003090     05  WS-ACCT-SUB           PIC 9(02) COMP.
003100     05  WS-ACCT-ENTRY OCCURS 20 TIMES.
003110         10  WS-AT-ACCT-ID     PIC X(10).
003120         10  WS-AT-INTEREST    PIC S9(13)V99 COMP-3.
003130         10  WS-AT-REVERSED    PIC S9(13)V99 COMP-3.
003140
003150* THE RECIPIENT'S TAX ID, REDEFINED SO ALL BUT THE LAST FOUR
003160* DIGITS CAN BE MASKED ON THE PRINTED FORM.
003170 01  WS-TIN-FIELDS.
003180     05  WS-TIN                PIC X(09).
003190     05  WS-TIN-R REDEFINES WS-TIN.
003200         10  WS-TIN-FIRST-5    PIC X(05).
003210         10  WS-TIN-LAST-4     PIC X(04).
003220
003230 01  WS-FORM-LINES.
003240     05  WS-FORM-RULE          PIC X(80) VALUE ALL "=".
003250     05  WS-FORM-TITLE.
003260         10  FILLER            PIC X(30)
003270             VALUE "FORM 1099-INT  INTEREST INCOME".
003280         10  FILLER            PIC X(26) VALUE SPACES.
003290         10  FILLER            PIC X(10) VALUE "TAX YEAR: ".
003300         10  WS-FH-YEAR        PIC 9(04).
003310         10  FILLER            PIC X(10) VALUE SPACES.
003320     05  WS-FORM-PAYER.
003330         10  FILLER            PIC X(07) VALUE "PAYER: ".
003340         10  WS-FP-NAME        PIC X(40).
003350         10  FILLER            PIC X(02) VALUE SPACES.
003360         10  FILLER            PIC X(11) VALUE "PAYER TIN: ".
003370         10  WS-FP-TIN         PIC X(09).
003380         10  FILLER            PIC X(11) VALUE SPACES.
003390     05  WS-FORM-RECIPIENT.
003400         10  FILLER            PIC X(11) VALUE "RECIPIENT: ".
003410         10  WS-FR-NAME        PIC X(30).
003420         10  FILLER            PIC X(02) VALUE SPACES.
003430         10  FILLER            PIC X(10) VALUE "CUSTOMER: ".
003440         10  WS-FR-CUST-ID     PIC X(10).
003450         10  FILLER            PIC X(17) VALUE SPACES.
003460     05  WS-FORM-ADDRESS.
003470         10  FILLER            PIC X(11) VALUE SPACES.
003480         10  WS-FA-TEXT        PIC X(30).
003490         10  FILLER            PIC X(39) VALUE SPACES.
003500     05  WS-FORM-CITY.
003510         10  FILLER            PIC X(11) VALUE SPACES.
003520         10  WS-FC-CITY        PIC X(20).
003530         10  FILLER            PIC X(01) VALUE SPACES.
003540         10  WS-FC-STATE       PIC X(02).
003550         10  FILLER            PIC X(01) VALUE SPACES.
003560         10  WS-FC-POSTAL      PIC X(10).
003570         10  FILLER            PIC X(35) VALUE SPACES.
003580     05  WS-FORM-TIN-LINE.
003590         10  FILLER            PIC X(15)
003600             VALUE "RECIPIENT TIN: ".
003610         10  WS-FN-TIN         PIC X(11).
003620         10  FILLER            PIC X(54) VALUE SPACES.
003630     05  WS-FORM-BOX-1.
003640         10  FILLER            PIC X(33)
003650             VALUE "BOX 1  INTEREST INCOME:".
003660         10  WS-FB-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003670         10  FILLER            PIC X(29) VALUE SPACES.
003680     05  WS-FORM-COLUMNS.
003690         10  FILLER            PIC X(14) VALUE "  ACCOUNT".
003700         10  FILLER            PIC X(18)
003710             VALUE "    INTEREST PAID ".
003720         10  FILLER            PIC X(18)
003730             VALUE "         REVERSED ".
003740         10  FILLER            PIC X(17)
003750             VALUE "     NET INTEREST".
003760         10  FILLER            PIC X(13) VALUE SPACES.
003770     05  WS-FORM-DETAIL.
003780         10  FILLER            PIC X(02) VALUE SPACES.
003790         10  WS-FD-ACCT-ID     PIC X(10).
003800         10  FILLER            PIC X(02) VALUE SPACES.
003810         10  WS-FD-INTEREST    PIC -Z,ZZZ,ZZZ,ZZ9.99.
003820         10  FILLER            PIC X(01) VALUE SPACES.
003830         10  WS-FD-REVERSED    PIC -Z,ZZZ,ZZZ,ZZ9.99.
003840         10  FILLER            PIC X(01) VALUE SPACES.
003850         10  WS-FD-NET         PIC -Z,ZZZ,ZZZ,ZZ9.99.
003860         10  FILLER            PIC X(13) VALUE SPACES.
003870     05  WS-FORM-MORE.
003880         10  FILLER            PIC X(02) VALUE SPACES.
003890         10  WS-FM-COUNT       PIC ZZZZ9.
003900         10  FILLER            PIC X(01) VALUE SPACES.
003910         10  FILLER            PIC X(34)
003920             VALUE "FURTHER ACCOUNTS INCLUDED IN BOX 1".
003930         10  FILLER            PIC X(38) VALUE SPACES.
003940
003950 01  WS-REPORT-LINES.
003960     05  WS-HEADING-1.
003970         10  FILLER            PIC X(40)
003980             VALUE "YEAR-END INTEREST TAX REPORTING CONTROL".
003990         10  FILLER            PIC X(10) VALUE "TAX YEAR: ".
004000         10  WS-H1-YEAR        PIC 9(04).
004010         10  FILLER            PIC X(26) VALUE SPACES.
004020     05  WS-HEADING-2.
004030         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
004040         10  WS-H2-DATE        PIC 9(08).
004050         10  FILLER            PIC X(61) VALUE SPACES.
004060     05  WS-COLUMN-LINE.
004070         10  FILLER            PIC X(12) VALUE "CUSTOMER".
004080         10  FILLER            PIC X(12) VALUE "ACCOUNT".
004090         10  FILLER            PIC X(32) VALUE "EXCEPTION".
004100         10  FILLER            PIC X(17)
004110             VALUE "           AMOUNT".
004120         10  FILLER            PIC X(07) VALUE SPACES.
004130     05  WS-EXCEPT-LINE.
004140         10  WS-E-CUST-ID      PIC X(10).
004150         10  FILLER            PIC X(02) VALUE SPACES.
004160         10  WS-E-ACCT-ID      PIC X(10).
004170         10  FILLER            PIC X(02) VALUE SPACES.
004180         10  WS-E-REASON       PIC X(31).
004190         10  FILLER            PIC X(01) VALUE SPACES.
004200         10  WS-E-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
004210         10  FILLER            PIC X(07) VALUE SPACES.
004220     05  WS-AMOUNT-LINE.
004230         10  WS-A-CAPTION      PIC X(33).
004240         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
004250         10  FILLER            PIC X(28) VALUE SPACES.
004260     05  WS-COUNT-LINE.
004270         10  WS-C-CAPTION      PIC X(33).
004280         10  WS-C-COUNT        PIC Z,ZZZ,ZZ9.
004290         10  FILLER            PIC X(38) VALUE SPACES.
004300     05  WS-TIE-LINE.
004310         10  WS-TIE-TEXT       PIC X(60).
004320         10  FILLER            PIC X(20) VALUE SPACES.
004330
004340 PROCEDURE DIVISION.
004350*****************************************************************
004360* 0000-MAINLINE
004370*   SORTS THE TAX YEAR'S INTEREST AND REVERSAL ENTRIES INTO
004380*   CUSTOMER/ACCOUNT ORDER, THEN REPORTS ONE CUSTOMER AT A TIME.
004390*   NOTHING RUNS WHEN THE MASTERS WILL NOT OPEN.
004400*****************************************************************
004410 0000-MAINLINE.
004420     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004430     IF FILES-READY
004440         SORT SORT-FILE
004450             ON ASCENDING KEY SI-CUST-ID SI-ACCT-ID
004460                 SI-MATCH-DATE SI-MATCH-TIME SI-KIND
004470             WITH DUPLICATES IN ORDER
004480             INPUT PROCEDURE IS 1400-SELECT-ENTRIES
004490                 THRU 1400-EXIT
004500             GIVING SORTED-FILE
004510         PERFORM 1500-OPEN-AND-PRIME THRU 1500-EXIT
004520         PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
004530             UNTIL SORTED-EOF
004540         PERFORM 8000-TERMINATE THRU 8000-EXIT
004550     END-IF
004560     STOP RUN.
004570
004580*****************************************************************
004590* 1000-INITIALIZE
004600*   ZEROES THE CONTROL TOTALS, SETS THE TAX YEAR AND REPORTING
004610*   MINIMUM, LOADS THE PAYER, DECIDES WHETHER THE ARCHIVE IS
004620*   NEEDED, AND OPENS THE TWO MASTERS.  A MASTER THAT WILL NOT
004630*   OPEN ENDS THE RUN WITH RETURN CODE 12 BEFORE ANYTHING IS
004640*   WRITTEN - A FILING MISSING CUSTOMERS IS WORSE THAN NONE.
004650*****************************************************************
004660 1000-INITIALIZE.
004670     MOVE ZERO TO WS-SCANNED-COUNT
004680     MOVE ZERO TO WS-SELECTED-COUNT
004690     MOVE ZERO TO WS-INTEREST-COUNT
004700     MOVE ZERO TO WS-REVERSAL-COUNT
004710     MOVE ZERO TO WS-FORM-COUNT
004720     MOVE ZERO TO WS-NO-TIN-COUNT
004730     MOVE ZERO TO WS-BELOW-COUNT
004740     MOVE ZERO TO WS-NO-CUST-COUNT
004750     MOVE ZERO TO WS-NO-LINK-COUNT
004760     MOVE ZERO TO WS-GL-INTEREST
004765     MOVE ZERO TO WS-LOG-INTEREST
004770     MOVE ZERO TO WS-REVERSED-TOTAL
004780     MOVE ZERO TO WS-FORM-TOTAL
004790     MOVE ZERO TO WS-BELOW-TOTAL
004800     MOVE ZERO TO WS-NO-CUST-TOTAL
004810     MOVE ZERO TO WS-NO-LINK-TOTAL
004820     MOVE SPACES TO WS-LAST-ACCT-ID
004830     MOVE SPACES TO WS-LAST-CUST-ID
004840     MOVE "N" TO WS-LAST-LINK-FLAG
004850     MOVE 10.00 TO WS-REPORT-MIN
004860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004870     OPEN INPUT BUSINESS-DATE-FILE
004880     IF WS-BDATE-FILE-STATUS = "00"
004890         READ BUSINESS-DATE-FILE
004900             AT END
004910                 CONTINUE
004920             NOT AT END
004930                 MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
004940         END-READ
004950         CLOSE BUSINESS-DATE-FILE
004960     END-IF
004970     COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
004980     OPEN INPUT TAX-YEAR-FILE
004990     IF WS-TY-FILE-STATUS = "00"
005000         READ TAX-YEAR-FILE
005010             AT END
005020                 CONTINUE
005030             NOT AT END
005040                 PERFORM 1100-TAKE-TAX-YEAR THRU 1100-EXIT
005050         END-READ
005060         CLOSE TAX-YEAR-FILE
005070     END-IF
005080     MOVE WS-TAX-YEAR TO WS-YS-YYYY
005090     MOVE 0101 TO WS-YS-MMDD
005100     MOVE WS-TAX-YEAR TO WS-YE-YYYY
005110     MOVE 1231 TO WS-YE-MMDD
005120     COMPUTE WS-MS-YYYY = WS-TAX-YEAR - 1
005130     MOVE 0101 TO WS-MS-MMDD
005140     PERFORM 1200-LOAD-PAYER THRU 1200-EXIT
005145     PERFORM 1300-LOAD-GL-INTEREST THRU 1300-EXIT
005150* THE ARCHIVE HOLDS EVERYTHING UP TO THE LAST CUT, SO IT IS
005160* NEEDED ONCE THE CUT REACHES THE EARLIEST INTEREST ENTRY A
005170* REVERSAL CAN BE MATCHED BACK TO.
005180     MOVE ZERO TO WS-CUT-DATE
005190     OPEN INPUT CUT-MARKER-FILE
005200     IF WS-CUT-FILE-STATUS = "00"
005210         READ CUT-MARKER-FILE
005220             AT END
005230                 CONTINUE
005240             NOT AT END
005250                 MOVE CM-CUT-DATE TO WS-CUT-DATE
005260         END-READ
005270         CLOSE CUT-MARKER-FILE
005280     END-IF
005290     IF WS-CUT-DATE NOT < WS-MATCH-START
005300         SET NEED-ARCHIVE TO TRUE
005310         DISPLAY "TAX1099 - TAX YEAR REACHES PAST THE LOG CUT, "
005320             "READING THE ARCHIVE AS WELL"
005330     END-IF
005340     DISPLAY "TAX1099 - TAX YEAR " WS-TAX-YEAR
005350         " REPORTING MINIMUM " WS-REPORT-MIN
005360     OPEN INPUT MASTER-FILE
005370     IF WS-MASTER-FILE-STATUS NOT = "00"
005380         DISPLAY "TAX1099 - MASTER LEDGER OPEN FAILED, STATUS "
005390             WS-MASTER-FILE-STATUS
005400         MOVE 12 TO RETURN-CODE
005410         GO TO 1000-EXIT
005420     END-IF
005430     OPEN INPUT CUSTOMER-FILE
005440     IF WS-CUST-FILE-STATUS NOT = "00"
005450         DISPLAY "TAX1099 - CUSTOMER MASTER OPEN FAILED, STATUS "
005460             WS-CUST-FILE-STATUS
005470         CLOSE MASTER-FILE
005480         MOVE 12 TO RETURN-CODE
005490         GO TO 1000-EXIT
005500     END-IF
005510     SET FILES-READY TO TRUE.
005520 1000-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560* 1100-TAKE-TAX-YEAR
005570*   TAKES THE TAX YEAR AND MINIMUM FROM THE CONTROL RECORD.
005580*   EITHER ONE LEFT BLANK OR ZERO KEEPS ITS DEFAULT.
005590*****************************************************************
005600 1100-TAKE-TAX-YEAR.
005610     IF TY-TAX-YEAR IS NUMERIC
005620         AND TY-TAX-YEAR > ZERO
005630         MOVE TY-TAX-YEAR TO WS-TAX-YEAR
005640     END-IF
005650     IF TY-REPORT-MIN IS NUMERIC
005660         AND TY-REPORT-MIN > ZERO
005670         MOVE TY-REPORT-MIN TO WS-REPORT-MIN
005680     END-IF.
005690 1100-EXIT.
005700     EXIT.
005710
005720*****************************************************************
005730* 1200-LOAD-PAYER
005740*   LOADS THE BANK'S NAME AND TAX ID.  NONE ON FILE STILL LETS
005750*   THE FORMS PRINT FOR CHECKING, BUT THE FILING HEADER GOES OUT
005760*   BLANK AND THE CONTROL REPORT SAYS SO.
005770*****************************************************************
005780 1200-LOAD-PAYER.
005790     MOVE SPACES TO WS-PAYER-TIN
005800     MOVE SPACES TO WS-PAYER-NAME
005810     OPEN INPUT PAYER-FILE
005820     IF WS-PAYER-FILE-STATUS = "00"
005830         READ PAYER-FILE
005840             AT END
005850                 CONTINUE
005860             NOT AT END
005870                 MOVE TP-PAYER-TIN TO WS-PAYER-TIN
005880                 MOVE TP-PAYER-NAME TO WS-PAYER-NAME
005890         END-READ
005900         CLOSE PAYER-FILE
005910     END-IF
005920     IF WS-PAYER-TIN = SPACES
005930         DISPLAY "TAX1099 - NO PAYER TAX ID ON FILE, THE "
005940             "FILING HEADER WILL BE BLANK"
005950     ELSE
005960         SET PAYER-ON-FILE TO TRUE
005970     END-IF.
005980 1200-EXIT.
005990     EXIT.
006000
006001*****************************************************************
006002* 1300-LOAD-GL-INTEREST
006003*   TAKES THE TAX YEAR'S INTEREST EXPENSE FROM GLEXTR'S
006004*   YEAR-TO-DATE CONTROL RECORD - THE CURRENT YEAR'S TOTAL, OR
006005*   THE PRIOR YEAR'S ONCE GLEXTR HAS RUN INTO THE NEW YEAR.  NO
006006*   TOTAL FOR THE TAX YEAR STILL LETS THE FORMS PRINT FOR
006007*   CHECKING, BUT THE RUN CANNOT BE PROVED AND ENDS WITH RETURN
006008*   CODE 12.
006009*****************************************************************
006010 1300-LOAD-GL-INTEREST.
006011     OPEN INPUT INTEREST-YTD-FILE
006012     IF WS-YTD-FILE-STATUS = "00"
006013         READ INTEREST-YTD-FILE
006014             AT END
006015                 CONTINUE
006016             NOT AT END
006017                 PERFORM 1350-TAKE-GL-INTEREST THRU 1350-EXIT
006018         END-READ
006019         CLOSE INTEREST-YTD-FILE
006020     END-IF
006021     IF GL-CONTROL-NOT-FOUND
006022         DISPLAY "TAX1099 - NO GLEXTR INTEREST CONTROL FOR "
006023             "TAX YEAR " WS-TAX-YEAR ", RUN CANNOT BE PROVED"
006024     END-IF.
006025 1300-EXIT.
006026     EXIT.
006027
006028 1350-TAKE-GL-INTEREST.
006029     IF GY-CURR-YEAR = WS-TAX-YEAR
006030         MOVE GY-CURR-INTEREST TO WS-GL-INTEREST
006031         SET GL-CONTROL-FOUND TO TRUE
006032         GO TO 1350-EXIT
006033     END-IF
006034     IF GY-PRIOR-YEAR = WS-TAX-YEAR
006035         MOVE GY-PRIOR-INTEREST TO WS-GL-INTEREST
006036         SET GL-CONTROL-FOUND TO TRUE
006037     END-IF.
006038 1350-EXIT.
006039     EXIT.
006040
006041*****************************************************************
006042* 1400-SELECT-ENTRIES
006043*   SORT INPUT PROCEDURE - SCREENS THE WHOLE LIVE LOG, AND THE
006044*   PERIOD-END ARCHIVE AS WELL WHEN THE CUT REACHES BACK FAR
006050*   ENOUGH.  THE TWO FILES NEVER OVERLAP - THE CUT MOVED
006060*   ENTRIES, IT DID NOT COPY THEM.
006070*****************************************************************
006080 1400-SELECT-ENTRIES.
006090     OPEN INPUT TRANS-LOG-FILE
006100     PERFORM 1430-READ-LIVE THRU 1430-EXIT
006110     PERFORM 1450-TAKE-LIVE THRU 1450-EXIT
006120         UNTIL LOG-IN-EOF
006130     CLOSE TRANS-LOG-FILE
006140     IF NEED-ARCHIVE
006150         OPEN INPUT ARCHIVE-FILE
006160         IF WS-ARCH-FILE-STATUS = "00"
006170             PERFORM 1460-READ-ARCHIVE THRU 1460-EXIT
006180             PERFORM 1470-TAKE-ARCHIVE THRU 1470-EXIT
006190                 UNTIL ARCH-EOF
006200             CLOSE ARCHIVE-FILE
006210         ELSE
006220             DISPLAY "TAX1099 - ARCHIVE NEEDED BUT NOT ON "
006230                 "DISK, STATUS " WS-ARCH-FILE-STATUS
006240         END-IF
006250     END-IF.
006260 1400-EXIT.
006270     EXIT.
006280
006290 1430-READ-LIVE.
006300     READ TRANS-LOG-FILE
006310         AT END
006320             SET LOG-IN-EOF TO TRUE
006330     END-READ.
006340 1430-EXIT.
006350     EXIT.
006360
006370 1450-TAKE-LIVE.
006380     MOVE TRANS-LOG-RECORD TO WS-LOG-ENTRY
006390     PERFORM 1600-SCREEN-ENTRY THRU 1600-EXIT
006400     PERFORM 1430-READ-LIVE THRU 1430-EXIT.
006410 1450-EXIT.
006420     EXIT.
006430
006440 1460-READ-ARCHIVE.
006450     READ ARCHIVE-FILE
006460         AT END
006470             SET ARCH-EOF TO TRUE
006480     END-READ.
006490 1460-EXIT.
006500     EXIT.
006510
006520 1470-TAKE-ARCHIVE.
006530     MOVE ARCHIVE-LOG-RECORD TO WS-LOG-ENTRY
006540     PERFORM 1600-SCREEN-ENTRY THRU 1600-EXIT
006550     PERFORM 1460-READ-ARCHIVE THRU 1460-EXIT.
006560 1470-EXIT.
006570     EXIT.
006580
006590*****************************************************************
006600* 1500-OPEN-AND-PRIME
006610*   OPENS THE OUTPUT FILES, PRINTS THE CONTROL REPORT HEADINGS,
006620*   WRITES THE FILING HEADER RECORD, AND PRIMES THE SORTED READ.
006630*****************************************************************
006640 1500-OPEN-AND-PRIME.
006650     OPEN INPUT SORTED-FILE
006660     OPEN OUTPUT FORM-FILE
006670     OPEN OUTPUT EFILE-FILE
006680     OPEN OUTPUT REPORT-FILE
006690     MOVE WS-TAX-YEAR TO WS-H1-YEAR
006700     WRITE REPORT-RECORD FROM WS-HEADING-1
006710     MOVE WS-RUN-DATE TO WS-H2-DATE
006720     WRITE REPORT-RECORD FROM WS-HEADING-2
006730     MOVE SPACES TO REPORT-RECORD
006740     WRITE REPORT-RECORD
006750     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
006760     MOVE SPACES TO TAX-EFILE-RECORD
006770     SET TX-HEADER-RECORD TO TRUE
006780     MOVE WS-TAX-YEAR TO TX-TAX-YEAR
006790     MOVE WS-PAYER-TIN TO TX-PAYER-TIN
006800     MOVE WS-PAYER-NAME TO TX-PAYER-NAME
006810     MOVE WS-RUN-DATE TO TX-CREATED-DATE
006820     WRITE TAX-EFILE-RECORD
006830     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
006840 1500-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880* 1600-SCREEN-ENTRY
006890*   RELEASES AN "INTEREST" ENTRY LOGGED FROM THE START OF THE
006900*   YEAR BEFORE THROUGH THE END OF THE TAX YEAR, AND A
006910*   "REVERSAL" LOGGED IN THE TAX YEAR THAT POINTS BACK INTO THAT
006920*   SAME RANGE.  ONLY THE TAX YEAR'S OWN INTEREST ENTRIES COUNT
006930*   TOWARD THE INTEREST READ FROM THE LOG; THE YEAR BEFORE'S ARE
006940*   RELEASED ONLY SO A REVERSAL OF ONE CAN BE RECOGNIZED.  THE
006950*   MOVEMENT IS BALANCE-AFTER LESS BALANCE-BEFORE, THE SAME
006960*   ARITHMETIC GLEXTR JOURNALS.
006970*****************************************************************
006980 1600-SCREEN-ENTRY.
006990     ADD 1 TO WS-SCANNED-COUNT
007000     IF WL-TRANS-TYPE = "INTEREST  "
007010         AND WL-LOG-DATE NOT < WS-MATCH-START
007020         AND WL-LOG-DATE NOT > WS-YEAR-END
007030         MOVE WL-LOG-DATE TO SI-MATCH-DATE
007040         MOVE WL-LOG-TIME TO SI-MATCH-TIME
007050         MOVE "I" TO SI-KIND
007060         IF WL-LOG-DATE NOT < WS-YEAR-START
007070             ADD 1 TO WS-INTEREST-COUNT
007080             COMPUTE WS-LOG-INTEREST = WS-LOG-INTEREST
007090                 + WL-BALANCE-AFTER - WL-BALANCE-BEFORE
007100         END-IF
007110         PERFORM 1700-RELEASE-ENTRY THRU 1700-EXIT
007120         GO TO 1600-EXIT
007130     END-IF
007140     IF WL-TRANS-TYPE = "REVERSAL  "
007150         AND WL-LOG-DATE NOT < WS-YEAR-START
007160         AND WL-LOG-DATE NOT > WS-YEAR-END
007170         AND WL-ORIG-DATE NOT < WS-MATCH-START
007180         MOVE WL-ORIG-DATE TO SI-MATCH-DATE
007190         MOVE WL-ORIG-TIME TO SI-MATCH-TIME
007200         MOVE "R" TO SI-KIND
007210         PERFORM 1700-RELEASE-ENTRY THRU 1700-EXIT
007220     END-IF.
007230 1600-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270* 1700-RELEASE-ENTRY
007280*   STAMPS THE ENTRY WITH ITS ACCOUNT'S PRIMARY HOLDER AND
007290*   RELEASES IT TO THE SORT.  THE LOOKUP IS SKIPPED WHEN THE
007300*   ACCOUNT IS THE SAME AS THE LAST ONE LOOKED UP.
007310*****************************************************************
007320 1700-RELEASE-ENTRY.
007330     IF WL-ACCT-ID NOT = WS-LAST-ACCT-ID
007340         PERFORM 1750-FIND-HOLDER THRU 1750-EXIT
007350     END-IF
007360     MOVE WS-LAST-CUST-ID TO SI-CUST-ID
007370     MOVE WL-ACCT-ID TO SI-ACCT-ID
007380     MOVE WL-LOG-DATE TO SI-LOG-DATE
007390     COMPUTE SI-MOVEMENT = WL-BALANCE-AFTER - WL-BALANCE-BEFORE
007400     MOVE WS-LAST-LINK-FLAG TO SI-LINK-FLAG
007410     RELEASE SORT-INT-RECORD
007420     ADD 1 TO WS-SELECTED-COUNT.
007430 1700-EXIT.
007440     EXIT.
007450
007460*****************************************************************
007470* 1750-FIND-HOLDER
007480*   READS THE ACCOUNT'S MASTER RECORD FOR ITS PRIMARY HOLDER.
007490*   AN ACCOUNT NOT ON THE LEDGER, OR ON IT WITH NO CUSTOMER ID,
007500*   SORTS UNDER A BLANK CUSTOMER AND IS LISTED AS AN EXCEPTION.
007510*****************************************************************
007520 1750-FIND-HOLDER.
007530     MOVE WL-ACCT-ID TO WS-LAST-ACCT-ID
007540     MOVE WL-ACCT-ID TO M-ACCT-ID
007550     READ MASTER-FILE
007560         INVALID KEY
007570             MOVE SPACES TO WS-LAST-CUST-ID
007580             MOVE "N" TO WS-LAST-LINK-FLAG
007590             GO TO 1750-EXIT
007600     END-READ
007610     MOVE M-CUST-ID TO WS-LAST-CUST-ID
007620     IF M-CUST-ID = SPACES
007630         MOVE "U" TO WS-LAST-LINK-FLAG
007640     ELSE
007650         MOVE "L" TO WS-LAST-LINK-FLAG
007660     END-IF.
007670 1750-EXIT.
007680     EXIT.
007690
007700*****************************************************************
007710* 2000-PROCESS-CUSTOMER
007720*   TOTALS ONE CUSTOMER'S ACCOUNTS AND REPORTS THE CUSTOMER.
007730*   A CUSTOMER WHOSE ONLY ENTRIES ARE THE YEAR BEFORE'S INTEREST
007740*   HAD NOTHING IN THE TAX YEAR AND IS PASSED OVER.  THE BLANK
007750*   CUSTOMER'S ACCOUNTS WERE LISTED ONE BY ONE AS THEY CLOSED.
007760*****************************************************************
007770 2000-PROCESS-CUSTOMER.
007780     MOVE SS-CUST-ID TO WS-CURR-CUST
007790     MOVE ZERO TO WS-CUST-INTEREST
007800     MOVE ZERO TO WS-CUST-REVERSED
007810     MOVE ZERO TO WS-ACCT-COUNT
007820     MOVE ZERO TO WS-ACCT-OVERFLOW
007830     PERFORM 2200-PROCESS-ACCOUNT THRU 2200-EXIT
007840         UNTIL SORTED-EOF
007850            OR SS-CUST-ID NOT = WS-CURR-CUST
007860     IF WS-CURR-CUST = SPACES
007870         GO TO 2000-EXIT
007880     END-IF
007890     IF WS-CUST-INTEREST = ZERO
007900         AND WS-CUST-REVERSED = ZERO
007910         GO TO 2000-EXIT
007920     END-IF
007930     PERFORM 2500-REPORT-CUSTOMER THRU 2500-EXIT.
007940 2000-EXIT.
007950     EXIT.
007960
007970 2100-READ-SORTED.
007980     READ SORTED-FILE
007990         AT END
008000             SET SORTED-EOF TO TRUE
008010     END-READ.
008020 2100-EXIT.
008030     EXIT.
008040
008050*****************************************************************
008060* 2200-PROCESS-ACCOUNT
008070*   TOTALS ONE ACCOUNT'S TAX-YEAR INTEREST AND INTEREST
008080*   REVERSED, AND EITHER HOLDS IT FOR THE CUSTOMER'S FORM OR,
008090*   FOR AN ACCOUNT WITH NO CUSTOMER, LISTS IT AS AN EXCEPTION.
008100*****************************************************************
008110 2200-PROCESS-ACCOUNT.
008120     MOVE SS-ACCT-ID TO WS-CURR-ACCT
008130     MOVE SS-LINK-FLAG TO WS-CURR-LINK-FLAG
008140     MOVE ZERO TO WS-ACCT-INTEREST
008150     MOVE ZERO TO WS-ACCT-REVERSED
008160     SET INT-NOT-HELD TO TRUE
008170     PERFORM 2300-ADD-ENTRY THRU 2300-EXIT
008180         UNTIL SORTED-EOF
008190            OR SS-CUST-ID NOT = WS-CURR-CUST
008200            OR SS-ACCT-ID NOT = WS-CURR-ACCT
008210     ADD WS-ACCT-INTEREST TO WS-CUST-INTEREST
008220     ADD WS-ACCT-REVERSED TO WS-CUST-REVERSED
008230     ADD WS-ACCT-REVERSED TO WS-REVERSED-TOTAL
008240     IF WS-ACCT-INTEREST = ZERO
008250         AND WS-ACCT-REVERSED = ZERO
008260         GO TO 2200-EXIT
008270     END-IF
008280     IF WS-CURR-CUST = SPACES
008290         PERFORM 2400-LIST-UNLINKED THRU 2400-EXIT
008300         GO TO 2200-EXIT
008310     END-IF
008320     IF WS-ACCT-COUNT < 20
008330         ADD 1 TO WS-ACCT-COUNT
008340         MOVE WS-CURR-ACCT TO WS-AT-ACCT-ID (WS-ACCT-COUNT)
008350         MOVE WS-ACCT-INTEREST TO WS-AT-INTEREST (WS-ACCT-COUNT)
008360         MOVE WS-ACCT-REVERSED TO WS-AT-REVERSED (WS-ACCT-COUNT)
008370     ELSE
008380         ADD 1 TO WS-ACCT-OVERFLOW
008390     END-IF.
008400 2200-EXIT.
008410     EXIT.
008420
008430*****************************************************************
008440* 2300-ADD-ENTRY
008450*   ROLLS ONE SORTED ENTRY INTO THE ACCOUNT'S TOTALS.  AN
008460*   INTEREST ENTRY IS HELD AS THE ONE THE NEXT REVERSAL IS
008470*   TESTED AGAINST - THE SORT KEY PUTS A REVERSAL RIGHT BEHIND
008480*   THE ENTRY WHOSE LOG DATE/TIME IT CARRIES AS ITS ORIGINAL.  A
008490*   REVERSAL THAT DOES NOT MATCH REVERSED SOMETHING ELSE.
008500*****************************************************************
008510 2300-ADD-ENTRY.
008520     IF SS-INTEREST
008530         MOVE SS-MATCH-DATE TO WS-INT-DATE
008540         MOVE SS-MATCH-TIME TO WS-INT-TIME
008550         SET INT-HELD TO TRUE
008560         IF SS-LOG-DATE NOT < WS-YEAR-START
008570             ADD SS-MOVEMENT TO WS-ACCT-INTEREST
008580         END-IF
008590     ELSE
008600         IF INT-HELD
008610             AND SS-MATCH-DATE = WS-INT-DATE
008620             AND SS-MATCH-TIME = WS-INT-TIME
008630             ADD SS-MOVEMENT TO WS-ACCT-REVERSED
008640             ADD 1 TO WS-REVERSAL-COUNT
008650         END-IF
008660     END-IF
008670     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
008680 2300-EXIT.
008690     EXIT.
008700
008710*****************************************************************
008720* 2400-LIST-UNLINKED
008730*   LISTS AN ACCOUNT WHOSE INTEREST CANNOT BE REPORTED BECAUSE
008740*   NO CUSTOMER STANDS BEHIND IT.
008750*****************************************************************
008760 2400-LIST-UNLINKED.
008770     COMPUTE WS-ACCT-NET = WS-ACCT-INTEREST + WS-ACCT-REVERSED
008780     ADD 1 TO WS-NO-LINK-COUNT
008790     ADD WS-ACCT-NET TO WS-NO-LINK-TOTAL
008800     MOVE SPACES TO WS-E-CUST-ID
008810     MOVE WS-CURR-ACCT TO WS-E-ACCT-ID
008820     IF CURR-ACCT-NOT-ON-LEDGER
008830         MOVE "ACCOUNT NOT ON MASTER LEDGER" TO WS-E-REASON
008840     ELSE
008850         MOVE "ACCOUNT HAS NO CUSTOMER ID" TO WS-E-REASON
008860     END-IF
008870     MOVE WS-ACCT-NET TO WS-E-AMOUNT
008880     WRITE REPORT-RECORD FROM WS-EXCEPT-LINE.
008890 2400-EXIT.
008900     EXIT.
008910
008920*****************************************************************
008930* 2500-REPORT-CUSTOMER
008940*   NETS THE CUSTOMER'S INTEREST AND, WHEN IT REACHES THE
008950*   MINIMUM, PRINTS THE FORM AND WRITES THE FILING RECORD.  A
008960*   CUSTOMER MISSING FROM THE CUSTOMER MASTER CANNOT BE
008970*   ADDRESSED AND IS LISTED INSTEAD.
008980*****************************************************************
008990 2500-REPORT-CUSTOMER.
009000     COMPUTE WS-CUST-NET = WS-CUST-INTEREST + WS-CUST-REVERSED
009010     MOVE WS-CURR-CUST TO C-CUST-ID
009020     READ CUSTOMER-FILE
009030         INVALID KEY
009040             ADD 1 TO WS-NO-CUST-COUNT
009050             ADD WS-CUST-NET TO WS-NO-CUST-TOTAL
009060             MOVE WS-CURR-CUST TO WS-E-CUST-ID
009070             MOVE SPACES TO WS-E-ACCT-ID
009080             MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
009090                 TO WS-E-REASON
009100             MOVE WS-CUST-NET TO WS-E-AMOUNT
009110             WRITE REPORT-RECORD FROM WS-EXCEPT-LINE
009120             GO TO 2500-EXIT
009130     END-READ
009140     IF WS-CUST-NET < WS-REPORT-MIN
009150         ADD 1 TO WS-BELOW-COUNT
009160         ADD WS-CUST-NET TO WS-BELOW-TOTAL
009170         GO TO 2500-EXIT
009180     END-IF
009190     IF C-TAX-ID = SPACES
009200         ADD 1 TO WS-NO-TIN-COUNT
009210         MOVE WS-CURR-CUST TO WS-E-CUST-ID
009220         MOVE SPACES TO WS-E-ACCT-ID
009230         MOVE "REPORTED WITH NO TAX ID ON FILE" TO WS-E-REASON
009240         MOVE WS-CUST-NET TO WS-E-AMOUNT
009250         WRITE REPORT-RECORD FROM WS-EXCEPT-LINE
009260     END-IF
009270     ADD 1 TO WS-FORM-COUNT
009280     ADD WS-CUST-NET TO WS-FORM-TOTAL
009290     PERFORM 2600-PRINT-FORM THRU 2600-EXIT
009300     PERFORM 2700-WRITE-FILING THRU 2700-EXIT.
009310 2500-EXIT.
009320     EXIT.
009330
009340*****************************************************************
009350* 2600-PRINT-FORM
009360*   PRINTS THE CUSTOMER'S FORM - PAYER, RECIPIENT NAME AND
009370*   ADDRESS, THE TAX ID MASKED TO ITS LAST FOUR DIGITS, THE BOX
009380*   1 INTEREST, AND THE ACCOUNTS IT CAME FROM.
009390*****************************************************************
009400 2600-PRINT-FORM.
009410     WRITE FORM-RECORD FROM WS-FORM-RULE
009420     MOVE WS-TAX-YEAR TO WS-FH-YEAR
009430     WRITE FORM-RECORD FROM WS-FORM-TITLE
009440     MOVE WS-PAYER-NAME TO WS-FP-NAME
009450     MOVE WS-PAYER-TIN TO WS-FP-TIN
009460     WRITE FORM-RECORD FROM WS-FORM-PAYER
009470     MOVE SPACES TO FORM-RECORD
009480     WRITE FORM-RECORD
009490     MOVE C-CUST-NAME TO WS-FR-NAME
009500     MOVE C-CUST-ID TO WS-FR-CUST-ID
009510     WRITE FORM-RECORD FROM WS-FORM-RECIPIENT
009520     MOVE C-ADDR-LINE-1 TO WS-FA-TEXT
009530     WRITE FORM-RECORD FROM WS-FORM-ADDRESS
009540     IF C-ADDR-LINE-2 NOT = SPACES
009550         MOVE C-ADDR-LINE-2 TO WS-FA-TEXT
009560         WRITE FORM-RECORD FROM WS-FORM-ADDRESS
009570     END-IF
009580     MOVE C-CITY TO WS-FC-CITY
009590     MOVE C-STATE TO WS-FC-STATE
009600     MOVE C-POSTAL-CODE TO WS-FC-POSTAL
009610     WRITE FORM-RECORD FROM WS-FORM-CITY
009620     IF C-TAX-ID = SPACES
009630         MOVE "NOT ON FILE" TO WS-FN-TIN
009640     ELSE
009650         MOVE C-TAX-ID TO WS-TIN
009660         MOVE "*****" TO WS-TIN-FIRST-5
009670         MOVE WS-TIN TO WS-FN-TIN
009680     END-IF
009690     WRITE FORM-RECORD FROM WS-FORM-TIN-LINE
009700     MOVE SPACES TO FORM-RECORD
009710     WRITE FORM-RECORD
009720     MOVE WS-CUST-NET TO WS-FB-AMOUNT
009730     WRITE FORM-RECORD FROM WS-FORM-BOX-1
009740     MOVE SPACES TO FORM-RECORD
009750     WRITE FORM-RECORD
009760     WRITE FORM-RECORD FROM WS-FORM-COLUMNS
009770     MOVE 1 TO WS-ACCT-SUB
009780     PERFORM 2650-PRINT-ACCOUNT THRU 2650-EXIT
009790         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
009800     IF WS-ACCT-OVERFLOW > ZERO
009810         MOVE WS-ACCT-OVERFLOW TO WS-FM-COUNT
009820         WRITE FORM-RECORD FROM WS-FORM-MORE
009830     END-IF
009840     MOVE SPACES TO FORM-RECORD
009850     WRITE FORM-RECORD.
009860 2600-EXIT.
009870     EXIT.
009880
009890 2650-PRINT-ACCOUNT.
009900     MOVE WS-AT-ACCT-ID (WS-ACCT-SUB) TO WS-FD-ACCT-ID
009910     MOVE WS-AT-INTEREST (WS-ACCT-SUB) TO WS-FD-INTEREST
009920     MOVE WS-AT-REVERSED (WS-ACCT-SUB) TO WS-FD-REVERSED
009930     COMPUTE WS-FD-NET = WS-AT-INTEREST (WS-ACCT-SUB)
009940         + WS-AT-REVERSED (WS-ACCT-SUB)
009950     WRITE FORM-RECORD FROM WS-FORM-DETAIL
009960     ADD 1 TO WS-ACCT-SUB.
009970 2650-EXIT.
009980     EXIT.
009990
010000*****************************************************************
010010* 2700-WRITE-FILING
010020*   WRITES THE CUSTOMER'S DETAIL RECORD TO THE FILING FILE.  THE
010030*   MINIMUM IS ALWAYS ABOVE ZERO, SO THE AMOUNT IS POSITIVE.
010040*****************************************************************
010050 2700-WRITE-FILING.
010060     MOVE SPACES TO TAX-EFILE-RECORD
010070     SET TX-DETAIL-RECORD TO TRUE
010080     MOVE WS-TAX-YEAR TO TX-TAX-YEAR
010090     MOVE C-TAX-ID TO TX-RECIP-TIN
010100     MOVE C-CUST-ID TO TX-CUST-ID
010110     MOVE C-CUST-NAME TO TX-RECIP-NAME
010120     MOVE C-ADDR-LINE-1 TO TX-ADDR-LINE-1
010130     MOVE C-ADDR-LINE-2 TO TX-ADDR-LINE-2
010140     MOVE C-CITY TO TX-CITY
010150     MOVE C-STATE TO TX-STATE
010160     MOVE C-POSTAL-CODE TO TX-POSTAL-CODE
010170     MOVE WS-CUST-NET TO TX-INTEREST
010180     IF C-TAX-ID = SPACES
010190         MOVE "Y" TO TX-TIN-MISSING
010200     END-IF
010210     WRITE TAX-EFILE-RECORD.
010220 2700-EXIT.
010230     EXIT.
010240
010250*****************************************************************
010260* 8000-TERMINATE
010270*   WRITES THE FILING TRAILER, PRINTS THE CONTROL TOTALS AND
010280*   THE PROOF AGAINST THE YEAR'S INTEREST EXPENSE PER GLEXTR,
010290*   CLOSES THE FILES, AND DISPLAYS A SUMMARY FOR THE OPERATOR
010295*   CONSOLE.
010300*****************************************************************
010310 8000-TERMINATE.
010320     MOVE SPACES TO TAX-EFILE-RECORD
010330     SET TX-TRAILER-RECORD TO TRUE
010340     MOVE WS-TAX-YEAR TO TX-TAX-YEAR
010350     MOVE WS-FORM-COUNT TO TX-DETAIL-COUNT
010360     MOVE WS-FORM-TOTAL TO TX-INTEREST-TOTAL
010370     WRITE TAX-EFILE-RECORD
010380     COMPUTE WS-NET-PAID = WS-GL-INTEREST + WS-REVERSED-TOTAL
010390     COMPUTE WS-ACCOUNTED-TOTAL = WS-FORM-TOTAL + WS-BELOW-TOTAL
010400         + WS-NO-CUST-TOTAL + WS-NO-LINK-TOTAL
010410     MOVE SPACES TO REPORT-RECORD
010420     WRITE REPORT-RECORD
010430     MOVE "LOG ENTRIES SCANNED:" TO WS-C-CAPTION
010440     MOVE WS-SCANNED-COUNT TO WS-C-COUNT
010450     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010460     MOVE "INTEREST ENTRIES IN TAX YEAR:" TO WS-C-CAPTION
010470     MOVE WS-INTEREST-COUNT TO WS-C-COUNT
010480     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010490     MOVE "INTEREST REVERSALS NETTED:" TO WS-C-CAPTION
010500     MOVE WS-REVERSAL-COUNT TO WS-C-COUNT
010510     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010520     MOVE "REPORTING MINIMUM:" TO WS-A-CAPTION
010530     MOVE WS-REPORT-MIN TO WS-A-AMOUNT
010540     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010550     MOVE SPACES TO REPORT-RECORD
010560     WRITE REPORT-RECORD
010570     MOVE "INTEREST EXPENSE PER GLEXTR:" TO WS-A-CAPTION
010580     MOVE WS-GL-INTEREST TO WS-A-AMOUNT
010590     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010592     MOVE "INTEREST PER TRANS-LOG:" TO WS-A-CAPTION
010594     MOVE WS-LOG-INTEREST TO WS-A-AMOUNT
010596     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010600     MOVE "INTEREST REVERSED:" TO WS-A-CAPTION
010610     MOVE WS-REVERSED-TOTAL TO WS-A-AMOUNT
010620     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010630     MOVE "NET INTEREST PAID:" TO WS-A-CAPTION
010640     MOVE WS-NET-PAID TO WS-A-AMOUNT
010650     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010660     MOVE SPACES TO REPORT-RECORD
010670     WRITE REPORT-RECORD
010680     MOVE "CUSTOMERS REPORTED:" TO WS-C-CAPTION
010690     MOVE WS-FORM-COUNT TO WS-C-COUNT
010700     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010710     MOVE "  REPORTED WITH NO TAX ID:" TO WS-C-CAPTION
010720     MOVE WS-NO-TIN-COUNT TO WS-C-COUNT
010730     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010740     MOVE "INTEREST REPORTED ON FORMS:" TO WS-A-CAPTION
010750     MOVE WS-FORM-TOTAL TO WS-A-AMOUNT
010760     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010770     MOVE "CUSTOMERS UNDER THE MINIMUM:" TO WS-C-CAPTION
010780     MOVE WS-BELOW-COUNT TO WS-C-COUNT
010790     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010800     MOVE "INTEREST UNDER THE MINIMUM:" TO WS-A-CAPTION
010810     MOVE WS-BELOW-TOTAL TO WS-A-AMOUNT
010820     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010830     MOVE "CUSTOMERS NOT ON CUSTOMER MASTER:" TO WS-C-CAPTION
010840     MOVE WS-NO-CUST-COUNT TO WS-C-COUNT
010850     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010860     MOVE "INTEREST NOT ON CUSTOMER MASTER:" TO WS-A-CAPTION
010870     MOVE WS-NO-CUST-TOTAL TO WS-A-AMOUNT
010880     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010890     MOVE "ACCOUNTS WITH NO CUSTOMER:" TO WS-C-CAPTION
010900     MOVE WS-NO-LINK-COUNT TO WS-C-COUNT
010910     WRITE REPORT-RECORD FROM WS-COUNT-LINE
010920     MOVE "INTEREST WITH NO CUSTOMER:" TO WS-A-CAPTION
010930     MOVE WS-NO-LINK-TOTAL TO WS-A-AMOUNT
010940     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010950     MOVE "TOTAL INTEREST ACCOUNTED FOR:" TO WS-A-CAPTION
010960     MOVE WS-ACCOUNTED-TOTAL TO WS-A-AMOUNT
010970     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
010980     MOVE SPACES TO REPORT-RECORD
010990     WRITE REPORT-RECORD
010991     IF GL-CONTROL-NOT-FOUND
010992         MOVE "** NO GLEXTR INTEREST CONTROL FOR THE TAX YEAR"
010993             TO WS-TIE-TEXT
010994         MOVE 12 TO RETURN-CODE
010995     ELSE
011000         IF WS-ACCOUNTED-TOTAL = WS-NET-PAID
011010             MOVE "CONTROL TOTAL AGREES WITH GLEXTR INTEREST"
011020                 TO WS-TIE-TEXT
011030         ELSE
011040             MOVE "** CONTROL TOTAL DOES NOT AGREE WITH GLEXTR"
011050                 TO WS-TIE-TEXT
011060             MOVE 12 TO RETURN-CODE
011070         END-IF
011075     END-IF
011080     WRITE REPORT-RECORD FROM WS-TIE-LINE
011090     IF PAYER-NOT-ON-FILE
011100         MOVE "** NO PAYER TAX ID ON FILE - FILING HEADER BLANK"
011110             TO WS-TIE-TEXT
011120         WRITE REPORT-RECORD FROM WS-TIE-LINE
011130     END-IF
011140     CLOSE SORTED-FILE
011150     CLOSE FORM-FILE
011160     CLOSE EFILE-FILE
011170     CLOSE REPORT-FILE
011180     CLOSE MASTER-FILE
011190     CLOSE CUSTOMER-FILE
011200     DISPLAY "TAX1099 - SCANNED: " WS-SCANNED-COUNT
011210         " SELECTED: " WS-SELECTED-COUNT
011220         " FORMS: " WS-FORM-COUNT
011230     DISPLAY "TAX1099 - INTEREST EXPENSE: " WS-GL-INTEREST
011235         " PER LOG: " WS-LOG-INTEREST
011240         " REVERSED: " WS-REVERSED-TOTAL
011250         " REPORTED: " WS-FORM-TOTAL.
011260 8000-EXIT.
011270     EXIT.
