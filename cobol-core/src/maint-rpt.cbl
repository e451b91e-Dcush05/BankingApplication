000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAINTRPT.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* NIGHTLY MAINTENANCE-ACTIVITY REPORT.
000090* LISTS EVERY CHANGE ON THE MAINTENANCE AUDIT FILE (LAYOUT IN
000100* MNTAUDCL) STAMPED ON THE RUN DATE - WHO MADE IT, UNDER WHOSE
000110* OVERRIDE, AND TO WHICH RECORD - FOR THE NEXT-MORNING REVIEW,
000120* AND MARKS THE SENSITIVE ONES: A TELLER POSTING LIMIT RAISED
000130* (INCLUDING A LIMIT LIFTED TO NO LIMIT), SUPERVISOR AUTHORITY
000140* GRANTED, AND AN ACCOUNT'S OVERDRAFT LIMIT CHANGED.  EACH MARKED
000150* CHANGE PRINTS WHAT IT WAS AND WHAT IT BECAME UNDER THE LINE.
000160* A CUSTOMER ADDRESS CHANGE IS MARKED AND SHOWN THE SAME WAY.
000170*
000180* A SECOND SECTION LISTS EVERY LARGE DEBIT LOGGED ON THE RUN DATE
000190* - A WITHDRAWAL, OR THE DEBIT LEG OF A TRANSFER, AT OR ABOVE THE
000200* REVIEW AMOUNT - AGAINST AN ACCOUNT WHOSE PRIMARY HOLDER
000210* (M-CUST-ID ON THE MASTER LEDGER) HAD AN ADDRESS CHANGE WITHIN
000220* THE REVIEW WINDOW BEFORE IT, THE USUAL SHAPE OF AN ACCOUNT
000230* TAKEOVER.  THE REVIEW AMOUNT AND THE WINDOW IN DAYS COME FROM
000240* data/maint-review.dat, ONE CONTROL RECORD MAINTAINED BY OPS -
000250* NONE ON FILE, OR EITHER ONE LEFT ZERO, MEANS 5,000.00 AND 30
000260* DAYS.
000270*
000280* IT READS THE AUDIT FILE, THE LOG, AND THE LEDGER AND CHANGES
000290* NOTHING, SO A RERUN SIMPLY REPLACES THE REPORT.
000300*
000310* MODIFICATION HISTORY
000320* ---------- ----  -----------------------------------------------
000330* DATE       INIT  DESCRIPTION
000340* ---------- ----  -----------------------------------------------
000350* 10/15/2026 DC    ORIGINAL VERSION.
000360*
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410* THE MAINTENANCE AUDIT FILE - READ START TO FINISH, NEVER
000420* REWRITTEN HERE.
000430     SELECT MAINT-AUDIT-FILE ASSIGN TO "data/maint-audit.dat"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-MA-FILE-STATUS.
000460* THE TRANSACTION LOG - READ FOR THE RUN DATE'S LARGE DEBITS.
000470     SELECT TRANS-LOG-FILE ASSIGN TO "data/trans-log.dat"
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-LOG-FILE-STATUS.
000500* THE MASTER LEDGER - READ BY KEY FOR EACH LARGE DEBIT'S PRIMARY
000510* HOLDER.  NOT REWRITTEN.
000520     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000530     ORGANIZATION IS INDEXED
000540     ACCESS MODE IS RANDOM
000550     RECORD KEY IS M-ACCT-ID
000560     FILE STATUS IS WS-MASTER-FILE-STATUS.
000570* THE REVIEW AMOUNT AND WINDOW - ONE CONTROL RECORD MAINTAINED BY
000580* OPS.
000590     SELECT REVIEW-FILE ASSIGN TO "data/maint-review.dat"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS WS-RV-FILE-STATUS.
000620* THE MAINTENANCE-ACTIVITY REPORT FOR THE MORNING REVIEW.
000630     SELECT REPORT-FILE ASSIGN TO "data/maint-activity.rpt"
000640     ORGANIZATION IS LINE SEQUENTIAL.
000650* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000660* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000670     SELECT BUSINESS-DATE-FILE
000680         ASSIGN TO "data/business-date.dat"
000690     ORGANIZATION IS LINE SEQUENTIAL
000700     FILE STATUS IS WS-BDATE-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  MAINT-AUDIT-FILE.
000750     COPY MNTAUDCL.
000760
000770 FD  TRANS-LOG-FILE.
000780     COPY TRNLOGCL.
000790
000800 FD  MASTER-FILE.
000810     COPY MASTRECL.
000820
000830 FD  REVIEW-FILE.
000840 01  REVIEW-RECORD.
000850     05  RV-LARGE-DEBIT        PIC 9(10)V99.
000860     05  RV-WINDOW-DAYS        PIC 9(03).
000870
000880 FD  BUSINESS-DATE-FILE.
000890 01  BUSINESS-DATE-RECORD.
000900     05  BD-BUSINESS-DATE     PIC 9(08).
000910
000920 FD  REPORT-FILE.
000930 01  REPORT-RECORD             PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960* SWITCHES
000970 01  WS-FLAGS.
000980     05  WS-MA-EOF-FLAG        PIC X VALUE 'N'.
000990         88  MA-EOF                    VALUE 'Y'.
001000     05  WS-MA-OPEN-FLAG       PIC X VALUE 'N'.
001010         88  MA-FILE-OPEN              VALUE 'Y'.
001020     05  WS-LOG-EOF-FLAG       PIC X VALUE 'N'.
001030         88  LOG-EOF                   VALUE 'Y'.
001040     05  WS-LOG-OPEN-FLAG      PIC X VALUE 'N'.
001050         88  LOG-FILE-OPEN             VALUE 'Y'.
001060     05  WS-MASTER-OPEN-FLAG   PIC X VALUE 'N'.
001070         88  MASTER-FILE-OPEN          VALUE 'Y'.
001080     05  WS-ADDR-TABLE-FLAG    PIC X VALUE 'N'.
001090         88  ADDR-TABLE-FULL           VALUE 'Y'.
001100* WHAT THE CURRENT AUDIT RECORD CHANGED - SET BY THE CHECKS.
001110     05  WS-LIMIT-UP-FLAG      PIC X VALUE 'N'.
001120         88  LIMIT-RAISED              VALUE 'Y'.
001130     05  WS-SUPV-GRANT-FLAG    PIC X VALUE 'N'.
001140         88  SUPERVISOR-GRANTED        VALUE 'Y'.
001150     05  WS-OD-CHANGE-FLAG     PIC X VALUE 'N'.
001160         88  OD-LIMIT-CHANGED          VALUE 'Y'.
001170     05  WS-ADDR-CHANGE-FLAG   PIC X VALUE 'N'.
001180         88  ADDRESS-CHANGED           VALUE 'Y'.
001190
001200* FILE STATUS FIELDS.
001210 01  WS-FILE-STATUS-FIELDS.
001220     05  WS-MA-FILE-STATUS     PIC X(02).
001230     05  WS-LOG-FILE-STATUS    PIC X(02).
001240     05  WS-MASTER-FILE-STATUS PIC X(02).
001250     05  WS-RV-FILE-STATUS     PIC X(02).
001260     05  WS-BDATE-FILE-STATUS  PIC X(02).
001270
001280* THE REVIEW LIMITS IN EFFECT, THE RUN DATE AND WINDOW AS DAY
001290* SERIALS, AND THE CONTROL TOTALS.
001300 01  WS-WORK-FIELDS.
001310     05  WS-LARGE-DEBIT        PIC 9(10)V99.
001320     05  WS-WINDOW-DAYS        PIC 9(03).
001330     05  WS-RUN-DATE           PIC 9(08).
001340     05  WS-RUN-SERIAL         PIC S9(09) COMP.
001350     05  WS-WINDOW-START       PIC S9(09) COMP.
001360     05  WS-AUDIT-READ-COUNT   PIC 9(07) COMP.
001370     05  WS-TODAY-COUNT        PIC 9(07) COMP.
001380     05  WS-SENSITIVE-COUNT    PIC 9(07) COMP.
001390     05  WS-LIMIT-UP-COUNT     PIC 9(07) COMP.
001400     05  WS-SUPV-GRANT-COUNT   PIC 9(07) COMP.
001410     05  WS-OD-CHANGE-COUNT    PIC 9(07) COMP.
001420     05  WS-ADDR-TODAY-COUNT   PIC 9(07) COMP.
001430     05  WS-LOG-READ-COUNT     PIC 9(07) COMP.
001440     05  WS-LARGE-COUNT        PIC 9(07) COMP.
001450     05  WS-FLAGGED-COUNT      PIC 9(07) COMP.
001460     05  WS-LIM-BEFORE         PIC S9(10)V99.
001470     05  WS-LIM-AFTER          PIC S9(10)V99.
001480     05  WS-EDIT-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
001490     05  WS-DEBIT-STAMP.
001500         10  WS-DEBIT-DATE     PIC 9(08).
001510         10  WS-DEBIT-TIME     PIC 9(08).
001520     05  WS-MATCH-SUB          PIC 9(05) COMP.
001530
001540* DAY-SERIAL WORK FIELDS FOR 7000-DATE-TO-SERIAL.
001550 01  WS-DATE-FIELDS.
001560     05  WS-CONV-DATE          PIC 9(08).
001570     05  WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
001580         10  WS-CONV-YYYY      PIC 9(04).
001590         10  WS-CONV-MM        PIC 9(02).
001600         10  WS-CONV-DD        PIC 9(02).
001610     05  WS-CONV-SERIAL        PIC S9(09) COMP.
001620     05  WS-CONV-PRIOR-YYYY    PIC 9(04).
001630     05  WS-LEAP-QUOT          PIC 9(04) COMP.
001640     05  WS-LEAP-REM-4         PIC 9(04) COMP.
001650     05  WS-LEAP-REM-100       PIC 9(04) COMP.
001660     05  WS-LEAP-REM-400       PIC 9(04) COMP.
001670
001680* THE CURRENT AUDIT RECORD'S BEFORE- AND AFTER-IMAGES, LAID OUT
001690* BY THE KIND OF RECORD CHANGED.
001700     COPY TLRPROFL REPLACING ==TELLER-PROFILE-RECORD==
001710         BY ==WS-TP-BEFORE==
001720         LEADING ==TP-== BY ==BTP-==.
001730     COPY TLRPROFL REPLACING ==TELLER-PROFILE-RECORD==
001740         BY ==WS-TP-AFTER==
001750         LEADING ==TP-== BY ==ATP-==.
001760     COPY MASTRECL REPLACING ==MASTER-RECORD==
001770         BY ==WS-MASTER-BEFORE==
001780         LEADING ==M-== BY ==BM-==.
001790     COPY MASTRECL REPLACING ==MASTER-RECORD==
001800         BY ==WS-MASTER-AFTER==
001810         LEADING ==M-== BY ==AM-==.
001820     COPY CUSTRECL REPLACING ==CUSTOMER-RECORD==
001830         BY ==WS-CUST-BEFORE==
001840         LEADING ==C-== BY ==BC-==.
001850     COPY CUSTRECL REPLACING ==CUSTOMER-RECORD==
001860         BY ==WS-CUST-AFTER==
001870         LEADING ==C-== BY ==AC-==.
001880
001890* THE BEFORE/AFTER LINES STAGED FOR THE CURRENT AUDIT RECORD,
001900* PRINTED UNDER ITS DETAIL LINE.  FIVE COVERS THE MOST ANY ONE
001910* RECORD CAN CARRY - THE FIVE ADDRESS FIELDS OF A CUSTOMER.
001920 01  WS-CHANGE-TABLE.
001930     05  WS-CHG-COUNT          PIC 9(02) COMP.
001940     05  WS-CHG-SUB            PIC 9(02) COMP.
001950     05  WS-CHG-LINE           PIC X(80) OCCURS 5 TIMES.
001960
001970* EVERY CUSTOMER ADDRESS CHANGE STAMPED WITHIN THE REVIEW WINDOW,
001980* IN THE ORDER THE AUDIT FILE HOLDS THEM - OLDEST FIRST.
001990 01  WS-ADDR-TABLE.
002000     05  WS-AD-COUNT           PIC 9(05) COMP.
002010     05  WS-AD-SUB             PIC 9(05) COMP.
002020     05  WS-AD-ENTRY OCCURS 2000 TIMES.
002030         10  WS-AD-CUST-ID     PIC X(10).
002040         10  WS-AD-STAMP.
002050             15  WS-AD-DATE    PIC 9(08).
002060             15  WS-AD-TIME    PIC 9(08).
002070         10  WS-AD-TELLER-ID   PIC X(08).
002080         10  WS-AD-OVERRIDE-ID PIC X(08).
002090
002100 01  WS-TABLE-CONSTANTS.
002110     05  WS-ADDR-TABLE-MAX     PIC 9(05) COMP VALUE 2000.
002120
002130 01  WS-REPORT-LINES.
002140     05  WS-HEADING-1.
002150         10  FILLER            PIC X(34)
002160             VALUE "MAINTENANCE ACTIVITY REVIEW       ".
002170         10  FILLER            PIC X(46) VALUE SPACES.
002180     05  WS-HEADING-2.
002190         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
002200         10  WS-H2-DATE        PIC 9(08).
002210         10  FILLER            PIC X(09) VALUE SPACES.
002220         10  FILLER            PIC X(14) VALUE "REVIEW AMOUNT:".
002230         10  WS-H2-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
002240         10  FILLER            PIC X(22) VALUE SPACES.
002250     05  WS-HEADING-3.
002260         10  FILLER            PIC X(28)
002270             VALUE "ADDRESS-CHANGE WINDOW DAYS: ".
002280         10  WS-H3-DAYS        PIC ZZ9.
002290         10  FILLER            PIC X(49) VALUE SPACES.
002300     05  WS-SECTION-1-LINE.
002310         10  FILLER            PIC X(40)
002320             VALUE "MAINTENANCE CHANGES MADE ON THE RUN DATE".
002330         10  FILLER            PIC X(40) VALUE SPACES.
002340     05  WS-COLUMN-LINE-1.
002350         10  FILLER            PIC X(20)
002360             VALUE "TIME     TRANS TYPE ".
002370         10  FILLER            PIC X(26)
002380             VALUE "RECORD CHANGED            ".
002390         10  FILLER            PIC X(18)
002400             VALUE "TELLER   OVERRIDE ".
002410         10  FILLER            PIC X(16) VALUE "REVIEW".
002420     05  WS-DETAIL-LINE.
002430         10  WS-D-TIME         PIC 9(08).
002440         10  FILLER            PIC X(01) VALUE SPACES.
002450         10  WS-D-TRANS-TYPE   PIC X(10).
002460         10  FILLER            PIC X(01) VALUE SPACES.
002470         10  WS-D-KEY          PIC X(25).
002480         10  FILLER            PIC X(01) VALUE SPACES.
002490         10  WS-D-TELLER-ID    PIC X(08).
002500         10  FILLER            PIC X(01) VALUE SPACES.
002510         10  WS-D-OVERRIDE-ID  PIC X(08).
002520         10  FILLER            PIC X(01) VALUE SPACES.
002530         10  WS-D-REVIEW       PIC X(16).
002540     05  WS-CHANGE-LINE.
002550         10  FILLER            PIC X(02) VALUE SPACES.
002560         10  WS-C-CAPTION      PIC X(12).
002570         10  WS-C-BEFORE       PIC X(30).
002580         10  FILLER            PIC X(04) VALUE " TO ".
002590         10  WS-C-AFTER        PIC X(30).
002600         10  FILLER            PIC X(02) VALUE SPACES.
002610     05  WS-SECTION-2-LINE.
002620         10  FILLER            PIC X(42)
002630             VALUE "LARGE DEBITS AFTER A RECENT ADDRESS CHANGE".
002640         10  FILLER            PIC X(38) VALUE SPACES.
002650     05  WS-COLUMN-LINE-2.
002660         10  FILLER            PIC X(22)
002670             VALUE "ACCOUNT    CUSTOMER   ".
002680         10  FILLER            PIC X(26)
002690             VALUE "TIME               AMOUNT ".
002700         10  FILLER            PIC X(32)
002710             VALUE "ADDR CHANGED      TELLER".
002720     05  WS-DEBIT-LINE.
002730         10  WS-B-ACCT-ID      PIC X(10).
002740         10  FILLER            PIC X(01) VALUE SPACES.
002750         10  WS-B-CUST-ID      PIC X(10).
002760         10  FILLER            PIC X(01) VALUE SPACES.
002770         10  WS-B-TIME         PIC 9(08).
002780         10  FILLER            PIC X(01) VALUE SPACES.
002790         10  WS-B-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
002800         10  FILLER            PIC X(01) VALUE SPACES.
002810         10  WS-B-CHG-DATE     PIC 9(08).
002820         10  FILLER            PIC X(01) VALUE SPACES.
002830         10  WS-B-CHG-TIME     PIC 9(08).
002840         10  FILLER            PIC X(01) VALUE SPACES.
002850         10  WS-B-CHG-TELLER   PIC X(08).
002860         10  FILLER            PIC X(06) VALUE SPACES.
002870     05  WS-NONE-LINE.
002880         10  FILLER            PIC X(06) VALUE SPACES.
002890         10  FILLER            PIC X(04) VALUE "NONE".
002900         10  FILLER            PIC X(70) VALUE SPACES.
002910     05  WS-TOTAL-LINE.
002920         10  WS-T-CAPTION      PIC X(33).
002930         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
002940         10  FILLER            PIC X(38) VALUE SPACES.
002950
002960 PROCEDURE DIVISION.
002970*****************************************************************
002980* 0000-MAINLINE
002990*   ONE PASS OVER THE AUDIT FILE LISTS THE RUN DATE'S CHANGES AND
003000*   GATHERS THE WINDOW'S ADDRESS CHANGES; ONE PASS OVER THE LOG
003010*   THEN HOLDS THE DAY'S LARGE DEBITS UP AGAINST THEM.
003020*****************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003050     PERFORM 2000-REVIEW-CHANGE THRU 2000-EXIT
003060         UNTIL MA-EOF
003070     IF WS-TODAY-COUNT = ZERO
003080         WRITE REPORT-RECORD FROM WS-NONE-LINE
003090     END-IF
003100     PERFORM 3000-START-DEBIT-PASS THRU 3000-EXIT
003110     PERFORM 3100-CHECK-DEBIT THRU 3100-EXIT
003120         UNTIL LOG-EOF
003130     IF WS-FLAGGED-COUNT = ZERO
003140         WRITE REPORT-RECORD FROM WS-NONE-LINE
003150     END-IF
003160     PERFORM 8000-TERMINATE THRU 8000-EXIT
003170     GOBACK.
003180
003190*****************************************************************
003200* 1000-INITIALIZE
003210*   ZEROES THE CONTROL TOTALS, SETS THE RUN DATE, LOADS THE REVIEW
003220*   AMOUNT AND WINDOW, PRINTS THE RUN HEADINGS, AND PRIMES THE
003230*   AUDIT READ.  NO AUDIT FILE ON DISK MEANS NO MAINTENANCE HAS
003240*   EVER BEEN AUDITED - THE RUN STILL PRINTS A REPORT WITH ZERO
003250*   TOTALS.
003260*****************************************************************
003270 1000-INITIALIZE.
003280     MOVE ZERO TO WS-AUDIT-READ-COUNT
003290     MOVE ZERO TO WS-TODAY-COUNT
003300     MOVE ZERO TO WS-SENSITIVE-COUNT
003310     MOVE ZERO TO WS-LIMIT-UP-COUNT
003320     MOVE ZERO TO WS-SUPV-GRANT-COUNT
003330     MOVE ZERO TO WS-OD-CHANGE-COUNT
003340     MOVE ZERO TO WS-ADDR-TODAY-COUNT
003350     MOVE ZERO TO WS-LOG-READ-COUNT
003360     MOVE ZERO TO WS-LARGE-COUNT
003370     MOVE ZERO TO WS-FLAGGED-COUNT
003380     MOVE ZERO TO WS-AD-COUNT
003390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003400     OPEN INPUT BUSINESS-DATE-FILE
003410     IF WS-BDATE-FILE-STATUS = "00"
003420         READ BUSINESS-DATE-FILE
003430             AT END
003440                 CONTINUE
003450             NOT AT END
003460                 MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
003470         END-READ
003480         CLOSE BUSINESS-DATE-FILE
003490     END-IF
003500     MOVE 5000.00 TO WS-LARGE-DEBIT
003510     MOVE 30 TO WS-WINDOW-DAYS
003520     OPEN INPUT REVIEW-FILE
003530     IF WS-RV-FILE-STATUS = "00"
003540         READ REVIEW-FILE
003550             AT END
003560                 CONTINUE
003570             NOT AT END
003580                 PERFORM 1100-TAKE-REVIEW-LIMITS THRU 1100-EXIT
003590         END-READ
003600         CLOSE REVIEW-FILE
003610     END-IF
003620     DISPLAY "MAINTRPT - REVIEW AMOUNT " WS-LARGE-DEBIT
003630         " ADDRESS-CHANGE WINDOW " WS-WINDOW-DAYS " DAYS"
003640     MOVE WS-RUN-DATE TO WS-CONV-DATE
003650     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
003660     MOVE WS-CONV-SERIAL TO WS-RUN-SERIAL
003670     COMPUTE WS-WINDOW-START = WS-RUN-SERIAL - WS-WINDOW-DAYS
003680     OPEN OUTPUT REPORT-FILE
003690     WRITE REPORT-RECORD FROM WS-HEADING-1
003700     MOVE WS-RUN-DATE TO WS-H2-DATE
003710     MOVE WS-LARGE-DEBIT TO WS-H2-AMOUNT
003720     WRITE REPORT-RECORD FROM WS-HEADING-2
003730     MOVE WS-WINDOW-DAYS TO WS-H3-DAYS
003740     WRITE REPORT-RECORD FROM WS-HEADING-3
003750     MOVE SPACES TO REPORT-RECORD
003760     WRITE REPORT-RECORD
003770     WRITE REPORT-RECORD FROM WS-SECTION-1-LINE
003780     WRITE REPORT-RECORD FROM WS-COLUMN-LINE-1
003790     OPEN INPUT MAINT-AUDIT-FILE
003800     IF WS-MA-FILE-STATUS NOT = "00"
003810         DISPLAY "MAINTRPT - NO MAINTENANCE AUDIT FILE ON DISK, "
003820             "NOTHING TO REVIEW"
003830         SET MA-EOF TO TRUE
003840     ELSE
003850         SET MA-FILE-OPEN TO TRUE
003860         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
003870     END-IF.
003880 1000-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920* 1100-TAKE-REVIEW-LIMITS
003930*   TAKES THE REVIEW AMOUNT AND WINDOW FROM THE CONTROL RECORD.
003940*   EITHER ONE LEFT BLANK OR ZERO KEEPS ITS DEFAULT.
003950*****************************************************************
003960 1100-TAKE-REVIEW-LIMITS.
003970     IF RV-LARGE-DEBIT IS NUMERIC
003980         AND RV-LARGE-DEBIT > ZERO
003990         MOVE RV-LARGE-DEBIT TO WS-LARGE-DEBIT
004000     END-IF
004010     IF RV-WINDOW-DAYS IS NUMERIC
004020         AND RV-WINDOW-DAYS > ZERO
004030         MOVE RV-WINDOW-DAYS TO WS-WINDOW-DAYS
004040     END-IF.
004050 1100-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090* 2000-REVIEW-CHANGE
004100*   CHECKS THE CURRENT AUDIT RECORD FOR A SENSITIVE CHANGE OR AN
004110*   ADDRESS CHANGE.  AN ADDRESS CHANGE WITHIN THE WINDOW IS KEPT
004120*   FOR THE LARGE-DEBIT PASS; A RECORD STAMPED ON THE RUN DATE IS
004130*   PRINTED, WITH ITS BEFORE/AFTER LINES WHEN IT IS MARKED.
004140*   RECORDS OUTSIDE THE WINDOW ARE COUNTED PAST.
004150*****************************************************************
004160 2000-REVIEW-CHANGE.
004170     ADD 1 TO WS-AUDIT-READ-COUNT
004180     MOVE MA-AUDIT-DATE TO WS-CONV-DATE
004190     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
004200     IF WS-CONV-SERIAL > WS-RUN-SERIAL
004210         OR WS-CONV-SERIAL < WS-WINDOW-START
004220         GO TO 2000-READ-NEXT
004230     END-IF
004240     MOVE 'N' TO WS-LIMIT-UP-FLAG
004250     MOVE 'N' TO WS-SUPV-GRANT-FLAG
004260     MOVE 'N' TO WS-OD-CHANGE-FLAG
004270     MOVE 'N' TO WS-ADDR-CHANGE-FLAG
004280     MOVE ZERO TO WS-CHG-COUNT
004290     EVALUATE TRUE
004300         WHEN MA-KIND-TELLER
004310             PERFORM 2200-CHECK-TELLER THRU 2200-EXIT
004320         WHEN MA-KIND-ACCOUNT
004330             PERFORM 2300-CHECK-ACCOUNT THRU 2300-EXIT
004340         WHEN MA-KIND-CUSTOMER
004350             PERFORM 2400-CHECK-CUSTOMER THRU 2400-EXIT
004360     END-EVALUATE
004370     IF MA-AUDIT-DATE NOT = WS-RUN-DATE
004380         GO TO 2000-READ-NEXT
004390     END-IF
004400     ADD 1 TO WS-TODAY-COUNT
004410     MOVE MA-AUDIT-TIME TO WS-D-TIME
004420     MOVE MA-TRANS-TYPE TO WS-D-TRANS-TYPE
004430     MOVE MA-RECORD-KEY TO WS-D-KEY
004440     MOVE MA-TELLER-ID TO WS-D-TELLER-ID
004450     MOVE MA-OVERRIDE-ID TO WS-D-OVERRIDE-ID
004460     MOVE SPACES TO WS-D-REVIEW
004470     IF LIMIT-RAISED OR SUPERVISOR-GRANTED OR OD-LIMIT-CHANGED
004480         MOVE "*SENSITIVE*" TO WS-D-REVIEW
004490         ADD 1 TO WS-SENSITIVE-COUNT
004500     END-IF
004510     IF LIMIT-RAISED
004520         ADD 1 TO WS-LIMIT-UP-COUNT
004530     END-IF
004540     IF SUPERVISOR-GRANTED
004550         ADD 1 TO WS-SUPV-GRANT-COUNT
004560     END-IF
004570     IF OD-LIMIT-CHANGED
004580         ADD 1 TO WS-OD-CHANGE-COUNT
004590     END-IF
004600     IF ADDRESS-CHANGED
004610         MOVE "ADDRESS CHANGE" TO WS-D-REVIEW
004620         ADD 1 TO WS-ADDR-TODAY-COUNT
004630     END-IF
004640     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
004650     MOVE 1 TO WS-CHG-SUB
004660     PERFORM 2900-WRITE-CHANGE THRU 2900-EXIT
004670         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
004680 2000-READ-NEXT.
004690     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004700 2000-EXIT.
004710     EXIT.
004720
004730 2100-READ-AUDIT.
004740     READ MAINT-AUDIT-FILE
004750         AT END
004760             SET MA-EOF TO TRUE
004770     END-READ.
004780 2100-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* 2200-CHECK-TELLER
004830*   A TELLER PROFILE ADDED OR AMENDED.  EITHER POSTING LIMIT
004840*   RAISED, AND THE SUPERVISOR FLAG TURNED ON, ARE SENSITIVE.  A
004850*   PROFILE ADDED IS HELD UP AGAINST NO PROFILE AT ALL - NO LIMITS
004860*   AND NOT A SUPERVISOR - SO A NEW PROFILE CAN ONLY BE MARKED FOR
004870*   GRANTING SUPERVISOR AUTHORITY.
004880*****************************************************************
004890 2200-CHECK-TELLER.
004900     IF MA-AFTER-IMAGE = SPACES
004910         GO TO 2200-EXIT
004920     END-IF
004930     MOVE MA-AFTER-IMAGE TO WS-TP-AFTER
004940     IF MA-BEFORE-IMAGE = SPACES
004950         MOVE SPACES TO WS-TP-BEFORE
004960         MOVE ZERO TO BTP-DEPOSIT-LIMIT
004970         MOVE ZERO TO BTP-DEBIT-LIMIT
004980         MOVE 'N' TO BTP-SUPERVISOR
004990     ELSE
005000         MOVE MA-BEFORE-IMAGE TO WS-TP-BEFORE
005010     END-IF
005020     MOVE "DEP LIMIT" TO WS-C-CAPTION
005030     MOVE BTP-DEPOSIT-LIMIT TO WS-LIM-BEFORE
005040     MOVE ATP-DEPOSIT-LIMIT TO WS-LIM-AFTER
005050     PERFORM 2250-CHECK-LIMIT THRU 2250-EXIT
005060     MOVE "DEBIT LIMIT" TO WS-C-CAPTION
005070     MOVE BTP-DEBIT-LIMIT TO WS-LIM-BEFORE
005080     MOVE ATP-DEBIT-LIMIT TO WS-LIM-AFTER
005090     PERFORM 2250-CHECK-LIMIT THRU 2250-EXIT
005100     IF ATP-IS-SUPERVISOR
005110         AND NOT BTP-IS-SUPERVISOR
005120         SET SUPERVISOR-GRANTED TO TRUE
005130         MOVE "SUPERVISOR" TO WS-C-CAPTION
005140         MOVE "NO" TO WS-C-BEFORE
005150         MOVE "YES" TO WS-C-AFTER
005160         PERFORM 2800-STAGE-CHANGE THRU 2800-EXIT
005170     END-IF.
005180 2200-EXIT.
005190     EXIT.
005200
005210*****************************************************************
005220* 2250-CHECK-LIMIT
005230*   ONE POSTING LIMIT, STAGED INTO WS-LIM-BEFORE AND WS-LIM-AFTER
005240*   WITH ITS CAPTION IN WS-C-CAPTION.  ZERO MEANS NO LIMIT, SO A
005250*   LIMIT THAT WAS ZERO CANNOT BE RAISED, AND ONE TAKEN TO ZERO
005260*   HAS BEEN RAISED AS FAR AS IT GOES.
005270*****************************************************************
005280 2250-CHECK-LIMIT.
005290     IF WS-LIM-BEFORE = ZERO
005300         GO TO 2250-EXIT
005310     END-IF
005320     IF WS-LIM-AFTER NOT = ZERO
005330         AND WS-LIM-AFTER NOT > WS-LIM-BEFORE
005340         GO TO 2250-EXIT
005350     END-IF
005360     SET LIMIT-RAISED TO TRUE
005370     MOVE WS-LIM-BEFORE TO WS-EDIT-AMOUNT
005380     MOVE WS-EDIT-AMOUNT TO WS-C-BEFORE
005390     IF WS-LIM-AFTER = ZERO
005400         MOVE "NO LIMIT" TO WS-C-AFTER
005410     ELSE
005420         MOVE WS-LIM-AFTER TO WS-EDIT-AMOUNT
005430         MOVE WS-EDIT-AMOUNT TO WS-C-AFTER
005440     END-IF
005450     PERFORM 2800-STAGE-CHANGE THRU 2800-EXIT.
005460 2250-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500* 2300-CHECK-ACCOUNT
005510*   A MASTER LEDGER RECORD CHANGED.  ANY CHANGE TO THE OVERDRAFT
005520*   LIMIT, UP OR DOWN, IS SENSITIVE.
005530*****************************************************************
005540 2300-CHECK-ACCOUNT.
005550     IF MA-BEFORE-IMAGE = SPACES
005560         OR MA-AFTER-IMAGE = SPACES
005570         GO TO 2300-EXIT
005580     END-IF
005590     MOVE MA-BEFORE-IMAGE TO WS-MASTER-BEFORE
005600     MOVE MA-AFTER-IMAGE TO WS-MASTER-AFTER
005610     IF AM-OD-LIMIT NOT = BM-OD-LIMIT
005620         SET OD-LIMIT-CHANGED TO TRUE
005630         MOVE "OD LIMIT" TO WS-C-CAPTION
005640         MOVE BM-OD-LIMIT TO WS-EDIT-AMOUNT
005650         MOVE WS-EDIT-AMOUNT TO WS-C-BEFORE
005660         MOVE AM-OD-LIMIT TO WS-EDIT-AMOUNT
005670         MOVE WS-EDIT-AMOUNT TO WS-C-AFTER
005680         PERFORM 2800-STAGE-CHANGE THRU 2800-EXIT
005690     END-IF.
005700 2300-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740* 2400-CHECK-CUSTOMER
005750*   A CUSTOMER RECORD AMENDED.  EACH ADDRESS FIELD CHANGED IS
005760*   STAGED, AND AN ADDRESS CHANGE IS KEPT FOR THE LARGE-DEBIT
005770*   PASS.  A CUSTOMER ADDED HAS NO ADDRESS TO HAVE CHANGED.
005780*****************************************************************
005790 2400-CHECK-CUSTOMER.
005800     IF MA-BEFORE-IMAGE = SPACES
005810         OR MA-AFTER-IMAGE = SPACES
005820         GO TO 2400-EXIT
005830     END-IF
005840     MOVE MA-BEFORE-IMAGE TO WS-CUST-BEFORE
005850     MOVE MA-AFTER-IMAGE TO WS-CUST-AFTER
005860     IF AC-ADDR-LINE-1 NOT = BC-ADDR-LINE-1
005870         MOVE "ADDR LINE 1" TO WS-C-CAPTION
005880         MOVE BC-ADDR-LINE-1 TO WS-C-BEFORE
005890         MOVE AC-ADDR-LINE-1 TO WS-C-AFTER
005900         PERFORM 2450-STAGE-ADDRESS THRU 2450-EXIT
005910     END-IF
005920     IF AC-ADDR-LINE-2 NOT = BC-ADDR-LINE-2
005930         MOVE "ADDR LINE 2" TO WS-C-CAPTION
005940         MOVE BC-ADDR-LINE-2 TO WS-C-BEFORE
005950         MOVE AC-ADDR-LINE-2 TO WS-C-AFTER
005960         PERFORM 2450-STAGE-ADDRESS THRU 2450-EXIT
005970     END-IF
005980     IF AC-CITY NOT = BC-CITY
005990         MOVE "CITY" TO WS-C-CAPTION
006000         MOVE BC-CITY TO WS-C-BEFORE
006010         MOVE AC-CITY TO WS-C-AFTER
006020         PERFORM 2450-STAGE-ADDRESS THRU 2450-EXIT
006030     END-IF
006040     IF AC-STATE NOT = BC-STATE
006050         MOVE "STATE" TO WS-C-CAPTION
006060         MOVE BC-STATE TO WS-C-BEFORE
006070         MOVE AC-STATE TO WS-C-AFTER
006080         PERFORM 2450-STAGE-ADDRESS THRU 2450-EXIT
006090     END-IF
006100     IF AC-POSTAL-CODE NOT = BC-POSTAL-CODE
006110         MOVE "POSTAL CODE" TO WS-C-CAPTION
006120         MOVE BC-POSTAL-CODE TO WS-C-BEFORE
006130         MOVE AC-POSTAL-CODE TO WS-C-AFTER
006140         PERFORM 2450-STAGE-ADDRESS THRU 2450-EXIT
006150     END-IF
006160     IF ADDRESS-CHANGED
006170         PERFORM 2500-KEEP-ADDRESS-CHANGE THRU 2500-EXIT
006180     END-IF.
006190 2400-EXIT.
006200     EXIT.
006210
006220 2450-STAGE-ADDRESS.
006230     SET ADDRESS-CHANGED TO TRUE
006240     PERFORM 2800-STAGE-CHANGE THRU 2800-EXIT.
006250 2450-EXIT.
006260     EXIT.
006270
006280*****************************************************************
006290* 2500-KEEP-ADDRESS-CHANGE
006300*   ADDS THE CURRENT ADDRESS CHANGE TO THE WINDOW TABLE.  A FULL
006310*   TABLE IS REPORTED ONCE AND THE REST ARE LEFT OUT OF THE
006320*   LARGE-DEBIT PASS - THEY STILL PRINT ON THEIR OWN DAY.
006330*****************************************************************
006340 2500-KEEP-ADDRESS-CHANGE.
006350     IF WS-AD-COUNT NOT < WS-ADDR-TABLE-MAX
006360         IF NOT ADDR-TABLE-FULL
006370             DISPLAY "MAINTRPT - ADDRESS-CHANGE TABLE FULL AT "
006380                 WS-ADDR-TABLE-MAX " ENTRIES, IGNORING THE REST"
006390         END-IF
006400         SET ADDR-TABLE-FULL TO TRUE
006410         GO TO 2500-EXIT
006420     END-IF
006430     ADD 1 TO WS-AD-COUNT
006440     MOVE AC-CUST-ID TO WS-AD-CUST-ID (WS-AD-COUNT)
006450     MOVE MA-AUDIT-DATE TO WS-AD-DATE (WS-AD-COUNT)
006460     MOVE MA-AUDIT-TIME TO WS-AD-TIME (WS-AD-COUNT)
006470     MOVE MA-TELLER-ID TO WS-AD-TELLER-ID (WS-AD-COUNT)
006480     MOVE MA-OVERRIDE-ID TO WS-AD-OVERRIDE-ID (WS-AD-COUNT).
006490 2500-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530* 2800-STAGE-CHANGE
006540*   ADDS THE BEFORE/AFTER LINE BUILT IN WS-CHANGE-LINE TO THE
006550*   CURRENT RECORD'S CHANGE TABLE.
006560*****************************************************************
006570 2800-STAGE-CHANGE.
006580     ADD 1 TO WS-CHG-COUNT
006590     MOVE WS-CHANGE-LINE TO WS-CHG-LINE (WS-CHG-COUNT).
006600 2800-EXIT.
006610     EXIT.
006620
006630 2900-WRITE-CHANGE.
006640     WRITE REPORT-RECORD FROM WS-CHG-LINE (WS-CHG-SUB)
006650     ADD 1 TO WS-CHG-SUB.
006660 2900-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700* 3000-START-DEBIT-PASS
006710*   PRINTS THE LARGE-DEBIT SECTION HEADINGS AND OPENS THE LOG AND
006720*   THE LEDGER.  WITH NO ADDRESS CHANGE IN THE WINDOW THERE IS
006730*   NOTHING A DEBIT COULD MATCH, SO THE LOG IS NOT READ.
006740*****************************************************************
006750 3000-START-DEBIT-PASS.
006760     MOVE SPACES TO REPORT-RECORD
006770     WRITE REPORT-RECORD
006780     WRITE REPORT-RECORD FROM WS-SECTION-2-LINE
006790     WRITE REPORT-RECORD FROM WS-COLUMN-LINE-2
006800     IF WS-AD-COUNT = ZERO
006810         SET LOG-EOF TO TRUE
006820         GO TO 3000-EXIT
006830     END-IF
006840     OPEN INPUT MASTER-FILE
006850     IF WS-MASTER-FILE-STATUS NOT = "00"
006860         DISPLAY "MAINTRPT - MASTER LEDGER OPEN FAILED, STATUS "
006870             WS-MASTER-FILE-STATUS ", LARGE DEBITS NOT CHECKED"
006880         MOVE 12 TO RETURN-CODE
006890         SET LOG-EOF TO TRUE
006900         GO TO 3000-EXIT
006910     END-IF
006920     SET MASTER-FILE-OPEN TO TRUE
006930     OPEN INPUT TRANS-LOG-FILE
006940     IF WS-LOG-FILE-STATUS NOT = "00"
006950         DISPLAY "MAINTRPT - NO TRANSACTION LOG ON DISK, "
006960             "NO DEBITS TO CHECK"
006970         SET LOG-EOF TO TRUE
006980         GO TO 3000-EXIT
006990     END-IF
007000     SET LOG-FILE-OPEN TO TRUE
007010     PERFORM 3050-READ-LOG THRU 3050-EXIT.
007020 3000-EXIT.
007030     EXIT.
007040
007050 3050-READ-LOG.
007060     READ TRANS-LOG-FILE
007070         AT END
007080             SET LOG-EOF TO TRUE
007090     END-READ.
007100 3050-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140* 3100-CHECK-DEBIT
007150*   A WITHDRAWAL, OR THE DEBIT LEG OF A TRANSFER, LOGGED ON THE
007160*   RUN DATE AT OR ABOVE THE REVIEW AMOUNT IS LOOKED UP TO ITS
007170*   PRIMARY HOLDER AND PRINTED IF THAT CUSTOMER'S ADDRESS CHANGED
007180*   WITHIN THE WINDOW AT OR BEFORE THE DEBIT - AGAINST THE LATEST
007190*   SUCH CHANGE.  AN ACCOUNT NOT LINKED TO A CUSTOMER HAS NO
007200*   ADDRESS TO HAVE CHANGED.
007210*****************************************************************
007220 3100-CHECK-DEBIT.
007230     ADD 1 TO WS-LOG-READ-COUNT
007240     IF TL-LOG-DATE NOT = WS-RUN-DATE
007250         GO TO 3100-READ-NEXT
007260     END-IF
007270     IF TL-TRANS-TYPE NOT = "WITHDRAWAL"
007280         AND TL-TRANS-TYPE NOT = "TRANSFER  "
007290         GO TO 3100-READ-NEXT
007300     END-IF
007310     IF TL-BALANCE-AFTER NOT < TL-BALANCE-BEFORE
007320         OR TL-AMOUNT < WS-LARGE-DEBIT
007330         GO TO 3100-READ-NEXT
007340     END-IF
007350     ADD 1 TO WS-LARGE-COUNT
007360     MOVE TL-ACCT-ID TO M-ACCT-ID
007370     READ MASTER-FILE
007380         INVALID KEY
007390             GO TO 3100-READ-NEXT
007400     END-READ
007410     IF M-CUST-ID = SPACES
007420         GO TO 3100-READ-NEXT
007430     END-IF
007440     MOVE TL-LOG-DATE TO WS-DEBIT-DATE
007450     MOVE TL-LOG-TIME TO WS-DEBIT-TIME
007460     MOVE ZERO TO WS-MATCH-SUB
007470     MOVE 1 TO WS-AD-SUB
007480     PERFORM 3200-MATCH-CHANGE THRU 3200-EXIT
007490         UNTIL WS-AD-SUB > WS-AD-COUNT
007500     IF WS-MATCH-SUB = ZERO
007510         GO TO 3100-READ-NEXT
007520     END-IF
007530     ADD 1 TO WS-FLAGGED-COUNT
007540     MOVE TL-ACCT-ID TO WS-B-ACCT-ID
007550     MOVE M-CUST-ID TO WS-B-CUST-ID
007560     MOVE TL-LOG-TIME TO WS-B-TIME
007570     MOVE TL-AMOUNT TO WS-B-AMOUNT
007580     MOVE WS-AD-DATE (WS-MATCH-SUB) TO WS-B-CHG-DATE
007590     MOVE WS-AD-TIME (WS-MATCH-SUB) TO WS-B-CHG-TIME
007600     MOVE WS-AD-TELLER-ID (WS-MATCH-SUB) TO WS-B-CHG-TELLER
007610     WRITE REPORT-RECORD FROM WS-DEBIT-LINE.
007620 3100-READ-NEXT.
007630     PERFORM 3050-READ-LOG THRU 3050-EXIT.
007640 3100-EXIT.
007650     EXIT.
007660
007670 3200-MATCH-CHANGE.
007680     IF WS-AD-CUST-ID (WS-AD-SUB) = M-CUST-ID
007690         AND WS-AD-STAMP (WS-AD-SUB) NOT > WS-DEBIT-STAMP
007700         MOVE WS-AD-SUB TO WS-MATCH-SUB
007710     END-IF
007720     ADD 1 TO WS-AD-SUB.
007730 3200-EXIT.
007740     EXIT.
007750
007760*****************************************************************
007770* 7000-DATE-TO-SERIAL
007780*   TURNS WS-CONV-DATE (YYYYMMDD) INTO A DAY SERIAL IN
007790*   WS-CONV-SERIAL - WHOLE YEARS AS 365 DAYS PLUS ONE PER LEAP
007800*   YEAR UP TO THE PRIOR YEAR, PLUS THE DAYS BEFORE THE MONTH,
007810*   PLUS THE DAY, WITH ONE MORE WHEN THE DATE SITS PAST FEBRUARY
007820*   OF A LEAP YEAR.  TWO SERIALS SUBTRACT TO AN EXACT AGE IN
007830*   DAYS.
007840*****************************************************************
007850 7000-DATE-TO-SERIAL.
007860     COMPUTE WS-CONV-PRIOR-YYYY = WS-CONV-YYYY - 1
007870     COMPUTE WS-CONV-SERIAL =
007880         (WS-CONV-PRIOR-YYYY * 365)
007890         + (WS-CONV-PRIOR-YYYY / 4)
007900         - (WS-CONV-PRIOR-YYYY / 100)
007910         + (WS-CONV-PRIOR-YYYY / 400)
007920     EVALUATE WS-CONV-MM
007930         WHEN 01 ADD 0 TO WS-CONV-SERIAL
007940         WHEN 02 ADD 31 TO WS-CONV-SERIAL
007950         WHEN 03 ADD 59 TO WS-CONV-SERIAL
007960         WHEN 04 ADD 90 TO WS-CONV-SERIAL
007970         WHEN 05 ADD 120 TO WS-CONV-SERIAL
007980         WHEN 06 ADD 151 TO WS-CONV-SERIAL
007990         WHEN 07 ADD 181 TO WS-CONV-SERIAL
008000         WHEN 08 ADD 212 TO WS-CONV-SERIAL
008010         WHEN 09 ADD 243 TO WS-CONV-SERIAL
008020         WHEN 10 ADD 273 TO WS-CONV-SERIAL
008030         WHEN 11 ADD 304 TO WS-CONV-SERIAL
008040         WHEN 12 ADD 334 TO WS-CONV-SERIAL
008050     END-EVALUATE
008060     ADD WS-CONV-DD TO WS-CONV-SERIAL
008070     IF WS-CONV-MM > 02
008080         DIVIDE WS-CONV-YYYY BY 4 GIVING WS-LEAP-QUOT
008090             REMAINDER WS-LEAP-REM-4
008100         DIVIDE WS-CONV-YYYY BY 100 GIVING WS-LEAP-QUOT
008110             REMAINDER WS-LEAP-REM-100
008120         DIVIDE WS-CONV-YYYY BY 400 GIVING WS-LEAP-QUOT
008130             REMAINDER WS-LEAP-REM-400
008140         IF (WS-LEAP-REM-4 = ZERO
008150             AND WS-LEAP-REM-100 NOT = ZERO)
008160             OR WS-LEAP-REM-400 = ZERO
008170             ADD 1 TO WS-CONV-SERIAL
008180         END-IF
008190     END-IF.
008200 7000-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008240* 8000-TERMINATE
008250*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
008260*   SUMMARY FOR THE OPERATOR CONSOLE.
008270*****************************************************************
008280 8000-TERMINATE.
008290     MOVE SPACES TO REPORT-RECORD
008300     WRITE REPORT-RECORD
008310     MOVE "AUDIT RECORDS READ:" TO WS-T-CAPTION
008320     MOVE WS-AUDIT-READ-COUNT TO WS-T-COUNT
008330     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008340     MOVE "CHANGES ON THE RUN DATE:" TO WS-T-CAPTION
008350     MOVE WS-TODAY-COUNT TO WS-T-COUNT
008360     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008370     MOVE "SENSITIVE CHANGES:" TO WS-T-CAPTION
008380     MOVE WS-SENSITIVE-COUNT TO WS-T-COUNT
008390     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008400     MOVE "  TELLER LIMITS RAISED:" TO WS-T-CAPTION
008410     MOVE WS-LIMIT-UP-COUNT TO WS-T-COUNT
008420     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008430     MOVE "  SUPERVISOR GRANTS:" TO WS-T-CAPTION
008440     MOVE WS-SUPV-GRANT-COUNT TO WS-T-COUNT
008450     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008460     MOVE "  OVERDRAFT LIMIT CHANGES:" TO WS-T-CAPTION
008470     MOVE WS-OD-CHANGE-COUNT TO WS-T-COUNT
008480     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008490     MOVE "ADDRESS CHANGES:" TO WS-T-CAPTION
008500     MOVE WS-ADDR-TODAY-COUNT TO WS-T-COUNT
008510     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008520     MOVE "ADDRESS CHANGES IN THE WINDOW:" TO WS-T-CAPTION
008530     MOVE WS-AD-COUNT TO WS-T-COUNT
008540     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008550     MOVE "LARGE DEBITS ON THE RUN DATE:" TO WS-T-CAPTION
008560     MOVE WS-LARGE-COUNT TO WS-T-COUNT
008570     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008580     MOVE "LARGE DEBITS AFTER ADDR CHANGE:" TO WS-T-CAPTION
008590     MOVE WS-FLAGGED-COUNT TO WS-T-COUNT
008600     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
008610     IF MA-FILE-OPEN
008620         CLOSE MAINT-AUDIT-FILE
008630     END-IF
008640     IF LOG-FILE-OPEN
008650         CLOSE TRANS-LOG-FILE
008660     END-IF
008670     IF MASTER-FILE-OPEN
008680         CLOSE MASTER-FILE
008690     END-IF
008700     CLOSE REPORT-FILE
008710     DISPLAY "MAINTRPT - CHANGES: " WS-TODAY-COUNT
008720         " SENSITIVE: " WS-SENSITIVE-COUNT
008730         " ADDRESS: " WS-ADDR-TODAY-COUNT
008740     DISPLAY "MAINTRPT - LARGE DEBITS: " WS-LARGE-COUNT
008750         " AFTER ADDRESS CHANGE: " WS-FLAGGED-COUNT.
008760 8000-EXIT.
008770     EXIT.
