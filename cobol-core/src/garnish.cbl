000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GARNISH.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* DAILY GARNISHMENT SWEEP.
000090* FINDS EVERY LEVY ON THE LEGAL RESTRICTIONS FILE (LAYOUT IN
000100* LEGALRCL) THAT IS IN FORCE, DUE - ITS ORDER DATE HAS ARRIVED -
000110* AND NOT YET PAID OVER IN FULL, AND SWEEPS WHAT IS OWED ON IT
000120* TO THE GARNISHMENT SUSPENSE ACCOUNT THROUGH THE ACCOUNT ONLINE
000130* PROGRAM'S GARNISH TRANSACTION.  ACCOUNT MOVES THE MONEY AS A
000140* TWO-LEG TRANSFER LOGGED "GARNISH" ON BOTH ACCOUNTS, TAKES ONLY
000150* WHAT THE AVAILABLE CREDIT BALANCE WILL COVER, AND MARKS THE
000160* AMOUNT SWEPT AGAINST THE ORDER, SO A LEVY ON AN ACCOUNT SHORT
000170* OF FUNDS IS PAID OVER PART BY PART AS MONEY ARRIVES AND IS
000180* PICKED UP AGAIN BY EVERY RUN UNTIL IT IS SATISFIED.  EACH
000190* SWEEP PRINTS ON THE REPORT FOR THE LEGAL DEPARTMENT, WITH THE
000200* REASON CODE WHEN NOTHING COULD BE TAKEN.  A LEVY ON A
000202* FIXED-TERM DEPOSIT IS SWEPT BEFORE MATURITY TOO - ACCOUNT BREAKS
000204* THE DEPOSIT AND CHARGES ANY EARLY-BREAK PENALTY AFTER THE SWEEP.
000210*
000220* THE SUSPENSE ACCOUNT IS ONE CONTROL RECORD MAINTAINED BY OPS.
000230* WITH LEVIES DUE AND NO SUSPENSE ACCOUNT ON FILE NOTHING IS
000240* SWEPT AND THE JOB ENDS RC 12, SO THE WINDOW STOPS RATHER THAN
000250* LET A COURT DEADLINE PASS UNNOTICED.
000260*
000270* THE RESTRICTIONS FILE IS READ IN A FIRST PASS AND THE LEVIES
000280* DUE ARE COPIED TO A WORK FILE, AND THE FILE IS CLOSED BEFORE
000290* THE FIRST CALL TO ACCOUNT - ACCOUNT OPENS THE SAME FILE FOR
000300* UPDATE ON EVERY CALL.
000310*
000320* MODIFICATION HISTORY
000330* ---------- ----  -----------------------------------------------
000340* DATE       INIT  DESCRIPTION
000350* ---------- ----  -----------------------------------------------
000360* 10/15/2026 DC    ORIGINAL VERSION.
000370*
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420* THE LEGAL RESTRICTIONS FILE - READ START TO FINISH, NEVER
000430* REWRITTEN HERE.
000440     SELECT LEGAL-FILE ASSIGN TO "data/legal-restrictions.dat"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS SEQUENTIAL
000470     RECORD KEY IS LR-KEY
000480     FILE STATUS IS WS-LGL-FILE-STATUS.
000490* THE LEVIES DUE TODAY, COPIED OUT OF THE RESTRICTIONS FILE BY
000500* THE FIRST PASS.
000510     SELECT DUE-FILE ASSIGN TO "data/garnish-due.dat"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530* THE GARNISHMENT SUSPENSE ACCOUNT - ONE CONTROL RECORD
000540* MAINTAINED BY OPS.
000550     SELECT SUSPENSE-FILE ASSIGN TO "data/garnish-suspense.dat"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-SUSP-FILE-STATUS.
000580* THE DAILY GARNISHMENT REPORT FOR THE LEGAL DEPARTMENT.
000590     SELECT REPORT-FILE ASSIGN TO "data/garnishment.rpt"
000600     ORGANIZATION IS LINE SEQUENTIAL.
000610* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000620* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000630     SELECT BUSINESS-DATE-FILE
000640         ASSIGN TO "data/business-date.dat"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-BDATE-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  LEGAL-FILE.
000710     COPY LEGALRCL.
000720
000730 FD  DUE-FILE.
000740     COPY LEGALRCL REPLACING ==LEGAL-RESTRICTION-RECORD==
000750         BY ==DUE-RECORD==
000760         LEADING ==LR-== BY ==GD-==.
000770
000780 FD  SUSPENSE-FILE.
000790 01  SUSPENSE-RECORD.
000800     05  GS-SUSPENSE-ACCT-ID  PIC X(10).
000810
000820 FD  BUSINESS-DATE-FILE.
000830 01  BUSINESS-DATE-RECORD.
000840     05  BD-BUSINESS-DATE     PIC 9(08).
000850
000860 FD  REPORT-FILE.
000870 01  REPORT-RECORD             PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900* SWITCHES
000910 01  WS-FLAGS.
000920     05  WS-LGL-EOF-FLAG       PIC X VALUE 'N'.
000930         88  LGL-EOF                   VALUE 'Y'.
000940     05  WS-DUE-EOF-FLAG       PIC X VALUE 'N'.
000950         88  DUE-EOF                   VALUE 'Y'.
000960
000970* FILE STATUS FIELDS.
000980 01  WS-FILE-STATUS-FIELDS.
000990     05  WS-LGL-FILE-STATUS    PIC X(02).
001000     05  WS-SUSP-FILE-STATUS   PIC X(02).
001010     05  WS-BDATE-FILE-STATUS  PIC X(02).
001020
001030* CONTROL TOTALS
001040 01  WS-WORK-FIELDS.
001050     05  WS-READ-COUNT         PIC 9(07) COMP.
001060     05  WS-DUE-COUNT          PIC 9(07) COMP.
001070     05  WS-SWEPT-COUNT        PIC 9(07) COMP.
001080     05  WS-PARTIAL-COUNT      PIC 9(07) COMP.
001090     05  WS-FAIL-COUNT         PIC 9(07) COMP.
001100     05  WS-DUE-AMOUNT         PIC S9(12)V99 COMP-3.
001110     05  WS-SWEPT-AMOUNT       PIC S9(12)V99 COMP-3.
001120     05  WS-OWED               PIC S9(10)V99.
001130     05  WS-TAKEN              PIC S9(10)V99.
001140     05  WS-STATUS-CODE        PIC 9(02).
001150     05  WS-TODAY              PIC 9(08).
001160     05  WS-SUSPENSE-ACCT-ID   PIC X(10).
001170
001180* COMMUNICATION AREA PASSED ON EVERY CALL TO ACCOUNT - THE SAME
001190* LAYOUT A TELLER CALL USES.  STATUS CODES ARE DOCUMENTED IN THE
001200* ACCTCOML COPYBOOK.
001210     COPY ACCTCOML.
001220
001230 01  WS-REPORT-LINES.
001240     05  WS-HEADING-1.
001250         10  FILLER            PIC X(32)
001260             VALUE "DAILY GARNISHMENT SWEEP         ".
001270         10  FILLER            PIC X(48) VALUE SPACES.
001280     05  WS-HEADING-2.
001290         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
001300         10  WS-H2-DATE        PIC 9(08).
001310         10  FILLER            PIC X(13) VALUE SPACES.
001320         10  FILLER            PIC X(18)
001330             VALUE "SUSPENSE ACCOUNT: ".
001340         10  WS-H2-SUSPENSE    PIC X(10).
001350         10  FILLER            PIC X(20) VALUE SPACES.
001360     05  WS-COLUMN-LINE.
001370         10  FILLER            PIC X(29)
001380             VALUE "ACCOUNT     ORDER REFERENCE  ".
001390         10  FILLER            PIC X(13)
001400             VALUE "   AMOUNT DUE".
001410         10  FILLER            PIC X(16)
001420             VALUE "    AMOUNT SWEPT".
001430         10  FILLER            PIC X(14)
001440             VALUE "  DISPOSITION ".
001450         10  FILLER            PIC X(08) VALUE SPACES.
001460     05  WS-DETAIL-LINE.
001470         10  WS-D-ACCT         PIC X(10).
001480         10  FILLER            PIC X(02) VALUE SPACES.
001490         10  WS-D-ORDER-REF    PIC X(15).
001500         10  FILLER            PIC X(02) VALUE SPACES.
001510         10  WS-D-DUE          PIC ZZ,ZZZ,ZZ9.99.
001520         10  FILLER            PIC X(03) VALUE SPACES.
001530         10  WS-D-SWEPT        PIC ZZ,ZZZ,ZZ9.99.
001540         10  FILLER            PIC X(02) VALUE SPACES.
001550         10  WS-D-DISP         PIC X(09).
001560         10  FILLER            PIC X(01) VALUE SPACES.
001570         10  WS-D-CODE         PIC X(02).
001580         10  FILLER            PIC X(08) VALUE SPACES.
001590     05  WS-TOTAL-LINE.
001600         10  WS-T-CAPTION      PIC X(33).
001610         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001620         10  FILLER            PIC X(38) VALUE SPACES.
001630     05  WS-AMOUNT-LINE.
001640         10  WS-A-CAPTION      PIC X(33).
001650         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001660         10  FILLER            PIC X(28) VALUE SPACES.
001670
001680 PROCEDURE DIVISION.
001690*****************************************************************
001700* 0000-MAINLINE
001710*   PICKS THE LEVIES DUE OFF THE RESTRICTIONS FILE, THEN SWEEPS
001720*   EACH ONE - PROVIDED THERE IS A SUSPENSE ACCOUNT TO SWEEP TO.
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     PERFORM 2000-SELECT-DUE THRU 2000-EXIT
001770         UNTIL LGL-EOF
001780     CLOSE LEGAL-FILE
001790     CLOSE DUE-FILE
001800     IF WS-DUE-COUNT > ZERO
001810         AND WS-SUSPENSE-ACCT-ID = SPACES
001820         DISPLAY "GARNISH - NO SUSPENSE ACCOUNT ON FILE, "
001830             WS-DUE-COUNT " LEVIES DUE NOT SWEPT"
001840         MOVE 12 TO RETURN-CODE
001850     ELSE
001860         OPEN INPUT DUE-FILE
001870         PERFORM 3100-READ-DUE THRU 3100-EXIT
001880         PERFORM 3000-SWEEP-LEVY THRU 3000-EXIT
001890             UNTIL DUE-EOF
001895         CLOSE DUE-FILE
001900     END-IF
001910     PERFORM 8000-TERMINATE THRU 8000-EXIT
001920     GOBACK.
001930
001940*****************************************************************
001950* 1000-INITIALIZE
001960*   ZEROES THE CONTROL TOTALS, SETS THE RUN DATE, LOADS THE
001970*   SUSPENSE ACCOUNT, OPENS THE FILES, PRINTS THE RUN HEADINGS,
001980*   AND PRIMES THE RESTRICTIONS READ.  NO RESTRICTIONS FILE ON
001990*   DISK MEANS NO ORDER HAS EVER BEEN SERVED - THE RUN STILL
002000*   PRINTS A REPORT WITH ZERO TOTALS.
002010*****************************************************************
002020 1000-INITIALIZE.
002030     MOVE ZERO TO WS-READ-COUNT
002040     MOVE ZERO TO WS-DUE-COUNT
002050     MOVE ZERO TO WS-SWEPT-COUNT
002060     MOVE ZERO TO WS-PARTIAL-COUNT
002070     MOVE ZERO TO WS-FAIL-COUNT
002080     MOVE ZERO TO WS-DUE-AMOUNT
002090     MOVE ZERO TO WS-SWEPT-AMOUNT
002100     MOVE SPACES TO WS-SUSPENSE-ACCT-ID
002110     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002120     OPEN INPUT BUSINESS-DATE-FILE
002130     IF WS-BDATE-FILE-STATUS = "00"
002140         READ BUSINESS-DATE-FILE
002150             AT END
002160                 CONTINUE
002170             NOT AT END
002180                 MOVE BD-BUSINESS-DATE TO WS-TODAY
002190         END-READ
002200         CLOSE BUSINESS-DATE-FILE
002210     END-IF
002220     OPEN INPUT SUSPENSE-FILE
002230     IF WS-SUSP-FILE-STATUS = "00"
002240         READ SUSPENSE-FILE
002250             AT END
002260                 CONTINUE
002270             NOT AT END
002280                 MOVE GS-SUSPENSE-ACCT-ID TO WS-SUSPENSE-ACCT-ID
002290         END-READ
002300         CLOSE SUSPENSE-FILE
002310     END-IF
002320     OPEN OUTPUT REPORT-FILE
002330     WRITE REPORT-RECORD FROM WS-HEADING-1
002340     MOVE WS-TODAY TO WS-H2-DATE
002350     MOVE WS-SUSPENSE-ACCT-ID TO WS-H2-SUSPENSE
002360     WRITE REPORT-RECORD FROM WS-HEADING-2
002370     MOVE SPACES TO REPORT-RECORD
002380     WRITE REPORT-RECORD
002390     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
002400     OPEN OUTPUT DUE-FILE
002410     OPEN INPUT LEGAL-FILE
002420     IF WS-LGL-FILE-STATUS NOT = "00"
002430         DISPLAY "GARNISH - NO LEGAL RESTRICTIONS FILE ON DISK, "
002440             "NOTHING TO SWEEP"
002450         SET LGL-EOF TO TRUE
002460     ELSE
002470         PERFORM 2100-READ-ORDER THRU 2100-EXIT
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510
002520*****************************************************************
002530* 2000-SELECT-DUE
002540*   COPIES THE CURRENT ORDER TO THE WORK FILE IF IT IS AN ACTIVE
002550*   LEVY WHOSE ORDER DATE HAS ARRIVED, THAT IS NOT PAST ITS
002560*   EXPIRY DATE, AND HAS SOMETHING STILL OWED ON IT, AND READS
002570*   THE NEXT.
002580*****************************************************************
002590 2000-SELECT-DUE.
002600     ADD 1 TO WS-READ-COUNT
002610     IF LR-TYPE-LEVY
002620         AND LR-ACTIVE
002630         AND LR-ORDER-DATE NOT > WS-TODAY
002640         AND (LR-EXPIRY-DATE = ZERO
002650             OR LR-EXPIRY-DATE NOT < WS-TODAY)
002660         AND LR-LEVY-AMOUNT > LR-SWEPT-AMOUNT
002670         WRITE DUE-RECORD FROM LEGAL-RESTRICTION-RECORD
002680         ADD 1 TO WS-DUE-COUNT
002690     END-IF
002700     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730
002740 2100-READ-ORDER.
002750     READ LEGAL-FILE
002760         AT END
002770             SET LGL-EOF TO TRUE
002780     END-READ.
002790 2100-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830* 3000-SWEEP-LEVY
002840*   ASKS ACCOUNT TO SWEEP EVERYTHING STILL OWED ON ONE DUE LEVY
002850*   AND READS THE NEXT.  ACCOUNT HANDS BACK THE AMOUNT IT ACTUALLY
002860*   TOOK, WHICH IS LESS THAN WHAT WAS OWED WHEN THE ACCOUNT COULD
002870*   NOT COVER IT ALL - THE REST STAYS RING-FENCED FOR THE NEXT
002880*   RUN.  A DECLINE MOVES NOTHING.
002890*****************************************************************
002900 3000-SWEEP-LEVY.
002910     COMPUTE WS-OWED = GD-LEVY-AMOUNT - GD-SWEPT-AMOUNT
002920     ADD WS-OWED TO WS-DUE-AMOUNT
002930     MOVE GD-ACCT-ID TO WS-D-ACCT
002940     MOVE GD-ORDER-REF TO WS-D-ORDER-REF
002950     MOVE WS-OWED TO WS-D-DUE
002960     INITIALIZE DFHCOMMAREA
002970     MOVE GD-ACCT-ID TO CA-ACCT-ID
002980     MOVE WS-SUSPENSE-ACCT-ID TO CA-TO-ACCT-ID
002990     MOVE "GARNISH   " TO CA-TRANS-TYPE
003000     COMPUTE CA-AMOUNT = WS-OWED
003010     MOVE GD-ORDER-REF TO CA-LGL-ORDER-REF
003020     MOVE "GARNISH " TO CA-TELLER-ID
003030     CALL "ACCOUNT" USING DFHCOMMAREA
003040     IF CA-ST-SUCCESS
003050         COMPUTE WS-TAKEN ROUNDED = CA-AMOUNT
003060         MOVE WS-TAKEN TO WS-D-SWEPT
003070         MOVE SPACES TO WS-D-CODE
003080         ADD WS-TAKEN TO WS-SWEPT-AMOUNT
003090         IF WS-TAKEN < WS-OWED
003100             MOVE "PARTIAL  " TO WS-D-DISP
003110             ADD 1 TO WS-PARTIAL-COUNT
003120         ELSE
003130             MOVE "SWEPT    " TO WS-D-DISP
003140             ADD 1 TO WS-SWEPT-COUNT
003150         END-IF
003160     ELSE
003170         MOVE ZERO TO WS-D-SWEPT
003180         MOVE "FAILED   " TO WS-D-DISP
003190         MOVE CA-STATUS TO WS-STATUS-CODE
003200         MOVE WS-STATUS-CODE TO WS-D-CODE
003210         ADD 1 TO WS-FAIL-COUNT
003220     END-IF
003230     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
003240     PERFORM 3100-READ-DUE THRU 3100-EXIT.
003250 3000-EXIT.
003260     EXIT.
003270
003280 3100-READ-DUE.
003290     READ DUE-FILE
003300         AT END
003310             SET DUE-EOF TO TRUE
003320     END-READ.
003330 3100-EXIT.
003340     EXIT.
003350
003360*****************************************************************
003370* 8000-TERMINATE
003380*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
003390*   SUMMARY FOR THE OPERATOR CONSOLE.
003400*****************************************************************
003410 8000-TERMINATE.
003420     MOVE SPACES TO REPORT-RECORD
003430     WRITE REPORT-RECORD
003440     MOVE "ORDERS ON FILE:" TO WS-T-CAPTION
003450     MOVE WS-READ-COUNT TO WS-T-COUNT
003460     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003470     MOVE "LEVIES DUE:" TO WS-T-CAPTION
003480     MOVE WS-DUE-COUNT TO WS-T-COUNT
003490     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003500     MOVE "LEVIES SWEPT IN FULL:" TO WS-T-CAPTION
003510     MOVE WS-SWEPT-COUNT TO WS-T-COUNT
003520     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003530     MOVE "LEVIES SWEPT IN PART:" TO WS-T-CAPTION
003540     MOVE WS-PARTIAL-COUNT TO WS-T-COUNT
003550     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003560     MOVE "LEVIES FAILED:" TO WS-T-CAPTION
003570     MOVE WS-FAIL-COUNT TO WS-T-COUNT
003580     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003590     MOVE "AMOUNT DUE:" TO WS-A-CAPTION
003600     MOVE WS-DUE-AMOUNT TO WS-A-AMOUNT
003610     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
003620     MOVE "AMOUNT SWEPT TO SUSPENSE:" TO WS-A-CAPTION
003630     MOVE WS-SWEPT-AMOUNT TO WS-A-AMOUNT
003640     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
003650     CLOSE REPORT-FILE
003660     DISPLAY "GARNISH - DUE: " WS-DUE-COUNT
003670         " SWEPT: " WS-SWEPT-COUNT
003680         " PARTIAL: " WS-PARTIAL-COUNT
003690         " FAILED: " WS-FAIL-COUNT.
003700 8000-EXIT.
003710     EXIT.
