000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LGLRPT.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* DAILY ACTIVE LEGAL RESTRICTIONS REPORT.
000090* LISTS EVERY ORDER ON THE LEGAL RESTRICTIONS FILE (LAYOUT IN
000100* LEGALRCL) THAT IS STILL ACTIVE - FULL FREEZES, DEBIT BLOCKS,
000110* AND LEVIES NOT YET SWEPT IN FULL - IN ACCOUNT ORDER FOR THE
000120* LEGAL DEPARTMENT, WITH WHAT IS STILL OWED ON EACH LEVY.  AN
000130* ORDER PAST ITS EXPIRY DATE NO LONGER RESTRICTS THE ACCOUNT
000140* BUT STAYS ACTIVE ON FILE UNTIL IT IS RELEASED, SO IT IS STILL
000150* LISTED, MARKED FOR THE LEGAL DEPARTMENT TO RELEASE, AND KEPT
000160* OUT OF THE IN-FORCE TOTALS.  RELEASED AND SATISFIED ORDERS
000170* ARE NOT LISTED.
000180*
000190* MODIFICATION HISTORY
000200* ---------- ----  -----------------------------------------------
000210* DATE       INIT  DESCRIPTION
000220* ---------- ----  -----------------------------------------------
000230* 10/15/2026 DC    ORIGINAL VERSION.
000240*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290* THE LEGAL RESTRICTIONS FILE - READ START TO FINISH, NEVER
000300* REWRITTEN HERE.
000310     SELECT LEGAL-FILE ASSIGN TO "data/legal-restrictions.dat"
000320     ORGANIZATION IS INDEXED
000330     ACCESS MODE IS SEQUENTIAL
000340     RECORD KEY IS LR-KEY
000350     FILE STATUS IS WS-LGL-FILE-STATUS.
000360* THE ACTIVE RESTRICTIONS REPORT FOR THE LEGAL DEPARTMENT.
000370     SELECT REPORT-FILE ASSIGN TO "data/legal-restrictions.rpt"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000390* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000400* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000410     SELECT BUSINESS-DATE-FILE
000420         ASSIGN TO "data/business-date.dat"
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS WS-BDATE-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  LEGAL-FILE.
000490     COPY LEGALRCL.
000500
000510 FD  BUSINESS-DATE-FILE.
000520 01  BUSINESS-DATE-RECORD.
000530     05  BD-BUSINESS-DATE     PIC 9(08).
000540
000550 FD  REPORT-FILE.
000560 01  REPORT-RECORD             PIC X(80).
000570
000580 WORKING-STORAGE SECTION.
000590* SWITCHES
000600 01  WS-FLAGS.
000610     05  WS-LGL-EOF-FLAG       PIC X VALUE 'N'.
000620         88  LGL-EOF                   VALUE 'Y'.
000630     05  WS-LGL-OPEN-FLAG      PIC X VALUE 'N'.
000640         88  LGL-FILE-OPEN             VALUE 'Y'.
000650
000660* FILE STATUS FIELDS.
000670 01  WS-FILE-STATUS-FIELDS.
000680     05  WS-LGL-FILE-STATUS    PIC X(02).
000690     05  WS-BDATE-FILE-STATUS  PIC X(02).
000700
000710* CONTROL TOTALS
000720 01  WS-WORK-FIELDS.
000730     05  WS-READ-COUNT         PIC 9(07) COMP.
000740     05  WS-IN-FORCE-COUNT     PIC 9(07) COMP.
000750     05  WS-FREEZE-COUNT       PIC 9(07) COMP.
000760     05  WS-BLOCK-COUNT        PIC 9(07) COMP.
000770     05  WS-LEVY-COUNT         PIC 9(07) COMP.
000780     05  WS-EXPIRED-COUNT      PIC 9(07) COMP.
000790     05  WS-LEVY-OWED          PIC S9(12)V99 COMP-3.
000800     05  WS-OWED               PIC S9(10)V99.
000810     05  WS-TODAY              PIC 9(08).
000820
000830 01  WS-REPORT-LINES.
000840     05  WS-HEADING-1.
000850         10  FILLER            PIC X(32)
000860             VALUE "ACTIVE LEGAL RESTRICTIONS       ".
000870         10  FILLER            PIC X(48) VALUE SPACES.
000880     05  WS-HEADING-2.
000890         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
000900         10  WS-H2-DATE        PIC 9(08).
000910         10  FILLER            PIC X(61) VALUE SPACES.
000920     05  WS-HEADING-3.
000930         10  FILLER            PIC X(40)
000940             VALUE "T = F FULL FREEZE  D DEBIT BLOCK  L LEVY".
000950         10  FILLER            PIC X(40) VALUE SPACES.
000960     05  WS-COLUMN-LINE.
000970         10  FILLER            PIC X(29)
000980             VALUE "ACCOUNT     ORDER REFERENCE  ".
000990         10  FILLER            PIC X(20)
001000             VALUE "T  AUTHORITY        ".
001010         10  FILLER            PIC X(18)
001020             VALUE "ORDERED  EXPIRES  ".
001030         10  FILLER            PIC X(13)
001040             VALUE "  OUTSTANDING".
001050     05  WS-DETAIL-LINE.
001060         10  WS-D-ACCT         PIC X(10).
001070         10  FILLER            PIC X(02) VALUE SPACES.
001080         10  WS-D-ORDER-REF    PIC X(15).
001090         10  FILLER            PIC X(02) VALUE SPACES.
001100         10  WS-D-TYPE         PIC X(01).
001110         10  FILLER            PIC X(02) VALUE SPACES.
001120         10  WS-D-AUTHORITY    PIC X(15).
001130         10  FILLER            PIC X(02) VALUE SPACES.
001140         10  WS-D-ORDER-DATE   PIC 9(08).
001150         10  FILLER            PIC X(01) VALUE SPACES.
001160         10  WS-D-EXPIRY       PIC X(08).
001170         10  WS-D-EXPIRY-9 REDEFINES WS-D-EXPIRY
001180                               PIC 9(08).
001190         10  WS-D-EXPIRED-MARK PIC X(01).
001200         10  WS-D-OWED         PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001210     05  WS-FOOTNOTE-LINE.
001220         10  FILLER            PIC X(36)
001230             VALUE "* PAST EXPIRY - NO LONGER IN FORCE, ".
001240         10  FILLER            PIC X(44)
001250             VALUE "AWAITING RELEASE".
001260     05  WS-TOTAL-LINE.
001270         10  WS-T-CAPTION      PIC X(33).
001280         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001290         10  FILLER            PIC X(38) VALUE SPACES.
001300     05  WS-AMOUNT-LINE.
001310         10  WS-A-CAPTION      PIC X(33).
001320         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001330         10  FILLER            PIC X(28) VALUE SPACES.
001340
001350 PROCEDURE DIVISION.
001360*****************************************************************
001370* 0000-MAINLINE
001380*   DRIVES ONE PASS OVER THE LEGAL RESTRICTIONS FILE.
001390*****************************************************************
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001420     PERFORM 2000-LIST-ORDER THRU 2000-EXIT
001430         UNTIL LGL-EOF
001440     PERFORM 8000-TERMINATE THRU 8000-EXIT
001450     GOBACK.
001460
001470*****************************************************************
001480* 1000-INITIALIZE
001490*   ZEROES THE CONTROL TOTALS, SETS THE RUN DATE, OPENS THE
001500*   FILES, PRINTS THE RUN HEADINGS, AND PRIMES THE READ.  NO
001510*   RESTRICTIONS FILE ON DISK MEANS NO ORDER HAS EVER BEEN
001520*   SERVED - THE RUN STILL PRINTS A REPORT WITH ZERO TOTALS.
001530*****************************************************************
001540 1000-INITIALIZE.
001550     MOVE ZERO TO WS-READ-COUNT
001560     MOVE ZERO TO WS-IN-FORCE-COUNT
001570     MOVE ZERO TO WS-FREEZE-COUNT
001580     MOVE ZERO TO WS-BLOCK-COUNT
001590     MOVE ZERO TO WS-LEVY-COUNT
001600     MOVE ZERO TO WS-EXPIRED-COUNT
001610     MOVE ZERO TO WS-LEVY-OWED
001620     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001630     OPEN INPUT BUSINESS-DATE-FILE
001640     IF WS-BDATE-FILE-STATUS = "00"
001650         READ BUSINESS-DATE-FILE
001660             AT END
001670                 CONTINUE
001680             NOT AT END
001690                 MOVE BD-BUSINESS-DATE TO WS-TODAY
001700         END-READ
001710         CLOSE BUSINESS-DATE-FILE
001720     END-IF
001730     OPEN OUTPUT REPORT-FILE
001740     WRITE REPORT-RECORD FROM WS-HEADING-1
001750     MOVE WS-TODAY TO WS-H2-DATE
001760     WRITE REPORT-RECORD FROM WS-HEADING-2
001770     WRITE REPORT-RECORD FROM WS-HEADING-3
001780     MOVE SPACES TO REPORT-RECORD
001790     WRITE REPORT-RECORD
001800     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
001810     OPEN INPUT LEGAL-FILE
001820     IF WS-LGL-FILE-STATUS NOT = "00"
001830         DISPLAY "LGLRPT - NO LEGAL RESTRICTIONS FILE ON DISK, "
001840             "NOTHING TO LIST"
001850         SET LGL-EOF TO TRUE
001860     ELSE
001870         SET LGL-FILE-OPEN TO TRUE
001880         PERFORM 2100-READ-ORDER THRU 2100-EXIT
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920
001930*****************************************************************
001940* 2000-LIST-ORDER
001950*   PRINTS THE CURRENT ORDER IF IT IS STILL ACTIVE AND ROLLS IT
001960*   INTO THE TOTALS - THE IN-FORCE TOTALS IF IT IS NOT PAST ITS
001970*   EXPIRY DATE, THE PAST-EXPIRY COUNT IF IT IS - AND READS THE
001980*   NEXT.
001990*****************************************************************
002000 2000-LIST-ORDER.
002010     ADD 1 TO WS-READ-COUNT
002020     IF NOT LR-ACTIVE
002030         GO TO 2000-READ-NEXT
002040     END-IF
002050     MOVE LR-ACCT-ID TO WS-D-ACCT
002060     MOVE LR-ORDER-REF TO WS-D-ORDER-REF
002070     MOVE LR-TYPE TO WS-D-TYPE
002080     MOVE LR-AUTHORITY TO WS-D-AUTHORITY
002090     MOVE LR-ORDER-DATE TO WS-D-ORDER-DATE
002100     IF LR-EXPIRY-DATE = ZERO
002110         MOVE "NONE" TO WS-D-EXPIRY
002120     ELSE
002130         MOVE LR-EXPIRY-DATE TO WS-D-EXPIRY-9
002140     END-IF
002150     IF LR-TYPE-LEVY
002160         COMPUTE WS-OWED = LR-LEVY-AMOUNT - LR-SWEPT-AMOUNT
002170     ELSE
002180         MOVE ZERO TO WS-OWED
002190     END-IF
002200     MOVE WS-OWED TO WS-D-OWED
002210     IF LR-EXPIRY-DATE NOT = ZERO
002220         AND LR-EXPIRY-DATE < WS-TODAY
002230         MOVE "*" TO WS-D-EXPIRED-MARK
002240         ADD 1 TO WS-EXPIRED-COUNT
002250     ELSE
002260         MOVE SPACE TO WS-D-EXPIRED-MARK
002270         PERFORM 2200-TALLY-IN-FORCE THRU 2200-EXIT
002280     END-IF
002290     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
002300 2000-READ-NEXT.
002310     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
002320 2000-EXIT.
002330     EXIT.
002340
002350 2100-READ-ORDER.
002360     READ LEGAL-FILE
002370         AT END
002380             SET LGL-EOF TO TRUE
002390     END-READ.
002400 2100-EXIT.
002410     EXIT.
002420
002430 2200-TALLY-IN-FORCE.
002440     ADD 1 TO WS-IN-FORCE-COUNT
002450     EVALUATE TRUE
002460         WHEN LR-TYPE-FREEZE
002470             ADD 1 TO WS-FREEZE-COUNT
002480         WHEN LR-TYPE-DEBIT-BLOCK
002490             ADD 1 TO WS-BLOCK-COUNT
002500         WHEN LR-TYPE-LEVY
002510             ADD 1 TO WS-LEVY-COUNT
002520             ADD WS-OWED TO WS-LEVY-OWED
002530     END-EVALUATE.
002540 2200-EXIT.
002550     EXIT.
002560
002570*****************************************************************
002580* 8000-TERMINATE
002590*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
002600*   SUMMARY FOR THE OPERATOR CONSOLE.
002610*****************************************************************
002620 8000-TERMINATE.
002630     MOVE SPACES TO REPORT-RECORD
002640     WRITE REPORT-RECORD
002650     IF WS-EXPIRED-COUNT > ZERO
002660         WRITE REPORT-RECORD FROM WS-FOOTNOTE-LINE
002670         MOVE SPACES TO REPORT-RECORD
002680         WRITE REPORT-RECORD
002690     END-IF
002700     MOVE "ORDERS ON FILE:" TO WS-T-CAPTION
002710     MOVE WS-READ-COUNT TO WS-T-COUNT
002720     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002730     MOVE "ORDERS IN FORCE:" TO WS-T-CAPTION
002740     MOVE WS-IN-FORCE-COUNT TO WS-T-COUNT
002750     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002760     MOVE "  FULL FREEZES:" TO WS-T-CAPTION
002770     MOVE WS-FREEZE-COUNT TO WS-T-COUNT
002780     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002790     MOVE "  DEBIT BLOCKS:" TO WS-T-CAPTION
002800     MOVE WS-BLOCK-COUNT TO WS-T-COUNT
002810     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002820     MOVE "  LEVIES:" TO WS-T-CAPTION
002830     MOVE WS-LEVY-COUNT TO WS-T-COUNT
002840     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002850     MOVE "PAST EXPIRY, AWAITING RELEASE:" TO WS-T-CAPTION
002860     MOVE WS-EXPIRED-COUNT TO WS-T-COUNT
002870     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002880     MOVE "LEVIES OUTSTANDING:" TO WS-A-CAPTION
002890     MOVE WS-LEVY-OWED TO WS-A-AMOUNT
002900     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
002910     IF LGL-FILE-OPEN
002920         CLOSE LEGAL-FILE
002930     END-IF
002940     CLOSE REPORT-FILE
002950     DISPLAY "LGLRPT - IN FORCE: " WS-IN-FORCE-COUNT
002960         " FREEZES: " WS-FREEZE-COUNT
002970         " BLOCKS: " WS-BLOCK-COUNT
002980         " LEVIES: " WS-LEVY-COUNT
002990         " PAST EXPIRY: " WS-EXPIRED-COUNT.
003000 8000-EXIT.
003010     EXIT.
