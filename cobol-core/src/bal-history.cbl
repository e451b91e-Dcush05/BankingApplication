000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BALHIST.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* NIGHTLY CLOSING-BALANCE HISTORY JOB.
000090* MAKES ONE PASS OVER data/master-ledger.dat AFTER THE DAY'S
000100* POSTING JOBS AND WRITES EVERY ACCOUNT'S LEDGER BALANCE, STATUS,
000110* AND PRODUCT CODE TO THE BALANCE HISTORY FILE (LAYOUT IN
000120* BALHSTCL) UNDER THE BUSINESS DATE.  THE HISTORY IS WHAT THE
000130* MONTH-END INTACCR AND FEEASSES RUNS AVERAGE A PRODUCT'S DAILY
000140* BALANCES FROM, AND WHAT THE BAL-ASOF LOOKUP IN ACCOUNT ANSWERS
000150* A DISPUTE FROM.  CLOSED ACCOUNTS ARE WRITTEN TOO, SO A LOOKUP
000160* PAST THE CLOSE DATE ANSWERS THE CLOSE.
000170*
000180* A RERUN FOR THE SAME BUSINESS DATE REPLACES THE DAY'S RECORDS
000190* WITH THE LEDGER AS IT NOW STANDS, AND COUNTS THEM SEPARATELY.
000200* A RECORD THAT CANNOT BE WRITTEN OR REWRITTEN, OR A HISTORY
000205* FILE THAT CANNOT BE OPENED, ENDS THE JOB RC 12, SO THE WINDOW
000210* STOPS AND THE DAY IS RERUN BEFORE A LATER MONTH-END RUN
000220* AVERAGES A MONTH WITH THAT DAY MISSING.
000230*
000240* MODIFICATION HISTORY
000250* ---------- ----  -----------------------------------------------
000260* DATE       INIT  DESCRIPTION
000270* ---------- ----  -----------------------------------------------
000280* 10/15/2026 DC    ORIGINAL VERSION.
000290*
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340* THE MASTER LEDGER - READ START TO FINISH, NEVER REWRITTEN HERE.
000350     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000360     ORGANIZATION IS INDEXED
000370     ACCESS MODE IS SEQUENTIAL
000380     RECORD KEY IS M-ACCT-ID
000390     FILE STATUS IS WS-MASTER-FILE-STATUS.
000400* THE DAILY BALANCE HISTORY - ONE RECORD PER ACCOUNT PER BUSINESS
000410* DATE, WRITTEN BY KEY.
000420     SELECT BAL-HIST-FILE ASSIGN TO "data/balance-history.dat"
000430     ORGANIZATION IS INDEXED
000440     ACCESS MODE IS RANDOM
000450     RECORD KEY IS BH-KEY
000460     FILE STATUS IS WS-BH-FILE-STATUS.
000470* THE RUN REPORT FOR OPS.
000480     SELECT REPORT-FILE ASSIGN TO "data/balance-history.rpt"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000500* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000510* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000520     SELECT BUSINESS-DATE-FILE
000530         ASSIGN TO "data/business-date.dat"
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS WS-BDATE-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MASTER-FILE.
000600     COPY MASTRECL.
000610
000620 FD  BAL-HIST-FILE.
000630     COPY BALHSTCL.
000640
000650 FD  BUSINESS-DATE-FILE.
000660 01  BUSINESS-DATE-RECORD.
000670     05  BD-BUSINESS-DATE     PIC 9(08).
000680
000690 FD  REPORT-FILE.
000700 01  REPORT-RECORD             PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730* SWITCHES
000740 01  WS-FLAGS.
000750     05  WS-EOF-FLAG           PIC X VALUE 'N'.
000760         88  END-OF-FILE               VALUE 'Y'.
000770     05  WS-BH-OPEN-FLAG       PIC X VALUE 'N'.
000780         88  BH-FILE-OPEN              VALUE 'Y'.
000790
000800* FILE STATUS FIELDS.
000810 01  WS-FILE-STATUS-FIELDS.
000820     05  WS-MASTER-FILE-STATUS PIC X(02).
000830     05  WS-BH-FILE-STATUS     PIC X(02).
000840     05  WS-BDATE-FILE-STATUS  PIC X(02).
000850
000860* CONTROL TOTALS
000870 01  WS-WORK-FIELDS.
000880     05  WS-READ-COUNT         PIC 9(07) COMP.
000890     05  WS-WRITTEN-COUNT      PIC 9(07) COMP.
000900     05  WS-REPLACED-COUNT     PIC 9(07) COMP.
000910     05  WS-FAILED-COUNT       PIC 9(07) COMP.
000920     05  WS-CLOSED-COUNT       PIC 9(07) COMP.
000930     05  WS-LEDGER-TOTAL       PIC S9(12)V99 COMP-3.
000940     05  WS-TODAY              PIC 9(08).
000950     05  WS-NOW-DATE           PIC 9(08).
000960     05  WS-NOW-TIME           PIC 9(08).
000970
000980 01  WS-REPORT-LINES.
000990     05  WS-HEADING-1.
001000         10  FILLER            PIC X(32)
001010             VALUE "DAILY CLOSING-BALANCE HISTORY   ".
001020         10  FILLER            PIC X(48) VALUE SPACES.
001030     05  WS-HEADING-2.
001040         10  FILLER            PIC X(15) VALUE "BUSINESS DATE: ".
001050         10  WS-H2-DATE        PIC 9(08).
001060         10  FILLER            PIC X(57) VALUE SPACES.
001070     05  WS-DETAIL-LINE.
001080         10  FILLER            PIC X(16) VALUE "WRITE FAILED -  ".
001090         10  WS-D-ACCT         PIC X(10).
001100         10  FILLER            PIC X(09) VALUE "  STATUS ".
001110         10  WS-D-STATUS       PIC X(02).
001120         10  FILLER            PIC X(43) VALUE SPACES.
001130     05  WS-TOTAL-LINE.
001140         10  WS-T-CAPTION      PIC X(33).
001150         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001160         10  FILLER            PIC X(38) VALUE SPACES.
001170     05  WS-AMOUNT-LINE.
001180         10  WS-A-CAPTION      PIC X(33).
001190         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001200         10  FILLER            PIC X(28) VALUE SPACES.
001210
001220 PROCEDURE DIVISION.
001230*****************************************************************
001240* 0000-MAINLINE
001250*   DRIVES ONE PASS OVER MASTER-FILE.
001260*****************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001290     PERFORM 2000-RECORD-BALANCE THRU 2000-EXIT
001300         UNTIL END-OF-FILE
001310     PERFORM 8000-TERMINATE THRU 8000-EXIT
001320     GOBACK.
001330
001340*****************************************************************
001350* 1000-INITIALIZE
001360*   ZEROES THE CONTROL TOTALS, SETS THE BUSINESS DATE, OPENS THE
001370*   FILES, PRINTS THE RUN HEADINGS, AND PRIMES THE READ.  THE
001380*   FIRST RUN BUILDS AN EMPTY HISTORY FILE.  A HISTORY FILE THAT
001390*   STILL WILL NOT OPEN WRITES NOTHING AND ENDS THE JOB RC 12.
001400*****************************************************************
001410 1000-INITIALIZE.
001420     MOVE ZERO TO WS-READ-COUNT
001430     MOVE ZERO TO WS-WRITTEN-COUNT
001440     MOVE ZERO TO WS-REPLACED-COUNT
001450     MOVE ZERO TO WS-FAILED-COUNT
001460     MOVE ZERO TO WS-CLOSED-COUNT
001470     MOVE ZERO TO WS-LEDGER-TOTAL
001480     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001490     OPEN INPUT BUSINESS-DATE-FILE
001500     IF WS-BDATE-FILE-STATUS = "00"
001510         READ BUSINESS-DATE-FILE
001520             AT END
001530                 CONTINUE
001540             NOT AT END
001550                 MOVE BD-BUSINESS-DATE TO WS-TODAY
001560         END-READ
001570         CLOSE BUSINESS-DATE-FILE
001580     END-IF
001590     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
001600     ACCEPT WS-NOW-TIME FROM TIME
001610     OPEN OUTPUT REPORT-FILE
001620     WRITE REPORT-RECORD FROM WS-HEADING-1
001630     MOVE WS-TODAY TO WS-H2-DATE
001640     WRITE REPORT-RECORD FROM WS-HEADING-2
001650     MOVE SPACES TO REPORT-RECORD
001660     WRITE REPORT-RECORD
001670     OPEN I-O BAL-HIST-FILE
001680     IF WS-BH-FILE-STATUS = "35"
001690         OPEN OUTPUT BAL-HIST-FILE
001700         CLOSE BAL-HIST-FILE
001710         OPEN I-O BAL-HIST-FILE
001720     END-IF
001730     IF WS-BH-FILE-STATUS NOT = "00"
001740         DISPLAY "BALHIST - BALANCE HISTORY FILE OPEN FAILED, "
001750             "STATUS " WS-BH-FILE-STATUS
001760         MOVE 12 TO RETURN-CODE
001770         SET END-OF-FILE TO TRUE
001780         GO TO 1000-EXIT
001790     END-IF
001800     SET BH-FILE-OPEN TO TRUE
001810     OPEN INPUT MASTER-FILE
001820     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850
001860*****************************************************************
001870* 2000-RECORD-BALANCE
001880*   WRITES THE CURRENT ACCOUNT'S HISTORY RECORD FOR THE BUSINESS
001890*   DATE - REPLACING THE ONE A PREVIOUS RUN FOR THE SAME DATE
001900*   LEFT - AND READS THE NEXT ACCOUNT.  A FAILED WRITE IS
001910*   PRINTED AND COUNTED, AND THE PASS CARRIES ON SO THE REPORT
001920*   SHOWS EVERY ACCOUNT AFFECTED.
001930*****************************************************************
001940 2000-RECORD-BALANCE.
001950     ADD 1 TO WS-READ-COUNT
001960     IF M-ACCT-CLOSED
001970         ADD 1 TO WS-CLOSED-COUNT
001980     END-IF
001990     MOVE M-ACCT-ID TO BH-ACCT-ID
002000     MOVE WS-TODAY TO BH-BUS-DATE
002010     MOVE M-BALANCE TO BH-CLOSING-BALANCE
002020     MOVE M-ACCT-STATUS TO BH-ACCT-STATUS
002030     MOVE M-ACCT-TYPE TO BH-ACCT-TYPE
002040     MOVE WS-NOW-DATE TO BH-WRITTEN-DATE
002050     MOVE WS-NOW-TIME TO BH-WRITTEN-TIME
002060     WRITE BALANCE-HISTORY-RECORD
002070         INVALID KEY
002080             PERFORM 2200-REPLACE-BALANCE THRU 2200-EXIT
002090             GO TO 2000-READ-NEXT
002100     END-WRITE
002110     IF WS-BH-FILE-STATUS NOT = "00"
002120         PERFORM 2300-WRITE-FAILED THRU 2300-EXIT
002130         GO TO 2000-READ-NEXT
002140     END-IF
002150     ADD 1 TO WS-WRITTEN-COUNT
002160     ADD M-BALANCE TO WS-LEDGER-TOTAL.
002170 2000-READ-NEXT.
002180     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002190 2000-EXIT.
002200     EXIT.
002210
002220 2100-READ-MASTER.
002230     READ MASTER-FILE
002240         AT END
002250             SET END-OF-FILE TO TRUE
002260     END-READ.
002270 2100-EXIT.
002280     EXIT.
002290
002300*****************************************************************
002310* 2200-REPLACE-BALANCE
002320*   THE ACCOUNT ALREADY HAS A RECORD FOR THE BUSINESS DATE - THE
002330*   WINDOW IS BEING RERUN - SO IT IS REWRITTEN WITH THE LEDGER AS
002340*   IT NOW STANDS.  A FAILED REWRITE IS PRINTED AND COUNTED THE
002345*   SAME AS A FAILED WRITE.
002350*****************************************************************
002360 2200-REPLACE-BALANCE.
002370     REWRITE BALANCE-HISTORY-RECORD
002372         INVALID KEY
002374             PERFORM 2300-WRITE-FAILED THRU 2300-EXIT
002376             GO TO 2200-EXIT
002378     END-REWRITE
002380     IF WS-BH-FILE-STATUS NOT = "00"
002390         PERFORM 2300-WRITE-FAILED THRU 2300-EXIT
002400         GO TO 2200-EXIT
002410     END-IF
002420     ADD 1 TO WS-REPLACED-COUNT
002430     ADD M-BALANCE TO WS-LEDGER-TOTAL.
002440 2200-EXIT.
002450     EXIT.
002460
002470 2300-WRITE-FAILED.
002480     ADD 1 TO WS-FAILED-COUNT
002490     MOVE M-ACCT-ID TO WS-D-ACCT
002500     MOVE WS-BH-FILE-STATUS TO WS-D-STATUS
002510     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
002520     DISPLAY "BALHIST - HISTORY WRITE FAILED, STATUS "
002530         WS-BH-FILE-STATUS " FOR ACCT " M-ACCT-ID.
002540 2300-EXIT.
002550     EXIT.
002560
002570*****************************************************************
002580* 8000-TERMINATE
002590*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, DISPLAYS A
002600*   SUMMARY FOR THE OPERATOR CONSOLE, AND ENDS THE JOB RC 12 IF
002610*   ANY ACCOUNT'S BALANCE COULD NOT BE RECORDED.  THE LEDGER
002620*   TOTAL IS EVERY BALANCE RECORDED, SO IT TIES TO THE NIGHT'S
002630*   LEDGER WHEN NOTHING FAILED.
002640*****************************************************************
002650 8000-TERMINATE.
002660     MOVE SPACES TO REPORT-RECORD
002670     WRITE REPORT-RECORD
002680     MOVE "ACCOUNTS READ:" TO WS-T-CAPTION
002690     MOVE WS-READ-COUNT TO WS-T-COUNT
002700     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002710     MOVE "  OF WHICH CLOSED:" TO WS-T-CAPTION
002720     MOVE WS-CLOSED-COUNT TO WS-T-COUNT
002730     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002740     MOVE "BALANCES RECORDED:" TO WS-T-CAPTION
002750     MOVE WS-WRITTEN-COUNT TO WS-T-COUNT
002760     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002770     MOVE "BALANCES REPLACED (RERUN):" TO WS-T-CAPTION
002780     MOVE WS-REPLACED-COUNT TO WS-T-COUNT
002790     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002800     MOVE "WRITES FAILED:" TO WS-T-CAPTION
002810     MOVE WS-FAILED-COUNT TO WS-T-COUNT
002820     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002830     MOVE "LEDGER TOTAL RECORDED:" TO WS-A-CAPTION
002840     MOVE WS-LEDGER-TOTAL TO WS-A-AMOUNT
002850     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
002860     IF BH-FILE-OPEN
002870         CLOSE MASTER-FILE
002880         CLOSE BAL-HIST-FILE
002890     END-IF
002900     CLOSE REPORT-FILE
002910     DISPLAY "BALHIST - READ: " WS-READ-COUNT
002920         " RECORDED: " WS-WRITTEN-COUNT
002930         " REPLACED: " WS-REPLACED-COUNT
002940         " FAILED: " WS-FAILED-COUNT
002950     IF WS-FAILED-COUNT > ZERO
002960         MOVE 12 TO RETURN-CODE
002970     END-IF.
002980 8000-EXIT.
002990     EXIT.
