000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FDMATUR.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* DAILY FIXED-TERM DEPOSIT MATURITY PROCESSING.
000090* FINDS EVERY FIXED-TERM DEPOSIT ('FD') ON THE MASTER LEDGER
000100* WHOSE MATURITY DATE HAS ARRIVED AND CARRIES OUT ITS MATURITY
000110* INSTRUCTION THROUGH THE ACCOUNT ONLINE PROGRAM, SO EVERY
000120* POSTING GETS THE SAME RULES AND THE SAME TRANS-LOG ENTRIES AS A
000130* TELLER-KEYED ONE.  A ROLLOVER DEPOSIT IS ROLLED FOR ANOTHER
000140* TERM AT THE CURRENT 'FD' RATE IN THE PRODUCT RATE TABLE (THE
000150* FD-ROLL TRANSACTION TYPE).  A PAYOUT DEPOSIT HAS ITS WHOLE
000160* BALANCE - PRINCIPAL PLUS THE INTEREST ACCRUED INTO IT -
000170* TRANSFERRED TO THE NOMINATED ACCOUNT AND IS THEN CLOSED.
000180* A DEPOSIT THAT CANNOT BE MATURED PRINTS ON THE REPORT WITH ITS
000190* REASON CODE FOR THE BRANCH TO FOLLOW UP, AND IS PICKED UP AGAIN
000200* BY THE NEXT RUN SINCE ITS MATURITY DATE IS STILL PAST.
000201*
000202* INTACCR CREDITS A DEPOSIT'S INTEREST ONLY AT MONTH-END, SO
000203* BEFORE A DEPOSIT IS ROLLED OR PAID OUT THIS JOB CREDITS THE DAYS
000204* OF THE MATURITY MONTH UP TO THE MATURITY DATE AT THE CONTRACTED
000205* RATE - THE MONTH'S INTEREST TIMES THE DAY OF THE MONTH IT
000206* MATURES ON OVER THE DAYS IN THAT MONTH - AS AN "INTEREST" ENTRY
000207* THE SAME AS INTACCR'S, AND STAMPS M-FD-INT-DATE SO A RERUN DOES
000208* NOT CREDIT THE SAME DAYS AGAIN.  ONCE THE MATURITY MONTH'S
000209* MONTH-END HAS BEEN REACHED, INTACCR HAS ALREADY CREDITED THE
000210* WHOLE MONTH AND NOTHING MORE IS DUE.  A DEPOSIT LEFT DORMANT BY
000211* AN EARLIER DORMFLAG RUN IS REACTIVATED BEFORE ITS INSTRUCTION
000212* IS CARRIED OUT.
000213*
000220* THE LEDGER IS READ IN A FIRST PASS, WHICH CREDITS THE MATURITY
000230* INTEREST AND COPIES THE DEPOSITS DUE TO A WORK FILE, AND THE
000235* LEDGER AND THE TRANS-LOG ARE CLOSED BEFORE THE FIRST CALL TO
000240* ACCOUNT - ACCOUNT OPENS THE SAME FILES FOR UPDATE ON EVERY
000245* CALL.
000260*
000270* MODIFICATION HISTORY
000280* ---------- ----  -----------------------------------------------
000290* DATE       INIT  DESCRIPTION
000300* ---------- ----  -----------------------------------------------
000310* 10/15/2026 DC    ORIGINAL VERSION.
000320*
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370* THE MASTER LEDGER - READ START TO FINISH; A DEPOSIT DUE IS
000375* REWRITTEN WITH ITS MATURITY INTEREST.
000380     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS SEQUENTIAL
000410     RECORD KEY IS M-ACCT-ID
000420     FILE STATUS IS WS-MASTER-FILE-STATUS.
000430* THE DEPOSITS DUE TODAY, COPIED OUT OF THE LEDGER BY THE FIRST
000440* PASS.
000450     SELECT DUE-FILE ASSIGN TO "data/fdmatur-due.dat"
000460     ORGANIZATION IS LINE SEQUENTIAL.
000462* AUDIT TRAIL OF EVERY POSTING - APPENDED TO, NEVER REWRITTEN, SO
000464* THE NIGHTLY RECONCILIATION CAN TIE THE LEDGER TO THE LOG.
000466     SELECT TRANS-LOG-FILE ASSIGN TO "data/trans-log.dat"
000468     ORGANIZATION IS LINE SEQUENTIAL.
000470* THE DAILY MATURITY REPORT FOR THE BRANCH.
000480     SELECT REPORT-FILE ASSIGN TO "data/fd-maturity.rpt"
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
000620 FD  DUE-FILE.
000630     COPY MASTRECL REPLACING ==MASTER-RECORD==
000640         BY ==DUE-RECORD==
000650         LEADING ==M-== BY ==FM-==.
000660
000663 FD  TRANS-LOG-FILE.
000666     COPY TRNLOGCL.
000668
000670 FD  BUSINESS-DATE-FILE.
000680 01  BUSINESS-DATE-RECORD.
000690     05  BD-BUSINESS-DATE     PIC 9(08).
000700
000710 FD  REPORT-FILE.
000720 01  REPORT-RECORD             PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750* SWITCHES
000760 01  WS-FLAGS.
000770     05  WS-MASTER-EOF-FLAG    PIC X VALUE 'N'.
000780         88  MASTER-EOF                VALUE 'Y'.
000790     05  WS-DUE-EOF-FLAG       PIC X VALUE 'N'.
000800         88  DUE-EOF                   VALUE 'Y'.
000810
000820* FILE STATUS FIELDS.
000830 01  WS-FILE-STATUS-FIELDS.
000840     05  WS-MASTER-FILE-STATUS PIC X(02).
000850     05  WS-BDATE-FILE-STATUS  PIC X(02).
000860
000870* CONTROL TOTALS
000880 01  WS-WORK-FIELDS.
000890     05  WS-READ-COUNT         PIC 9(07) COMP.
000900     05  WS-DUE-COUNT          PIC 9(07) COMP.
000910     05  WS-ROLLED-COUNT       PIC 9(07) COMP.
000920     05  WS-PAID-COUNT         PIC 9(07) COMP.
000930     05  WS-FAIL-COUNT         PIC 9(07) COMP.
000940     05  WS-ROLLED-AMOUNT      PIC S9(12)V99 COMP-3.
000950     05  WS-PAID-AMOUNT        PIC S9(12)V99 COMP-3.
000960     05  WS-STATUS-CODE        PIC 9(02).
000970     05  WS-TODAY              PIC 9(08).
000971     05  WS-INT-COUNT          PIC 9(07) COMP.
000972     05  WS-INT-AMOUNT         PIC S9(12)V99 COMP-3.
000973     05  WS-REACT-COUNT        PIC 9(07) COMP.
000974     05  WS-BALANCE-BEFORE     PIC S9(10)V99.
000975
000976* MATURITY INTEREST WORK FIELDS - THE MATURITY DATE BROKEN OUT,
000977* THE DAYS IN ITS MONTH, AND THAT MONTH'S LAST DAY.
000978 01  WS-INT-FIELDS.
000979     05  WS-MAT-DATE           PIC 9(08).
000980     05  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
000981         10  WS-MAT-YYYY       PIC 9(04).
000982         10  WS-MAT-MM         PIC 9(02).
000983         10  WS-MAT-DD         PIC 9(02).
000984     05  WS-MONTH-END          PIC 9(08).
000985     05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
000986         10  FILLER            PIC 9(06).
000987         10  WS-MONTH-DAYS     PIC 9(02).
000988     05  WS-INT-BEFORE         PIC 9(08).
000989     05  WS-LEAP-QUOT          PIC 9(04) COMP.
000990     05  WS-LEAP-REM-4         PIC 9(04) COMP.
000991     05  WS-LEAP-REM-100       PIC 9(04) COMP.
000992     05  WS-LEAP-REM-400       PIC 9(04) COMP.
000993
000994* COMMUNICATION AREA PASSED ON EVERY CALL TO ACCOUNT - THE SAME
001000* LAYOUT A TELLER CALL USES.  STATUS CODES ARE DOCUMENTED IN THE
001010* ACCTCOML COPYBOOK.
001020     COPY ACCTCOML.
001030
001040 01  WS-REPORT-LINES.
001050     05  WS-HEADING-1.
001060         10  FILLER            PIC X(32)
001070             VALUE "FIXED-TERM DEPOSIT MATURITIES   ".
001080         10  FILLER            PIC X(48) VALUE SPACES.
001090     05  WS-HEADING-2.
001100         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
001110         10  WS-H2-DATE        PIC 9(08).
001120         10  FILLER            PIC X(61) VALUE SPACES.
001130     05  WS-COLUMN-LINE.
001140         10  FILLER            PIC X(22)
001150             VALUE "ACCOUNT     MATURITY  ".
001160         10  FILLER            PIC X(17)
001170             VALUE "           AMOUNT".
001180         10  FILLER            PIC X(16)
001190             VALUE "  DISPOSITION   ".
001200         10  FILLER            PIC X(25)
001210             VALUE "NEW MATURITY / PAID TO   ".
001220     05  WS-DETAIL-LINE.
001230         10  WS-D-ACCT         PIC X(10).
001240         10  FILLER            PIC X(02) VALUE SPACES.
001250         10  WS-D-MATURITY     PIC 9(08).
001260         10  FILLER            PIC X(02) VALUE SPACES.
001270         10  WS-D-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
001280         10  FILLER            PIC X(02) VALUE SPACES.
001290         10  WS-D-DISP         PIC X(09).
001300         10  FILLER            PIC X(01) VALUE SPACES.
001310         10  WS-D-CODE         PIC X(02).
001320         10  FILLER            PIC X(02) VALUE SPACES.
001330         10  WS-D-TARGET       PIC X(10).
001340         10  FILLER            PIC X(15) VALUE SPACES.
001350     05  WS-TOTAL-LINE.
001360         10  WS-T-CAPTION      PIC X(33).
001370         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001380         10  FILLER            PIC X(38) VALUE SPACES.
001390     05  WS-AMOUNT-LINE.
001400         10  WS-A-CAPTION      PIC X(33).
001410         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001420         10  FILLER            PIC X(28) VALUE SPACES.
001430
001440 PROCEDURE DIVISION.
001450*****************************************************************
001460* 0000-MAINLINE
001470*   PICKS THE DEPOSITS DUE OFF THE LEDGER, THEN MATURES EACH ONE.
001480*****************************************************************
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001510     PERFORM 2000-SELECT-DUE THRU 2000-EXIT
001520         UNTIL MASTER-EOF
001530     CLOSE MASTER-FILE
001535     CLOSE TRANS-LOG-FILE
001540     CLOSE DUE-FILE
001550     OPEN INPUT DUE-FILE
001560     PERFORM 3100-READ-DUE THRU 3100-EXIT
001570     PERFORM 3000-MATURE-DEPOSIT THRU 3000-EXIT
001580         UNTIL DUE-EOF
001590     PERFORM 8000-TERMINATE THRU 8000-EXIT
001600     GOBACK.
001610
001620*****************************************************************
001630* 1000-INITIALIZE
001640*   ZEROES THE CONTROL TOTALS, SETS THE RUN DATE, OPENS THE
001650*   FILES, PRINTS THE RUN HEADINGS, AND PRIMES THE LEDGER READ.
001660*   NO LEDGER ON DISK MEANS NO ACCOUNTS - THE RUN STILL PRINTS A
001670*   REPORT WITH ZERO TOTALS.
001680*****************************************************************
001690 1000-INITIALIZE.
001700     MOVE ZERO TO WS-READ-COUNT
001710     MOVE ZERO TO WS-DUE-COUNT
001720     MOVE ZERO TO WS-ROLLED-COUNT
001730     MOVE ZERO TO WS-PAID-COUNT
001740     MOVE ZERO TO WS-FAIL-COUNT
001750     MOVE ZERO TO WS-ROLLED-AMOUNT
001760     MOVE ZERO TO WS-PAID-AMOUNT
001762     MOVE ZERO TO WS-INT-COUNT
001764     MOVE ZERO TO WS-INT-AMOUNT
001766     MOVE ZERO TO WS-REACT-COUNT
001770     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001780     OPEN INPUT BUSINESS-DATE-FILE
001790     IF WS-BDATE-FILE-STATUS = "00"
001800         READ BUSINESS-DATE-FILE
001810             AT END
001820                 CONTINUE
001830             NOT AT END
001840                 MOVE BD-BUSINESS-DATE TO WS-TODAY
001850         END-READ
001860         CLOSE BUSINESS-DATE-FILE
001870     END-IF
001880     OPEN OUTPUT REPORT-FILE
001890     WRITE REPORT-RECORD FROM WS-HEADING-1
001900     MOVE WS-TODAY TO WS-H2-DATE
001910     WRITE REPORT-RECORD FROM WS-HEADING-2
001920     MOVE SPACES TO REPORT-RECORD
001930     WRITE REPORT-RECORD
001940     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
001950     OPEN OUTPUT DUE-FILE
001960     OPEN I-O MASTER-FILE
001965     OPEN EXTEND TRANS-LOG-FILE
001970     IF WS-MASTER-FILE-STATUS NOT = "00"
001980         DISPLAY "FDMATUR - MASTER-FILE OPEN FAILED, STATUS "
001990             WS-MASTER-FILE-STATUS ", NOTHING TO MATURE"
002000         SET MASTER-EOF TO TRUE
002010     ELSE
002020         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002030     END-IF.
002040 1000-EXIT.
002050     EXIT.
002060
002070*****************************************************************
002080* 2000-SELECT-DUE
002090*   COPIES THE CURRENT LEDGER RECORD TO THE WORK FILE IF IT IS A
002100*   FIXED-TERM DEPOSIT, NOT CLOSED, WITH A MATURITY DATE ON OR
002110*   BEFORE TODAY, AFTER CREDITING ITS MATURITY INTEREST, AND
002115*   READS THE NEXT.
002120*****************************************************************
002130 2000-SELECT-DUE.
002140     ADD 1 TO WS-READ-COUNT
002150     IF M-TYPE-FIXED-TERM
002160         AND NOT M-ACCT-CLOSED
002170         AND M-FD-MATURITY-DATE NOT = ZERO
002180         AND M-FD-MATURITY-DATE NOT > WS-TODAY
002190         PERFORM 2200-MATURITY-INTEREST THRU 2200-EXIT
002195         WRITE DUE-RECORD FROM MASTER-RECORD
002200         ADD 1 TO WS-DUE-COUNT
002210     END-IF
002220     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002230 2000-EXIT.
002240     EXIT.
002250
002260 2100-READ-MASTER.
002270     READ MASTER-FILE
002280         AT END
002290             SET MASTER-EOF TO TRUE
002300     END-READ.
002310 2100-EXIT.
002320     EXIT.
002321
002322*****************************************************************
002323* 2200-MATURITY-INTEREST
002324*   CREDITS THE CURRENT DEPOSIT WITH ITS INTEREST FOR THE DAYS OF
002325*   THE MATURITY MONTH UP TO THE MATURITY DATE, AT ITS CONTRACTED
002326*   RATE ON ITS CLOSING BALANCE, AND LOGS IT AS "INTEREST".
002327*   NOTHING IS DUE WHEN THE DAYS WERE CREDITED BY AN EARLIER RUN,
002328*   WHEN THE MATURITY MONTH'S MONTH-END ACCRUAL HAS ALREADY RUN,
002329*   OR WHEN THERE IS NO CONTRACTED RATE OR NO BALANCE TO EARN ON.
002330*   A REWRITE THAT FAILS LEAVES THE RECORD AS IT WAS AND GOES TO
002331*   THE OPERATOR CONSOLE; THE DEPOSIT STILL MATURES.
002332*****************************************************************
002333 2200-MATURITY-INTEREST.
002334     IF M-FD-INT-DATE NOT < M-FD-MATURITY-DATE
002335         OR M-FD-RATE = ZERO
002336         OR M-BALANCE NOT > ZERO
002337         GO TO 2200-EXIT
002338     END-IF
002339     MOVE M-FD-MATURITY-DATE TO WS-MAT-DATE
002340     PERFORM 7600-DAYS-IN-MONTH THRU 7600-EXIT
002341     IF WS-TODAY NOT < WS-MONTH-END
002342         GO TO 2200-EXIT
002343     END-IF
002344     MOVE M-BALANCE TO WS-BALANCE-BEFORE
002345     MOVE M-FD-INT-DATE TO WS-INT-BEFORE
002346     COMPUTE M-BALANCE ROUNDED = M-BALANCE
002347         + (M-BALANCE * M-FD-RATE * WS-MAT-DD / WS-MONTH-DAYS)
002348     MOVE M-FD-MATURITY-DATE TO M-FD-INT-DATE
002349     REWRITE MASTER-RECORD
002350     IF WS-MASTER-FILE-STATUS NOT = "00"
002351         DISPLAY "FDMATUR - REWRITE FAILED, STATUS "
002352             WS-MASTER-FILE-STATUS " FOR ACCT " M-ACCT-ID
002353             ", MATURITY INTEREST NOT CREDITED"
002354         MOVE WS-BALANCE-BEFORE TO M-BALANCE
002355         MOVE WS-INT-BEFORE TO M-FD-INT-DATE
002356         GO TO 2200-EXIT
002357     END-IF
002358     PERFORM 2300-WRITE-TRANS-LOG THRU 2300-EXIT
002359     ADD 1 TO WS-INT-COUNT
002360     COMPUTE WS-INT-AMOUNT = WS-INT-AMOUNT
002361         + M-BALANCE - WS-BALANCE-BEFORE.
002362 2200-EXIT.
002363     EXIT.
002364
002365*****************************************************************
002366* 2300-WRITE-TRANS-LOG
002367*   APPENDS ONE "INTEREST" ENTRY FOR THE MATURITY INTEREST JUST
002368*   CREDITED - A SYSTEM POSTING, SO NO TELLER OR BRANCH, THE SAME
002369*   AS INTACCR'S MONTH-END ENTRY.
002370*****************************************************************
002371 2300-WRITE-TRANS-LOG.
002372     MOVE M-ACCT-ID TO TL-ACCT-ID
002373     MOVE "INTEREST  " TO TL-TRANS-TYPE
002374     COMPUTE TL-AMOUNT = M-BALANCE - WS-BALANCE-BEFORE
002375     MOVE WS-BALANCE-BEFORE TO TL-BALANCE-BEFORE
002376     MOVE M-BALANCE TO TL-BALANCE-AFTER
002377     MOVE ZERO TO TL-ORIG-DATE TL-ORIG-TIME
002378     MOVE SPACES TO TL-TELLER-ID TL-BRANCH-ID TL-OVERRIDE-ID
002379     ACCEPT TL-LOG-DATE FROM DATE YYYYMMDD
002380     ACCEPT TL-LOG-TIME FROM TIME
002381     WRITE TRANS-LOG-RECORD.
002382 2300-EXIT.
002383     EXIT.
002384
002385*****************************************************************
002386* 3000-MATURE-DEPOSIT
002387*   CARRIES OUT ONE DUE DEPOSIT'S MATURITY INSTRUCTION AND READS
002388*   THE NEXT.  ANYTHING BUT AN EXPLICIT PAYOUT ROLLS OVER, SO A
002389*   DEPOSIT WITH NO USABLE INSTRUCTION KEEPS EARNING RATHER THAN
002390*   SITTING MATURED.  A DORMANT DEPOSIT IS REACTIVATED FIRST; ONE
002395*   THAT CANNOT BE IS REPORTED AND LEFT FOR THE NEXT RUN.
002400*****************************************************************
002410 3000-MATURE-DEPOSIT.
002420     MOVE FM-ACCT-ID TO WS-D-ACCT
002430     MOVE FM-FD-MATURITY-DATE TO WS-D-MATURITY
002440     MOVE FM-BALANCE TO WS-D-AMOUNT
002445     IF FM-ACCT-DORMANT
002450         PERFORM 3050-REACTIVATE THRU 3050-EXIT
002455     END-IF
002460     EVALUATE TRUE
002465         WHEN FM-ACCT-DORMANT
002470             CONTINUE
002475         WHEN FM-FD-PAYOUT
002480             PERFORM 3300-PAY-OUT THRU 3300-EXIT
002485         WHEN OTHER
002490             PERFORM 3200-ROLL-OVER THRU 3200-EXIT
002495     END-EVALUATE
002500     PERFORM 3100-READ-DUE THRU 3100-EXIT.
002510 3000-EXIT.
002520     EXIT.
002521
002522*****************************************************************
002523* 3050-REACTIVATE
002524*   SETS A DORMANT DEPOSIT ACTIVE AGAIN THROUGH ACCOUNT'S
002525*   REACTIVATE TRANSACTION, WHICH LOGS AND AUDITS IT.  A DECLINE
002526*   IS REPORTED AND THE DEPOSIT IS LEFT DORMANT FOR THE NEXT RUN.
002527*****************************************************************
002528 3050-REACTIVATE.
002529     INITIALIZE DFHCOMMAREA
002530     MOVE FM-ACCT-ID TO CA-ACCT-ID
002531     MOVE "REACTIVATE" TO CA-TRANS-TYPE
002532     MOVE "FDMATUR " TO CA-TELLER-ID
002533     CALL "ACCOUNT" USING DFHCOMMAREA
002534     IF CA-ST-SUCCESS
002535         SET FM-ACCT-ACTIVE TO TRUE
002536         ADD 1 TO WS-REACT-COUNT
002537     ELSE
002538         MOVE SPACES TO WS-D-TARGET
002539         PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
002540         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
002541     END-IF.
002542 3050-EXIT.
002543     EXIT.
002544
002545 3100-READ-DUE.
002550     READ DUE-FILE
002560         AT END
002570             SET DUE-EOF TO TRUE
002580     END-READ.
002590 3100-EXIT.
002600     EXIT.
002610
002620*****************************************************************
002630* 3200-ROLL-OVER
002640*   ROLLS THE DEPOSIT FOR ANOTHER TERM THROUGH ACCOUNT'S FD-ROLL
002650*   TRANSACTION, WHICH LOCKS IN THE CURRENT 'FD' RATE AND SETS
002660*   THE NEW MATURITY DATE.
002670*****************************************************************
002680 3200-ROLL-OVER.
002690     INITIALIZE DFHCOMMAREA
002700     MOVE FM-ACCT-ID TO CA-ACCT-ID
002710     MOVE "FD-ROLL   " TO CA-TRANS-TYPE
002720     MOVE "FDMATUR " TO CA-TELLER-ID
002730     CALL "ACCOUNT" USING DFHCOMMAREA
002740     IF CA-ST-SUCCESS
002750         MOVE "ROLLED   " TO WS-D-DISP
002760         MOVE SPACES TO WS-D-CODE
002770         MOVE CA-FD-MATURITY TO WS-D-TARGET
002780         ADD 1 TO WS-ROLLED-COUNT
002790         ADD FM-BALANCE TO WS-ROLLED-AMOUNT
002800     ELSE
002810         PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
002820     END-IF
002830     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
002840 3200-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880* 3300-PAY-OUT
002890*   TRANSFERS THE WHOLE BALANCE TO THE NOMINATED ACCOUNT AND
002900*   CLOSES THE DEPOSIT.  A DEPOSIT ALREADY AT ZERO IS JUST
002910*   CLOSED.  IF THE TRANSFER IS DECLINED NOTHING HAS MOVED AND
002920*   THE DEPOSIT STAYS OPEN FOR THE NEXT RUN; IF ONLY THE CLOSE IS
002930*   DECLINED THE MONEY HAS GONE AND THE NEXT RUN CLOSES THE
002940*   ZERO-BALANCE DEPOSIT.
002950*****************************************************************
002960 3300-PAY-OUT.
002970     MOVE FM-FD-PAYOUT-ACCT-ID TO WS-D-TARGET
002980     IF FM-BALANCE > ZERO
002990         INITIALIZE DFHCOMMAREA
003000         MOVE FM-ACCT-ID TO CA-ACCT-ID
003010         MOVE FM-FD-PAYOUT-ACCT-ID TO CA-TO-ACCT-ID
003020         MOVE "TRANSFER  " TO CA-TRANS-TYPE
003030         COMPUTE CA-AMOUNT = FM-BALANCE
003040         MOVE "FDMATUR " TO CA-TELLER-ID
003050         CALL "ACCOUNT" USING DFHCOMMAREA
003060         IF NOT CA-ST-SUCCESS
003070             PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
003080             WRITE REPORT-RECORD FROM WS-DETAIL-LINE
003090             GO TO 3300-EXIT
003100         END-IF
003110         ADD FM-BALANCE TO WS-PAID-AMOUNT
003120     END-IF
003130     INITIALIZE DFHCOMMAREA
003140     MOVE FM-ACCT-ID TO CA-ACCT-ID
003150     MOVE "CLOSE-ACCT" TO CA-TRANS-TYPE
003160     MOVE "FDMATUR " TO CA-TELLER-ID
003170     CALL "ACCOUNT" USING DFHCOMMAREA
003180     IF CA-ST-SUCCESS
003190         MOVE "PAID OUT " TO WS-D-DISP
003200         MOVE SPACES TO WS-D-CODE
003210         ADD 1 TO WS-PAID-COUNT
003220     ELSE
003230         DISPLAY "FDMATUR - " FM-ACCT-ID " PAID OUT BUT NOT "
003240             "CLOSED, STATUS " CA-STATUS
003250         PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
003260     END-IF
003270     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
003280 3300-EXIT.
003290     EXIT.
003300
003310 3900-REPORT-FAILURE.
003320     MOVE "FAILED   " TO WS-D-DISP
003330     MOVE CA-STATUS TO WS-STATUS-CODE
003340     MOVE WS-STATUS-CODE TO WS-D-CODE
003350     ADD 1 TO WS-FAIL-COUNT.
003360 3900-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400* 8000-TERMINATE
003410*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
003420*   SUMMARY FOR THE OPERATOR CONSOLE.
003430*****************************************************************
003440 8000-TERMINATE.
003450     MOVE SPACES TO REPORT-RECORD
003460     WRITE REPORT-RECORD
003470     MOVE "ACCOUNTS ON LEDGER:" TO WS-T-CAPTION
003480     MOVE WS-READ-COUNT TO WS-T-COUNT
003490     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003500     MOVE "DEPOSITS MATURING:" TO WS-T-CAPTION
003510     MOVE WS-DUE-COUNT TO WS-T-COUNT
003520     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003530     MOVE "DEPOSITS ROLLED OVER:" TO WS-T-CAPTION
003540     MOVE WS-ROLLED-COUNT TO WS-T-COUNT
003550     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003560     MOVE "DEPOSITS PAID OUT AND CLOSED:" TO WS-T-CAPTION
003570     MOVE WS-PAID-COUNT TO WS-T-COUNT
003580     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003590     MOVE "DEPOSITS FAILED:" TO WS-T-CAPTION
003600     MOVE WS-FAIL-COUNT TO WS-T-COUNT
003610     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003611     MOVE "DORMANT DEPOSITS REACTIVATED:" TO WS-T-CAPTION
003612     MOVE WS-REACT-COUNT TO WS-T-COUNT
003613     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003614     MOVE "MATURITY INTEREST CREDITED:" TO WS-T-CAPTION
003615     MOVE WS-INT-COUNT TO WS-T-COUNT
003616     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003617     MOVE "MATURITY INTEREST AMOUNT:" TO WS-A-CAPTION
003618     MOVE WS-INT-AMOUNT TO WS-A-AMOUNT
003619     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
003620     MOVE "AMOUNT ROLLED OVER:" TO WS-A-CAPTION
003630     MOVE WS-ROLLED-AMOUNT TO WS-A-AMOUNT
003640     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
003650     MOVE "AMOUNT PAID OUT:" TO WS-A-CAPTION
003660     MOVE WS-PAID-AMOUNT TO WS-A-AMOUNT
003670     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
003680     CLOSE DUE-FILE
003690     CLOSE REPORT-FILE
003700     DISPLAY "FDMATUR - DUE: " WS-DUE-COUNT
003710         " ROLLED: " WS-ROLLED-COUNT
003720         " PAID OUT: " WS-PAID-COUNT
003730         " FAILED: " WS-FAIL-COUNT
003733     DISPLAY "FDMATUR - MATURITY INTEREST CREDITED: " WS-INT-COUNT
003736         " REACTIVATED: " WS-REACT-COUNT.
003740 8000-EXIT.
003750     EXIT.
003751
003752*****************************************************************
003753* 7600-DAYS-IN-MONTH
003754*   SETS WS-MONTH-DAYS, AND WITH IT WS-MONTH-END, FOR THE MONTH OF
003755*   WS-MAT-DATE, WITH THE CENTURY LEAP-YEAR RULE FOR FEBRUARY.
003756*****************************************************************
003757 7600-DAYS-IN-MONTH.
003758     MOVE WS-MAT-DATE TO WS-MONTH-END
003759     EVALUATE WS-MAT-MM
003760         WHEN 04
003761         WHEN 06
003762         WHEN 09
003763         WHEN 11
003764             MOVE 30 TO WS-MONTH-DAYS
003765         WHEN 02
003766             DIVIDE WS-MAT-YYYY BY 4 GIVING WS-LEAP-QUOT
003767                 REMAINDER WS-LEAP-REM-4
003768             DIVIDE WS-MAT-YYYY BY 100 GIVING WS-LEAP-QUOT
003769                 REMAINDER WS-LEAP-REM-100
003770             DIVIDE WS-MAT-YYYY BY 400 GIVING WS-LEAP-QUOT
003771                 REMAINDER WS-LEAP-REM-400
003772             IF (WS-LEAP-REM-4 = ZERO
003773                 AND WS-LEAP-REM-100 NOT = ZERO)
003774                 OR WS-LEAP-REM-400 = ZERO
003775                 MOVE 29 TO WS-MONTH-DAYS
003776             ELSE
003777                 MOVE 28 TO WS-MONTH-DAYS
003778             END-IF
003779         WHEN OTHER
003780             MOVE 31 TO WS-MONTH-DAYS
003781     END-EVALUATE.
003782 7600-EXIT.
003783     EXIT.
