000190* FINANCE - AND NO BRANCH IS FORGOTTEN OR CHARGED TWICE BY HAND.
000200* A FEE IS NOT CUSTOMER ACTIVITY AND DOES NOT TOUCH
000210* M-LAST-ACTIVITY-DATE.
000211*
000212* WHEN THE SCHEDULE'S WAIVER BASIS IS 'A' THE MINIMUM IS TESTED
000213* AGAINST THE ACCOUNT'S AVERAGE DAILY BALANCE FOR THE MONTH TO
000214* THE BUSINESS DATE, FROM THE CLOSING BALANCES THE NIGHTLY
000215* BALHIST JOB KEEPS ON data/balance-history.dat (LAYOUT IN
000216* BALHSTCL), AVERAGED THE SAME WAY INTACCR AVERAGES THEM - SO
000217* ONE NIGHT'S DEPOSIT NO LONGER BUYS A WAIVER.  ANY OTHER BASIS,
000218* INCLUDING A SCHEDULE THAT PREDATES THE FLAG, TESTS THE CLOSING
000219* BALANCE AS BEFORE, AND AN ACCOUNT WITH NO HISTORY FALLS BACK
000220* TO IT AND IS COUNTED ON THE REPORT.
000225*
000230* MODIFICATION HISTORY
000240* ---------- ----  -----------------------------------------------
000250* DATE       INIT  DESCRIPTION
000272* 09/02/2026 DC    NEW TRANS-LOG ENTRIES NOW CLEAR THE NEW
000274*                   TL-OVERRIDE-ID FIELD - A SYSTEM ENTRY NEVER
000276*                   CARRIES A SUPERVISOR OVERRIDE.
000277* 10/15/2026 DC    ADDED THE WAIVER BASIS FLAG TO THE FEE
000278*                   SCHEDULE.  BASIS 'A' TESTS THE WAIVER MINIMUM
000279*                   AGAINST THE MONTH'S AVERAGE DAILY BALANCE FROM
000280*                   THE NEW BALANCE HISTORY FILE.  THE RUN DATE IS
000281*                   NOW THE BUSINESS DATE (data/business-date.dat)
000282*                   WHEN ONE IS ON FILE, AND THE REPORT SHOWS THE
000283*                   BASIS AND THE BALANCE EACH CHARGE WAS TESTED
000284*                   ON.
000285*
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000480* THE PRINTED ASSESSMENT REPORT FOR FINANCE.
000490     SELECT REPORT-FILE ASSIGN TO "data/fee-assessment.rpt"
000500     ORGANIZATION IS LINE SEQUENTIAL.
000501* THE DAILY BALANCE HISTORY - READ ONLY, BY ACCOUNT AND DATE, WHEN
000502* THE WAIVER IS TESTED ON THE AVERAGE BALANCE.
000503     SELECT BAL-HIST-FILE ASSIGN TO "data/balance-history.dat"
000504     ORGANIZATION IS INDEXED
000505     ACCESS MODE IS DYNAMIC
000506     RECORD KEY IS BH-KEY
000507     FILE STATUS IS WS-BH-FILE-STATUS.
000508* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000509* PRESENT IT OVERRIDES THE SYSTEM DATE AS THE RUN DATE.
000510     SELECT BUSINESS-DATE-FILE
000511         ASSIGN TO "data/business-date.dat"
000512     ORGANIZATION IS LINE SEQUENTIAL
000513     FILE STATUS IS WS-BDATE-FILE-STATUS.
000514
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MASTER-FILE.
000580 01  FEE-RECORD.
000590     05  FS-FEE-AMOUNT        PIC 9(06)V99.
000600     05  FS-WAIVER-MIN        PIC 9(08)V99.
000605     05  FS-WAIVER-BASIS      PIC X(01).
000610
000620 FD  TRANS-LOG-FILE.
000630     COPY TRNLOGCL.
000640
000650 FD  REPORT-FILE.
000660 01  REPORT-RECORD             PIC X(80).
000661
000662 FD  BAL-HIST-FILE.
000663     COPY BALHSTCL.
000664
000665 FD  BUSINESS-DATE-FILE.
000666 01  BUSINESS-DATE-RECORD.
000667     05  BD-BUSINESS-DATE     PIC 9(08).
000670
000680 WORKING-STORAGE SECTION.
000690* SWITCHES
000700 01  WS-EOF-FLAG              PIC X VALUE 'N'.
000710     88  END-OF-FILE                  VALUE 'Y'.
000711 01  WS-BASIS-FLAG            PIC X VALUE 'C'.
000712     88  BASIS-AVERAGE                VALUE 'A'.
000713     88  BASIS-CLOSING                VALUE 'C'.
000714 01  WS-BH-OPEN-FLAG          PIC X VALUE 'N'.
000715     88  BH-FILE-OPEN                 VALUE 'Y'.
000716     88  BH-FILE-NOT-OPEN             VALUE 'N'.
000717 01  WS-BH-SCAN-FLAG          PIC X VALUE 'N'.
000718     88  BH-SCAN-DONE                 VALUE 'Y'.
000719     88  BH-SCAN-MORE                 VALUE 'N'.
000720 01  WS-CARRY-IN-FLAG         PIC X VALUE 'N'.
000721     88  CARRY-IN-FOUND               VALUE 'Y'.
000722     88  CARRY-IN-NOT-FOUND           VALUE 'N'.
000723
000730* FILE STATUS FIELDS.
000740 01  WS-FILE-STATUS-FIELDS.
000750     05  WS-MASTER-FILE-STATUS PIC X(02).
000760     05  WS-FEE-FILE-STATUS    PIC X(02).
000763     05  WS-BH-FILE-STATUS     PIC X(02).
000766     05  WS-BDATE-FILE-STATUS  PIC X(02).
000770
000780* THE SCHEDULE IN EFFECT AND THE CONTROL TOTALS FOR THE RUN.
000790 01  WS-WORK-FIELDS.
000800     05  WS-FEE-AMOUNT         PIC 9(06)V99.
000810     05  WS-WAIVER-MIN         PIC 9(08)V99.
000820     05  WS-RUN-DATE           PIC 9(08).
000822     05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000824         10  WS-RUN-YYYY       PIC 9(04).
000826         10  WS-RUN-MM         PIC 9(02).
000828         10  WS-RUN-DD         PIC 9(02).
000830     05  WS-READ-COUNT         PIC 9(07) COMP.
000840     05  WS-CHARGED-COUNT      PIC 9(07) COMP.
000850     05  WS-WAIVED-COUNT       PIC 9(07) COMP.
000860     05  WS-SKIPPED-COUNT      PIC 9(07) COMP.
000870     05  WS-FEE-INCOME         PIC S9(12)V99 COMP-3.
000880     05  WS-BALANCE-BEFORE     PIC S9(10)V99.
000881     05  WS-TEST-BALANCE       PIC S9(10)V99.
000882     05  WS-NO-HISTORY-COUNT   PIC 9(07) COMP.
000883
000884* AVERAGE DAILY BALANCE WORK FIELDS.  THE MONTH RUNS FROM THE
000885* FIRST TO THE RUN DATE; THE SCAN STARTS A MONTH EARLIER SO THE
000886* LAST CLOSE BEFORE THE FIRST CAN BE CARRIED INTO IT.
000887* WS-ADB-CARRY IS THE BALANCE IN FORCE FROM DAY WS-ADB-DAY ON.
000888 01  WS-ADB-FIELDS.
000889     05  WS-MONTH-START        PIC 9(08).
000890     05  WS-SCAN-START         PIC 9(08).
000891     05  WS-SCAN-START-R REDEFINES WS-SCAN-START.
000892         10  WS-SCAN-YYYY      PIC 9(04).
000893         10  WS-SCAN-MM        PIC 9(02).
000894         10  WS-SCAN-DD        PIC 9(02).
000895     05  WS-ROW-DATE           PIC 9(08).
000896     05  WS-ROW-DATE-R REDEFINES WS-ROW-DATE.
000897         10  FILLER            PIC 9(06).
000898         10  WS-ROW-DD         PIC 9(02).
000899     05  WS-ADB-DAY            PIC 9(02) COMP.
000900     05  WS-ADB-FIRST-DAY      PIC 9(02) COMP.
000901     05  WS-ADB-ROWS           PIC 9(03) COMP.
000902     05  WS-ADB-CARRY          PIC S9(10)V99.
000903     05  WS-ADB-SUM            PIC S9(14)V99 COMP-3.
000904
000905 01  WS-REPORT-LINES.
000910     05  WS-HEADING-1.
000920         10  FILLER            PIC X(30)
000930             VALUE "MONTHLY SERVICE-FEE ASSESSMENT".
001020         10  FILLER            PIC X(15) VALUE "WAIVER MINIMUM:".
001030         10  WS-H2-WAIVER      PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001040         10  FILLER            PIC X(19) VALUE SPACES.
001041     05  WS-HEADING-3.
001042         10  FILLER            PIC X(18)
001043             VALUE "WAIVER TESTED ON: ".
001044         10  WS-H3-BASIS       PIC X(30).
001045         10  FILLER            PIC X(32) VALUE SPACES.
001050     05  WS-COLUMN-LINE.
001060         10  FILLER            PIC X(24)
001070             VALUE "ACCOUNT     CUSTOMER    ".
001080         10  FILLER            PIC X(28)
001090             VALUE "           BALANCE       FEE".
001100         10  FILLER            PIC X(18)
001103             VALUE "    WAIVER BALANCE".
001106         10  FILLER            PIC X(10) VALUE SPACES.
001110     05  WS-DETAIL-LINE.
001120         10  WS-D-ACCT-ID      PIC X(10).
001130         10  FILLER            PIC X(02) VALUE SPACES.
001160         10  WS-D-BALANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
001170         10  FILLER            PIC X(01) VALUE SPACES.
001180         10  WS-D-FEE          PIC ZZZ,ZZ9.99.
001190         10  FILLER            PIC X(01) VALUE SPACES.
001193         10  WS-D-TEST-BAL     PIC -Z,ZZZ,ZZZ,ZZ9.99.
001196         10  FILLER            PIC X(09) VALUE SPACES.
001200     05  WS-TOTAL-LINE.
001210         10  WS-T-CAPTION      PIC X(33).
001220         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001440*   LOADS THE FEE SCHEDULE, OPENS THE FILES, PRINTS THE RUN
001450*   HEADINGS, AND PRIMES THE READ.  NO SCHEDULE ON FILE MEANS
001460*   NOTHING IS CHARGED - A MISSING CONTROL RECORD SHOULD NEVER
001470*   FEE THE WHOLE BANK BY ACCIDENT.  A BALANCE HISTORY FILE
001473*   THAT WILL NOT OPEN FOR AN AVERAGE-BASIS SCHEDULE IS TOLD TO
001476*   THE OPERATOR, AND EVERY ACCOUNT IS TESTED ON ITS CLOSE.
001480*****************************************************************
001490 1000-INITIALIZE.
001500     MOVE ZERO TO WS-READ-COUNT
001540     MOVE ZERO TO WS-FEE-INCOME
001550     MOVE ZERO TO WS-FEE-AMOUNT
001560     MOVE ZERO TO WS-WAIVER-MIN
001563     MOVE ZERO TO WS-NO-HISTORY-COUNT
001566     SET BASIS-CLOSING TO TRUE
001570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001571     OPEN INPUT BUSINESS-DATE-FILE
001572     IF WS-BDATE-FILE-STATUS = "00"
001573         READ BUSINESS-DATE-FILE
001574             AT END
001575                 CONTINUE
001576             NOT AT END
001577                 MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
001578         END-READ
001579         CLOSE BUSINESS-DATE-FILE
001580     END-IF
001581     MOVE WS-RUN-DATE TO WS-SCAN-START
001582     MOVE 01 TO WS-SCAN-DD
001583     MOVE WS-SCAN-START TO WS-MONTH-START
001584     IF WS-SCAN-MM = 01
001585         MOVE 12 TO WS-SCAN-MM
001586         SUBTRACT 1 FROM WS-SCAN-YYYY
001587     ELSE
001588         SUBTRACT 1 FROM WS-SCAN-MM
001589     END-IF
001590     OPEN INPUT FEE-FILE
001591     IF WS-FEE-FILE-STATUS = "00"
001600         READ FEE-FILE
001610             AT END
001620                 CONTINUE
001630             NOT AT END
001640                 MOVE FS-FEE-AMOUNT TO WS-FEE-AMOUNT
001650                 MOVE FS-WAIVER-MIN TO WS-WAIVER-MIN
001652                 IF FS-WAIVER-BASIS = 'A'
001654                     SET BASIS-AVERAGE TO TRUE
001656                 END-IF
001660         END-READ
001670         CLOSE FEE-FILE
001680     END-IF
001700         DISPLAY "FEEASSES - NO FEE SCHEDULE ON FILE, NOTHING "
001710             "WILL BE CHARGED"
001720     END-IF
001721     SET BH-FILE-NOT-OPEN TO TRUE
001722     IF BASIS-AVERAGE
001723         OPEN INPUT BAL-HIST-FILE
001724         IF WS-BH-FILE-STATUS = "00"
001725             SET BH-FILE-OPEN TO TRUE
001726         ELSE
001727             DISPLAY "FEEASSES - NO BALANCE HISTORY, STATUS "
001728                 WS-BH-FILE-STATUS ", WAIVER TESTED ON THE "
001729                 "CLOSING BALANCE"
001730         END-IF
001731     END-IF
001732     OPEN I-O MASTER-FILE
001740     OPEN EXTEND TRANS-LOG-FILE
001750     OPEN OUTPUT REPORT-FILE
001760     WRITE REPORT-RECORD FROM WS-HEADING-1
001780     MOVE WS-FEE-AMOUNT TO WS-H2-FEE
001790     MOVE WS-WAIVER-MIN TO WS-H2-WAIVER
001800     WRITE REPORT-RECORD FROM WS-HEADING-2
001801     IF BASIS-AVERAGE
001802         MOVE "AVERAGE DAILY BALANCE" TO WS-H3-BASIS
001803     ELSE
001804         MOVE "CLOSING BALANCE" TO WS-H3-BASIS
001805     END-IF
001806     WRITE REPORT-RECORD FROM WS-HEADING-3
001810     MOVE SPACES TO REPORT-RECORD
001820     WRITE REPORT-RECORD
001830     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
001890* 2000-ASSESS-ACCOUNT
001900*   HANDLES ONE MASTER RECORD - SKIPS CLOSED AND DORMANT
001910*   ACCOUNTS, WAIVES THE FEE AT OR ABOVE THE CONFIGURED MINIMUM
001920*   BALANCE, CHARGES IT OTHERWISE - AND READS THE NEXT.  THE
001923*   BALANCE TESTED IS THE CLOSE OR THE MONTH'S AVERAGE, BY THE
001926*   SCHEDULE'S WAIVER BASIS.
001930*****************************************************************
001940 2000-ASSESS-ACCOUNT.
001950     ADD 1 TO WS-READ-COUNT
002000             ADD 1 TO WS-SKIPPED-COUNT
002010         WHEN WS-FEE-AMOUNT = ZERO
002020             CONTINUE
002030         WHEN OTHER
002040             PERFORM 2050-TEST-WAIVER THRU 2050-EXIT
002070     END-EVALUATE
002080     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002090 2000-EXIT.
002100     EXIT.
002104
002105 2050-TEST-WAIVER.
002106     MOVE M-BALANCE TO WS-TEST-BALANCE
002107     IF BASIS-AVERAGE
002108         PERFORM 2400-AVERAGE-BALANCE THRU 2400-EXIT
002109     END-IF
002110     IF WS-TEST-BALANCE NOT < WS-WAIVER-MIN
002111         ADD 1 TO WS-WAIVED-COUNT
002112     ELSE
002113         PERFORM 2200-CHARGE-FEE THRU 2200-EXIT
002114     END-IF.
002115 2050-EXIT.
002116     EXIT.
002117
002120 2100-READ-MASTER.
002130     READ MASTER-FILE
002140         AT END
002400     MOVE M-CUSTOMER-NAME TO WS-D-CUSTOMER
002410     MOVE WS-BALANCE-BEFORE TO WS-D-BALANCE
002420     MOVE WS-FEE-AMOUNT TO WS-D-FEE
002425     MOVE WS-TEST-BALANCE TO WS-D-TEST-BAL
002430     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
002440     ADD 1 TO WS-CHARGED-COUNT
002450     ADD WS-FEE-AMOUNT TO WS-FEE-INCOME.
002670     WRITE TRANS-LOG-RECORD.
002680 2250-EXIT.
002690     EXIT.
002691
002692*****************************************************************
002693* 2400-AVERAGE-BALANCE
002694*   SETS WS-TEST-BALANCE TO THE CURRENT ACCOUNT'S AVERAGE DAILY
002695*   BALANCE FOR THE MONTH TO THE RUN DATE.  EACH CLOSE ON FILE
002696*   HOLDS FROM ITS OWN DATE UNTIL THE NEXT ONE, AND THE LAST
002697*   CLOSE OF THE MONTH BEFORE HOLDS FROM THE FIRST.  AN ACCOUNT
002698*   WITH NO CLOSE BEFORE THE MONTH IS AVERAGED FROM ITS FIRST
002699*   CLOSE IN IT.  BALHIST RUNS AFTER THIS JOB, SO THE RUN DATE'S
002700*   OWN CLOSE IS NOT ON FILE YET; THE BALANCE AHEAD OF THIS RUN'S
002701*   FEE STANDS IN FOR IT, AND A CLOSE ALREADY FILED FOR THE RUN
002702*   DATE BY AN EARLIER RUN IS PASSED OVER.  AN ACCOUNT WITH NO
002703*   HISTORY KEEPS ITS CLOSING BALANCE AND IS COUNTED FOR THE
002704*   REPORT.
002705*****************************************************************
002706 2400-AVERAGE-BALANCE.
002707     IF BH-FILE-NOT-OPEN
002708         ADD 1 TO WS-NO-HISTORY-COUNT
002709         GO TO 2400-EXIT
002710     END-IF
002711     MOVE ZERO TO WS-ADB-SUM
002712     MOVE ZERO TO WS-ADB-CARRY
002713     MOVE ZERO TO WS-ADB-ROWS
002714     MOVE 1 TO WS-ADB-DAY
002715     MOVE 1 TO WS-ADB-FIRST-DAY
002716     SET CARRY-IN-NOT-FOUND TO TRUE
002717     SET BH-SCAN-MORE TO TRUE
002718     MOVE M-ACCT-ID TO BH-ACCT-ID
002719     MOVE WS-SCAN-START TO BH-BUS-DATE
002720     START BAL-HIST-FILE KEY IS NOT < BH-KEY
002721         INVALID KEY
002722             SET BH-SCAN-DONE TO TRUE
002723     END-START
002724     PERFORM 2450-NEXT-CLOSE THRU 2450-EXIT
002725         UNTIL BH-SCAN-DONE
002726     IF WS-ADB-ROWS = ZERO
002727         AND CARRY-IN-NOT-FOUND
002728         ADD 1 TO WS-NO-HISTORY-COUNT
002729         GO TO 2400-EXIT
002730     END-IF
002731     COMPUTE WS-ADB-SUM = WS-ADB-SUM
002732         + (WS-ADB-CARRY * (WS-RUN-DD - WS-ADB-DAY))
002733         + M-BALANCE
002734     COMPUTE WS-TEST-BALANCE ROUNDED = WS-ADB-SUM
002735         / (WS-RUN-DD + 1 - WS-ADB-FIRST-DAY).
002736 2400-EXIT.
002737     EXIT.
002738
002739*****************************************************************
002740* 2450-NEXT-CLOSE
002741*   READS THE ACCOUNT'S NEXT CLOSE.  ONE BEFORE THE MONTH ONLY
002742*   BECOMES THE CARRY-IN; ONE IN IT ADDS THE BALANCE IN FORCE
002743*   FOR EVERY DAY UP TO IT AND TAKES OVER FROM ITS OWN DATE.
002744*****************************************************************
002745 2450-NEXT-CLOSE.
002746     READ BAL-HIST-FILE NEXT RECORD
002747         AT END
002748             SET BH-SCAN-DONE TO TRUE
002749             GO TO 2450-EXIT
002750     END-READ
002751     IF BH-ACCT-ID NOT = M-ACCT-ID
002752         OR BH-BUS-DATE NOT < WS-RUN-DATE
002753         SET BH-SCAN-DONE TO TRUE
002754         GO TO 2450-EXIT
002755     END-IF
002756     IF BH-BUS-DATE < WS-MONTH-START
002757         MOVE BH-CLOSING-BALANCE TO WS-ADB-CARRY
002758         SET CARRY-IN-FOUND TO TRUE
002759         GO TO 2450-EXIT
002760     END-IF
002761     MOVE BH-BUS-DATE TO WS-ROW-DATE
002762     IF WS-ADB-ROWS = ZERO
002763         AND CARRY-IN-NOT-FOUND
002764         MOVE WS-ROW-DD TO WS-ADB-DAY
002765         MOVE WS-ROW-DD TO WS-ADB-FIRST-DAY
002766     END-IF
002767     COMPUTE WS-ADB-SUM = WS-ADB-SUM
002768         + (WS-ADB-CARRY * (WS-ROW-DD - WS-ADB-DAY))
002769     MOVE BH-CLOSING-BALANCE TO WS-ADB-CARRY
002770     MOVE WS-ROW-DD TO WS-ADB-DAY
002771     ADD 1 TO WS-ADB-ROWS.
002772 2450-EXIT.
002773     EXIT.
002774
002775*****************************************************************
002776* 8000-TERMINATE
002777*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
002778*   SUMMARY FOR THE OPERATOR CONSOLE.
002779*****************************************************************
002780 8000-TERMINATE.
002781     MOVE SPACES TO REPORT-RECORD
002782     WRITE REPORT-RECORD
002790     MOVE "ACCOUNTS READ:" TO WS-T-CAPTION
002800     MOVE WS-READ-COUNT TO WS-T-COUNT
002810     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002880     MOVE "CLOSED/DORMANT - SKIPPED:" TO WS-T-CAPTION
002890     MOVE WS-SKIPPED-COUNT TO WS-T-COUNT
002900     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002901     IF BASIS-AVERAGE
002902         MOVE "NO HISTORY - TESTED ON CLOSE:" TO WS-T-CAPTION
002903         MOVE WS-NO-HISTORY-COUNT TO WS-T-COUNT
002904         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002905     END-IF
002910     MOVE WS-FEE-INCOME TO WS-I-AMOUNT
002920     WRITE REPORT-RECORD FROM WS-INCOME-LINE
002930     CLOSE MASTER-FILE
002940     CLOSE TRANS-LOG-FILE
002950     CLOSE REPORT-FILE
002952     IF BH-FILE-OPEN
002954         CLOSE BAL-HIST-FILE
002956     END-IF
002960     DISPLAY "FEEASSES - READ: " WS-READ-COUNT
002970         " CHARGED: " WS-CHARGED-COUNT
002980         " WAIVED: " WS-WAIVED-COUNT
