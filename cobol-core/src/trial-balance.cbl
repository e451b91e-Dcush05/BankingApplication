000292*                   STOP RUN, SO THE NEW EODSEQ SEQUENCER CAN CALL
000293*                   THIS JOB AND REGAIN CONTROL.  RUN STANDALONE
000294*                   IT BEHAVES THE SAME.
000295* 10/15/2026 DC    PRINT THE INSTALMENT LOAN BOOK FROM THE NEW
000296*                   LOAN MASTER AS A SEPARATE ASSET SECTION - THE
000297*                   ACTIVE LOAN COUNT, THE PRINCIPAL OUTSTANDING,
000298*                   AND THE PART OF IT 30 DAYS OR MORE IN ARREARS.
000299*                   LOAN PRINCIPAL IS OWED TO THE BANK, SO IT IS
000300*                   NEVER ADDED INTO THE DEPOSIT LEDGER TOTALS.
000301*

000302 ENVIRONMENT DIVISION.
000303 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320* THE MASTER LEDGER - READ SEQUENTIALLY, START TO FINISH, ONE PASS
000330* PER RUN.  NOT REWRITTEN - THIS IS A READ-ONLY REPORT.
000380* THE PRINTED TRIAL-BALANCE REPORT.
000390     SELECT REPORT-FILE ASSIGN TO "data/trial-balance.rpt"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000401* THE LOAN MASTER - READ SEQUENTIALLY AFTER THE LEDGER FOR THE
000402* LOAN ASSET TOTALS.  NOT REWRITTEN.
000403     SELECT LOAN-FILE ASSIGN TO "data/loan-master.dat"
000404     ORGANIZATION IS INDEXED
000405     ACCESS MODE IS SEQUENTIAL
000406     RECORD KEY IS LN-LOAN-ID
000407     FILE STATUS IS WS-LOAN-FILE-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000450 FD  REPORT-FILE.
000460 01  REPORT-RECORD             PIC X(80).

000464 FD  LOAN-FILE.
000466     COPY LOANRECL.

000470 WORKING-STORAGE SECTION.
000480* SWITCHES
000490 01  WS-EOF-FLAG               PIC X VALUE 'N'.
000500     88  END-OF-FILE                   VALUE 'Y'.
000503 01  WS-LOAN-EOF-FLAG          PIC X VALUE 'N'.
000506     88  LOAN-EOF                      VALUE 'Y'.

000510* CONTROL TOTALS AND REPORT WORK AREAS
000520 01  WS-WORK-FIELDS.
000550     05  WS-TOTAL-BALANCE      PIC S9(12)V99 COMP-3.
000560     05  WS-RUN-DATE           PIC 9(08).
000562     05  WS-TYPE-SUB           PIC 9(01) COMP.
000563* LOAN ASSET TOTALS - KEPT APART FROM THE DEPOSIT TOTALS ABOVE.
000564     05  WS-LOAN-COUNT         PIC 9(07) COMP.
000565     05  WS-LOAN-BALANCE       PIC S9(12)V99 COMP-3.
000566     05  WS-ARREARS-COUNT      PIC 9(07) COMP.
000567     05  WS-ARREARS-BALANCE    PIC S9(12)V99 COMP-3.
000568     05  WS-LOAN-FILE-STATUS   PIC X(02).

000569* PER-PRODUCT CONTROL TOTALS.  ROWS 1-3 ARE THE KNOWN PRODUCT
000570* CODES, SET UP AT INITIALIZE; ROW 4 ('**') CATCHES EVERYTHING
000571* ELSE, INCLUDING ACCOUNTS THAT PREDATE PRODUCT TYPING.
000572 01  WS-TYPE-TOTALS.
000573     05  WS-TYPE-ENTRY OCCURS 4 TIMES.
000574         10  WS-TY-CODE        PIC X(02).
000576         10  WS-TY-COUNT       PIC 9(07) COMP.
000578         10  WS-TY-BALANCE     PIC S9(12)V99 COMP-3.
000884         10  FILLER            PIC X(08) VALUE SPACES.
000886         10  WS-TY-L-BALANCE   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
000888         10  FILLER            PIC X(22) VALUE SPACES.
000889     05  WS-LOAN-LINE.
000890         10  FILLER            PIC X(23)
000891             VALUE "LOAN ACCOUNTS (ASSETS):".
000892         10  WS-L-LOAN-COUNT   PIC Z,ZZZ,ZZ9.
000893         10  FILLER            PIC X(08) VALUE SPACES.
000894         10  FILLER            PIC X(21)
000895             VALUE "TOTAL LOAN PRINCIPAL:".
000896         10  WS-L-BALANCE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
000897     05  WS-ARREARS-LINE.
000898         10  FILLER            PIC X(23)
000899             VALUE "LOANS 30+ DAYS ARREARS:".
000900         10  WS-R-COUNT        PIC Z,ZZZ,ZZ9.
000901         10  FILLER            PIC X(08) VALUE SPACES.
000902         10  FILLER            PIC X(21)
000903             VALUE "PRINCIPAL IN ARREARS:".
000904         10  WS-R-BALANCE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

000905 PROCEDURE DIVISION.
000906*****************************************************************
000907* 0000-MAINLINE
000910*   DRIVES ONE PASS OF THE TRIAL-BALANCE REPORT OVER MASTER-FILE.
000920*****************************************************************
000930 0000-MAINLINE.
001040     MOVE ZERO TO WS-ACCT-COUNT
001050     MOVE ZERO TO WS-CLOSED-COUNT
001060     MOVE ZERO TO WS-TOTAL-BALANCE
001061     MOVE ZERO TO WS-LOAN-COUNT
001062     MOVE ZERO TO WS-LOAN-BALANCE
001063     MOVE ZERO TO WS-ARREARS-COUNT
001064     MOVE ZERO TO WS-ARREARS-BALANCE
001065     MOVE "CK" TO WS-TY-CODE (1)
001066     MOVE "SV" TO WS-TY-CODE (2)
001067     MOVE "FD" TO WS-TY-CODE (3)
001068     MOVE "**" TO WS-TY-CODE (4)
001069     MOVE 1 TO WS-TYPE-SUB
001070     PERFORM 1100-ZERO-TYPE-TOTAL THRU 1100-EXIT
001071         UNTIL WS-TYPE-SUB > 4
001072     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001080     OPEN INPUT MASTER-FILE
001090     OPEN OUTPUT REPORT-FILE
001100     WRITE REPORT-RECORD FROM WS-HEADING-1
001542     MOVE 1 TO WS-TYPE-SUB
001544     PERFORM 8100-PRINT-TYPE-TOTAL THRU 8100-EXIT
001546         UNTIL WS-TYPE-SUB > 4
001548     PERFORM 8200-LOAN-TOTALS THRU 8200-EXIT
001550     CLOSE MASTER-FILE
001560     CLOSE REPORT-FILE
001570     DISPLAY "TRIALBAL - ACCOUNTS: " WS-ACCT-COUNT
001580         " TOTAL BALANCE: " WS-TOTAL-BALANCE
001582     DISPLAY "TRIALBAL - LOANS: " WS-LOAN-COUNT
001585         " LOAN PRINCIPAL: " WS-LOAN-BALANCE.
001590 8000-EXIT.
001600     EXIT.

001660     ADD 1 TO WS-TYPE-SUB.
001670 8100-EXIT.
001680     EXIT.

001682*****************************************************************
001683* 8200-LOAN-TOTALS
001684*   TOTALS THE ACTIVE LOANS ON THE LOAN MASTER AND PRINTS THEM AS
001685*   THE LOAN ASSET SECTION.  NO LOAN MASTER ON DISK MEANS NO LOANS
001686*   HAVE BEEN DRAWN - THE SECTION PRINTS WITH ZERO TOTALS.
001687*****************************************************************
001688 8200-LOAN-TOTALS.
001689     OPEN INPUT LOAN-FILE
001690     IF WS-LOAN-FILE-STATUS = "00"
001691         PERFORM 8250-READ-LOAN THRU 8250-EXIT
001692             UNTIL LOAN-EOF
001693         CLOSE LOAN-FILE
001694     END-IF
001695     MOVE SPACES TO REPORT-RECORD
001696     WRITE REPORT-RECORD
001697     MOVE WS-LOAN-COUNT TO WS-L-LOAN-COUNT
001698     MOVE WS-LOAN-BALANCE TO WS-L-BALANCE
001699     WRITE REPORT-RECORD FROM WS-LOAN-LINE
001700     MOVE WS-ARREARS-COUNT TO WS-R-COUNT
001701     MOVE WS-ARREARS-BALANCE TO WS-R-BALANCE
001702     WRITE REPORT-RECORD FROM WS-ARREARS-LINE.
001703 8200-EXIT.
001704     EXIT.

001706 8250-READ-LOAN.
001707     READ LOAN-FILE
001708         AT END
001709             SET LOAN-EOF TO TRUE
001710             GO TO 8250-EXIT
001711     END-READ
001712     IF LN-LOAN-ACTIVE
001713         ADD 1 TO WS-LOAN-COUNT
001714         ADD LN-BALANCE TO WS-LOAN-BALANCE
001715         IF NOT LN-ARREARS-CURRENT
001716             ADD 1 TO WS-ARREARS-COUNT
001717             ADD LN-BALANCE TO WS-ARREARS-BALANCE
001718         END-IF
001719     END-IF.
001720 8250-EXIT.
001721     EXIT.
