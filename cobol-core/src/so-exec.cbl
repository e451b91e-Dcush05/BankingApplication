000150* FORWARD BY ITS FREQUENCY UNTIL IT PASSES TODAY; A FAILED ORDER
000160* KEEPS ITS DUE DATE, PRINTS ON THE REPORT WITH ITS REASON CODE
000170* FOR THE BRANCH TO FOLLOW UP, AND IS RETRIED ON THE NEXT RUN.
000175* THE REASON IS ALSO SPELLED OUT, SO AN ORDER STOPPED BY A LEGAL
000176* FREEZE, DEBIT BLOCK, OR LEVY READS DIFFERENTLY FROM ONE THAT
000177* SIMPLY FOUND NO MONEY.
000180* AN ORDER PAST ITS EXPIRY DATE (EXPIRY IS THE LAST VALID DAY;
000190* ZERO MEANS UNTIL CANCELLED) IS REMOVED AND REPORTED.
000200*
000275*                   IS ON FILE, FALLING BACK TO THE SYSTEM DATE,
000276*                   SO A WINDOW THAT CROSSES MIDNIGHT STILL WORKS
000277*                   THE BUSINESS DATE.
000278* 10/15/2026 DC    A FAILED ORDER NOW PRINTS ITS DECLINE REASON
000279*                   AS TEXT BESIDE THE STATUS CODE, INCLUDING
000280*                   WHICH KIND OF LEGAL ORDER STOPPED IT WHEN
000281*                   ACCOUNT DECLINES WITH THE NEW STATUS 36.
000282*
000283
000284 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310* THE STANDING-INSTRUCTIONS FILE - READ START TO FINISH, WITH THE
001060             VALUE "            AMOUNT".
001070         10  FILLER            PIC X(14)
001080             VALUE "  DISPOSITION ".
001082         10  FILLER            PIC X(06) VALUE "REASON".
001090         10  FILLER            PIC X(18) VALUE SPACES.
001100     05  WS-DETAIL-LINE.
001110         10  WS-D-FROM         PIC X(10).
001120         10  FILLER            PIC X(02) VALUE SPACES.
001170         10  WS-D-DISP         PIC X(09).
001180         10  FILLER            PIC X(01) VALUE SPACES.
001190         10  WS-D-CODE         PIC X(02).
001192         10  FILLER            PIC X(01) VALUE SPACES.
001194         10  WS-D-REASON       PIC X(20).
001200         10  FILLER            PIC X(03) VALUE SPACES.
001210     05  WS-TOTAL-LINE.
001220         10  WS-T-CAPTION      PIC X(33).
001230         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
002000*   POSTS ONE DUE ORDER AS A TRANSFER THROUGH ACCOUNT.  SUCCESS
002010*   ROLLS THE NEXT-DUE DATE FORWARD PAST TODAY AND REWRITES THE
002020*   ORDER; A DECLINE LEAVES THE DUE DATE ALONE SO TOMORROW'S RUN
002030*   RETRIES IT, AND PRINTS THE REASON CODE AND ITS TEXT FOR THE
002035*   BRANCH.
002040*****************************************************************
002050 2200-EXECUTE-ORDER.
002060     INITIALIZE DFHCOMMAREA
002150     IF CA-ST-SUCCESS
002160         MOVE "EXECUTED " TO WS-D-DISP
002170         MOVE SPACES TO WS-D-CODE
002175         MOVE SPACES TO WS-D-REASON
002180         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
002190         ADD 1 TO WS-EXEC-COUNT
002200         PERFORM 7100-ADVANCE-NEXT-DUE THRU 7100-EXIT
002280         MOVE "FAILED   " TO WS-D-DISP
002290         MOVE CA-STATUS TO WS-STATUS-CODE
002300         MOVE WS-STATUS-CODE TO WS-D-CODE
002305         PERFORM 2250-SET-REASON THRU 2250-EXIT
002310         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
002320         ADD 1 TO WS-FAIL-COUNT
002330     END-IF.
002340 2200-EXIT.
002350     EXIT.
002360
002361*****************************************************************
002362* 2250-SET-REASON
002363*   SPELLS OUT ACCOUNT'S DECLINE STATUS FOR THE REPORT.  A LEGAL
002364*   RESTRICTION (36) IS SPLIT BY THE TYPE OF ORDER ACCOUNT HANDS
002365*   BACK, SINCE THE BRANCH DEALS WITH EACH DIFFERENTLY; ANYTHING
002366*   NOT EXPECTED ON A STANDING ORDER IS LEFT TO THE STATUS CODE.
002367*****************************************************************
002368 2250-SET-REASON.
002369     EVALUATE TRUE
002370         WHEN CA-ST-LEGAL-RESTRICTED AND CA-LGL-TYPE = "F"
002371             MOVE "LEGAL FREEZE" TO WS-D-REASON
002372         WHEN CA-ST-LEGAL-RESTRICTED AND CA-LGL-TYPE = "D"
002373             MOVE "LEGAL DEBIT BLOCK" TO WS-D-REASON
002374         WHEN CA-ST-LEGAL-RESTRICTED
002375             MOVE "LEVY RING-FENCED" TO WS-D-REASON
002376         WHEN CA-ST-INSUFFICIENT-FUNDS
002377             MOVE "INSUFFICIENT FUNDS" TO WS-D-REASON
002378         WHEN CA-ST-FUNDS-ON-HOLD
002379             MOVE "FUNDS ON HOLD" TO WS-D-REASON
002380         WHEN CA-ST-ACCT-NOT-FOUND
002381             MOVE "ACCOUNT NOT FOUND" TO WS-D-REASON
002382         WHEN CA-ST-TRANSFER-DEST-NOT-FOUND
002383             MOVE "PAYEE NOT FOUND" TO WS-D-REASON
002384         WHEN CA-ST-ACCT-CLOSED
002385             MOVE "ACCOUNT CLOSED" TO WS-D-REASON
002386         WHEN CA-ST-ACCT-DORMANT
002387             MOVE "ACCOUNT DORMANT" TO WS-D-REASON
002388         WHEN CA-ST-TRANSFER-SAME-ACCT
002389             MOVE "SAME ACCOUNT" TO WS-D-REASON
002390         WHEN CA-ST-FD-NOT-MATURED
002391             MOVE "DEPOSIT NOT MATURED" TO WS-D-REASON
002392         WHEN CA-ST-MASTER-UPDATE-FAILED
002393             MOVE "FILE UPDATE FAILED" TO WS-D-REASON
002394         WHEN OTHER
002395             MOVE "SEE STATUS CODE" TO WS-D-REASON
002396     END-EVALUATE.
002397 2250-EXIT.
002398     EXIT.
002399
002400*****************************************************************
002401* 2300-REMOVE-EXPIRED
002402*   REPORTS AND REMOVES AN ORDER PAST ITS EXPIRY DATE.
002403*****************************************************************
002410 2300-REMOVE-EXPIRED.
002420     MOVE SO-FROM-ACCT-ID TO WS-D-FROM
002430     MOVE SO-TO-ACCT-ID TO WS-D-TO
002440     MOVE SO-AMOUNT TO WS-D-AMOUNT
002450     MOVE "EXPIRED  " TO WS-D-DISP
002460     MOVE SPACES TO WS-D-CODE
002465     MOVE SPACES TO WS-D-REASON
002470     WRITE REPORT-RECORD FROM WS-DETAIL-LINE
002480     ADD 1 TO WS-EXPIRED-COUNT
002490     DELETE STANDING-ORDER-FILE RECORD
