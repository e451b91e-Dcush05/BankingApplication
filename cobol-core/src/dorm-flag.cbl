000180* NO EVIDENCE, AND WILL AGE NORMALLY FROM ITS NEXT POSTING.
000190* COMPARISON IS AT MONTH PRECISION - AN ACCOUNT LAST ACTIVE IN OR
000200* BEFORE THE CUTOFF MONTH IS DORMANT.
000202* A FIXED-TERM DEPOSIT IS NEVER FLAGGED - IT IS LOCKED TO ITS
000204* TERM, SO A LONG STRETCH WITH NO CUSTOMER POSTING IS EXACTLY
000206* WHAT IT IS MEANT TO DO, AND THE FDMATUR JOB MUST BE ABLE TO
000207* ROLL IT OR PAY IT OUT ON ITS MATURITY DATE.  IT IS COUNTED
000208* AND LEFT ALONE.
000210*
000220* MODIFICATION HISTORY
000230* ---------- ----  -----------------------------------------------
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  -----------------------------------------------
000260* 08/21/2026 DC    ORIGINAL VERSION.
000262* 10/15/2026 DC    SKIP ACTIVE FIXED-TERM DEPOSITS - INTEREST IS
000264*                   NOT CUSTOMER ACTIVITY, SO A DEPOSIT RUNNING
000266*                   OUT ITS TERM WAS BEING FLAGGED DORMANT AND
000268*                   FDMATUR'S PAYOUT TRANSFER WAS THEN REFUSED.
000270*
000280
000290 ENVIRONMENT DIVISION.
000730     05  WS-FLAGGED-COUNT      PIC 9(07) COMP.
000740     05  WS-ALREADY-COUNT      PIC 9(07) COMP.
000750     05  WS-NO-DATE-COUNT      PIC 9(07) COMP.
000755     05  WS-TERM-COUNT         PIC 9(07) COMP.
000760     05  WS-MONTHS             PIC 9(03).
000770     05  WS-CAND-BALANCE       PIC S9(12)V99 COMP-3.
000780     05  WS-RUN-DATE           PIC 9(08).
001560     MOVE ZERO TO WS-FLAGGED-COUNT
001570     MOVE ZERO TO WS-ALREADY-COUNT
001580     MOVE ZERO TO WS-NO-DATE-COUNT
001585     MOVE ZERO TO WS-TERM-COUNT
001590     MOVE ZERO TO WS-CAND-BALANCE
001600     MOVE ZERO TO WS-MONTHS
001610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001900* 2000-CHECK-ACCOUNT
001910*   HANDLES ONE MASTER RECORD - FLAGS A LONG-INACTIVE ACTIVE
001920*   ACCOUNT DORMANT, REPORTS EVERY DORMANT ACCOUNT AS AN
001930*   ESCHEATMENT CANDIDATE, AND READS THE NEXT.  AN ACTIVE
001935*   FIXED-TERM DEPOSIT IS COUNTED BUT NEVER FLAGGED.
001940*****************************************************************
001950 2000-CHECK-ACCOUNT.
001960     ADD 1 TO WS-READ-COUNT
001990             MOVE "DORMANT     " TO WS-D-DISP
002000             PERFORM 2300-REPORT-CANDIDATE THRU 2300-EXIT
002010             ADD 1 TO WS-ALREADY-COUNT
002013         WHEN M-ACCT-ACTIVE AND M-TYPE-FIXED-TERM
002016             ADD 1 TO WS-TERM-COUNT
002020         WHEN M-ACCT-ACTIVE AND M-LAST-ACTIVITY-DATE = ZERO
002030             ADD 1 TO WS-NO-DATE-COUNT
002040         WHEN M-ACCT-ACTIVE
002800     MOVE "NO ACTIVITY DATE - LEFT ALONE:" TO WS-T-CAPTION
002810     MOVE WS-NO-DATE-COUNT TO WS-T-COUNT
002820     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002822     MOVE "FIXED-TERM DEPOSITS - LEFT ALONE:" TO WS-T-CAPTION
002824     MOVE WS-TERM-COUNT TO WS-T-COUNT
002826     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002830     MOVE WS-CAND-BALANCE TO WS-B-BALANCE
002840     WRITE REPORT-RECORD FROM WS-BALANCE-LINE
002850     CLOSE MASTER-FILE
002880         " NEWLY FLAGGED: " WS-FLAGGED-COUNT
002890         " ALREADY DORMANT: " WS-ALREADY-COUNT
002900     DISPLAY "DORMFLAG - NO-DATE ACCOUNTS LEFT ALONE: "
002910         WS-NO-DATE-COUNT
002915         " FIXED-TERM LEFT ALONE: " WS-TERM-COUNT.
002920 8000-EXIT.
002930     EXIT.
