000090* DRIVES THE NIGHTLY WINDOW IN ITS REQUIRED ORDER - POSTING JOBS
000100* FIRST, THEN THE REPORTING AND EXTRACT JOBS - AGAINST THE
000110* BUSINESS DATE IN data/business-date.dat (ONE CONTROL RECORD
000120* MAINTAINED BY OPS), INSTEAD OF A STRING OF OPERATOR SUBMISSIONS
000130* THAT CAN RUN TWICE, RUN EARLY, OR NOT RUN AT ALL.  THE
000140* MONTH-END JOBS SIT IN THE SAME TABLE AND RUN ONLY WHEN THE
000150* BUSINESS DATE IS THE LAST DAY OF ITS MONTH.  EACH JOB'S START,
000210* OPERATOR OVERRIDE LIST (ONE JOB NAME PER RECORD, REMOVED BY
000220* OPS AFTER THE RERUN).  A WINDOW STOPPED PARTWAY RESUMES BY
000230* RUNNING THIS SEQUENCER AGAIN - COMPLETED JOBS ARE SKIPPED AND
000240* THE CHAIN PICKS UP WHERE IT LEFT OFF.  THE ONE EXCEPTION TO
000242* THE OVERRIDE RULE IS A BATCHPST STEP THAT STOPPED PARTWAY
000244* THROUGH ITS POSTING PASS: ITS RESTART FILE (LAYOUT IN BTCHRSCL)
000246* SHOWS A FILE STILL IN FLIGHT FOR THE DATE, AND BATCHPST IS RUN
000248* AGAIN TO RESUME FROM ITS LAST RESTART POINT.  THE MORNING-AFTER
000250* EODSTAT REPORT PRINTS THE WINDOW'S STATUS FROM THE
000260* RUN-CONTROL FILE.
000270*
000331*                   FLAG INSTEAD OF THE STATUS OF THE LAST I-O,
000332*                   SO A WINDOW STOPPED BY A PREDECESSOR
000333*                   REFUSAL NO LONGER EXITS WITH THE FILE OPEN.
000334* 10/15/2026 DC    ADDED THE NEW FDMATUR FIXED-TERM DEPOSIT
000335*                   MATURITY JOB, DAILY, AFTER THE MONTH-END
000336*                   POSTING JOBS SO A DEPOSIT MATURING ON
000337*                   MONTH-END PAYS OUT WITH THAT MONTH'S INTEREST,
000338*                   AND BEFORE GLEXTR SO ITS POSTINGS REACH THE
000339*                   SAME JOURNAL.
000340* 10/15/2026 DC    ADDED THE NEW LOANPAY INSTALMENT LOAN
000341*                   REPAYMENT JOB, DAILY, RIGHT AFTER SOEXEC SO A
000342*                   STANDING ORDER FUNDING A LOAN ACCOUNT LANDS
000343*                   BEFORE THE INSTALMENT IS COLLECTED, AND AHEAD
000344*                   OF THE MONTH-END AND REPORTING JOBS.
000347* 10/15/2026 DC    ADDED THE NEW WLSCREEN WATCH-LIST RE-SCREENING
000348*                   JOB, DAILY, LAST IN THE TABLE - IT ONLY
000349*                   REPORTS, SO NOTHING WAITS ON IT, AND A LIST
000350*                   PROBLEM NEVER HOLDS UP THE POSTING, THE
000351*                   DRAWERS, OR THE MONTH-END STATEMENTS.
000352* 10/15/2026 DC    ADDED THE NEW GARNISH LEVY SWEEP JOB, DAILY,
000353*                   RIGHT AFTER BATCHPST SO THE DAY'S CREDITS ARE
000354*                   THERE TO SWEEP AND THE LEVIES ARE PAID OVER
000355*                   BEFORE ANY STANDING ORDER OR INSTALMENT, AND
000356*                   THE NEW LGLRPT ACTIVE LEGAL RESTRICTIONS
000357*                   REPORT, DAILY, WITH THE REPORTING JOBS AFTER
000358*                   TELLBAL.
000359* 10/15/2026 DC    ADDED THE NEW BALHIST CLOSING-BALANCE HISTORY
000360*                   JOB, DAILY, RIGHT AFTER FDMATUR - THE LAST JOB
000361*                   THAT POSTS - AND BEFORE GLEXTR, SO THE DAY'S
000362*                   CLOSE CARRIES THAT NIGHT'S INTEREST, FEES, AND
000363*                   MATURITIES.
000364* 10/15/2026 DC    A BATCHPST STEP THAT DID NOT COMPLETE IS NOW
000365*                   RESTARTED WITHOUT AN OPERATOR OVERRIDE WHEN
000366*                   THE BATCHPST RESTART FILE SHOWS A FILE STOPPED
000367*                   PARTWAY FOR THE DATE - BATCHPST PICKS IT UP
000368*                   FROM ITS LAST RESTART POINT, SO THE RERUN
000369*                   CANNOT POST ANYTHING TWICE.
000370* 10/15/2026 DC    ADDED THE NEW MAINTRPT MAINTENANCE-ACTIVITY
000371*                   REPORT, DAILY, LAST IN THE TABLE - IT ONLY
000372*                   REPORTS, SO NOTHING WAITS ON IT.
000373*
000374
000375 ENVIRONMENT DIVISION.
000376 INPUT-OUTPUT SECTION.
000377 FILE-CONTROL.
000380* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS.  NO
000390* RECORD MEANS THE WINDOW CANNOT RUN AT ALL.
000400     SELECT BUSINESS-DATE-FILE ASSIGN TO "data/business-date.dat"
000510     SELECT OVERRIDE-FILE ASSIGN TO "data/eodseq-override.dat"
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS WS-OVR-FILE-STATUS.
000531* THE BATCHPST RESTART FILE - READ ONLY, TO SEE WHETHER A
000532* BATCHPST STEP THAT DID NOT COMPLETE STOPPED PARTWAY.
000533     SELECT RESTART-FILE ASSIGN TO "data/batch-restart.dat"
000534     ORGANIZATION IS INDEXED
000535     ACCESS MODE IS DYNAMIC
000536     RECORD KEY IS RS-KEY
000537     FILE STATUS IS WS-RS-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000640 FD  OVERRIDE-FILE.
000650 01  OVERRIDE-RECORD.
000660     05  OV-JOB-NAME          PIC X(08).
000661
000663 FD  RESTART-FILE.
000666     COPY BTCHRSCL.
000670
000680 WORKING-STORAGE SECTION.
000690* SWITCHES
000862     05  WS-RC-OPEN-FLAG       PIC X VALUE 'N'.
000864         88  RC-FILE-OPEN              VALUE 'Y'.
000866         88  RC-FILE-NOT-OPEN          VALUE 'N'.
000867     05  WS-RS-EOF-FLAG        PIC X VALUE 'N'.
000868         88  RS-EOF                    VALUE 'Y'.
000869     05  WS-BATCH-RESTART-FLAG PIC X VALUE 'N'.
000870         88  BATCH-RESTART-DUE         VALUE 'Y'.
000871         88  BATCH-RESTART-NOT-DUE     VALUE 'N'.
000872
000880* FILE STATUS FIELDS.
000890 01  WS-FILE-STATUS-FIELDS.
000900     05  WS-BDATE-FILE-STATUS  PIC X(02).
000910     05  WS-RC-FILE-STATUS     PIC X(02).
000920     05  WS-OVR-FILE-STATUS    PIC X(02).
000925     05  WS-RS-FILE-STATUS     PIC X(02).
000930
000940* THE NIGHTLY JOB TABLE, IN REQUIRED ORDER - POSTING JOBS FIRST
000950* SO EVERY REPORT AND EXTRACT SEES THE DAY FULLY POSTED, WITH
001000 01  WS-JOB-TABLE.
001010     05  FILLER                PIC X(09) VALUE "HOLDREL D".
001020     05  FILLER                PIC X(09) VALUE "BATCHPSTD".
001025     05  FILLER                PIC X(09) VALUE "GARNISH D".
001030     05  FILLER                PIC X(09) VALUE "SOEXEC  D".
001035     05  FILLER                PIC X(09) VALUE "LOANPAY D".
001040     05  FILLER                PIC X(09) VALUE "ODINT   M".
001050     05  FILLER                PIC X(09) VALUE "INTACCR M".
001060     05  FILLER                PIC X(09) VALUE "FEEASSESM".
001062     05  FILLER                PIC X(09) VALUE "FDMATUR D".
001063     05  FILLER                PIC X(09) VALUE "BALHIST D".
001065     05  FILLER                PIC X(09) VALUE "GLEXTR  D".
001070     05  FILLER                PIC X(09) VALUE "TRIALBALD".
001080     05  FILLER                PIC X(09) VALUE "LOGRECOND".
001090     05  FILLER                PIC X(09) VALUE "WHEXTRCTD".
001100     05  FILLER                PIC X(09) VALUE "LRGTRAN D".
001110     05  FILLER                PIC X(09) VALUE "TELLBAL D".
001115     05  FILLER                PIC X(09) VALUE "LGLRPT  D".
001120     05  FILLER                PIC X(09) VALUE "STMTGEN M".
001125     05  FILLER                PIC X(09) VALUE "WLSCREEND".
001127     05  FILLER                PIC X(09) VALUE "MAINTRPTD".
001130 01  WS-JOB-LIST REDEFINES WS-JOB-TABLE.
001140     05  WS-JOB-ENTRY OCCURS 20 TIMES.
001150         10  WS-JT-NAME        PIC X(08).
001160         10  WS-JT-FREQ        PIC X(01).
001170
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001560     MOVE 1 TO WS-JOB-SUB
001570     PERFORM 2000-RUN-JOB THRU 2000-EXIT
001580         UNTIL WS-JOB-SUB > 20 OR WINDOW-STOPPED
001590     PERFORM 8000-TERMINATE THRU 8000-EXIT
001600     STOP RUN.
001610
002850*   AN ORDINARY NIGHT, ENFORCES THE PREDECESSOR AND ONCE-ONLY
002860*   RULES, AND RUNS THE JOB.  A REFUSAL OR FAILURE STOPS THE
002870*   WINDOW; A JOB ALREADY COMPLETE FOR THE DATE IS SKIPPED SO A
002880*   RESTARTED WINDOW PICKS UP WHERE IT LEFT OFF.  A BATCHPST
002885*   STEP STOPPED PARTWAY IS RUN AGAIN TO RESUME ITS FILE.
002890*****************************************************************
002900 2000-RUN-JOB.
002910     MOVE WS-JT-NAME (WS-JOB-SUB) TO WS-CURR-JOB
003020         END-IF
003030     END-IF
003040     PERFORM 2600-READ-OWN-RECORD THRU 2600-EXIT
003041     SET BATCH-RESTART-NOT-DUE TO TRUE
003042     IF RC-REC-FOUND
003043         AND JOB-NOT-OVERRIDDEN
003044         AND NOT RC-COMPLETED
003045         AND WS-CURR-JOB = "BATCHPST"
003046         PERFORM 2650-CHECK-BATCH-RESTART THRU 2650-EXIT
003047     END-IF
003050     IF RC-REC-FOUND
003060         AND JOB-NOT-OVERRIDDEN
003065         AND BATCH-RESTART-NOT-DUE
003070         IF RC-COMPLETED
003080             DISPLAY "EODSEQ - " WS-CURR-JOB " ALREADY "
003090                 "COMPLETE FOR " WS-BUS-DATE ", SKIPPING"
003910     END-READ.
003920 2600-EXIT.
003930     EXIT.
003931
003932*****************************************************************
003933* 2650-CHECK-BATCH-RESTART
003934*   LOOKS FOR A BATCHPST FILE LEFT IN FLIGHT FOR THE BUSINESS
003935*   DATE ON THE BATCHPST RESTART FILE.  ONE MEANS THE STEP
003936*   STOPPED PARTWAY THROUGH ITS POSTING PASS AND BATCHPST WILL
003937*   RESUME IT, SO THE STEP IS RUN AGAIN RATHER THAN REFUSED.  NO
003938*   RESTART FILE, OR NOTHING IN FLIGHT, LEAVES THE REFUSAL IN
003939*   PLACE - THE STEP FAILED BEFORE IT POSTED OR AFTER IT
003940*   FINISHED, AND AN OPERATOR DECIDES.
003941*****************************************************************
003942 2650-CHECK-BATCH-RESTART.
003943     OPEN INPUT RESTART-FILE
003944     IF WS-RS-FILE-STATUS NOT = "00"
003945         GO TO 2650-EXIT
003946     END-IF
003947     MOVE 'N' TO WS-RS-EOF-FLAG
003948     MOVE WS-BUS-DATE TO RS-BUSINESS-DATE
003949     MOVE LOW-VALUES TO RS-BRANCH-ID
003950     MOVE ZERO TO RS-FILE-SEQUENCE
003951     START RESTART-FILE KEY IS NOT < RS-KEY
003952         INVALID KEY
003953             SET RS-EOF TO TRUE
003954     END-START
003955     PERFORM 2660-READ-RESTART THRU 2660-EXIT
003956         UNTIL RS-EOF OR BATCH-RESTART-DUE
003957     CLOSE RESTART-FILE
003958     IF BATCH-RESTART-DUE
003959         DISPLAY "EODSEQ - " WS-CURR-JOB " STOPPED PARTWAY FOR "
003960             WS-BUS-DATE ", RESTARTING"
003961     END-IF.
003962 2650-EXIT.
003963     EXIT.
003964
003965 2660-READ-RESTART.
003966     READ RESTART-FILE NEXT RECORD
003967         AT END
003968             SET RS-EOF TO TRUE
003969             GO TO 2660-EXIT
003970     END-READ
003971     IF RS-BUSINESS-DATE NOT = WS-BUS-DATE
003972         SET RS-EOF TO TRUE
003973     ELSE
003974         IF RS-IN-FLIGHT
003975             SET BATCH-RESTART-DUE TO TRUE
003976         END-IF
003977     END-IF.
003978 2660-EXIT.
003979     EXIT.
003980
003981*****************************************************************
003982* 2700-EXECUTE-JOB
003983*   RECORDS THE START, CALLS THE JOB, AND RECORDS THE FINISH AND
003984*   RETURN CODE.  A NONZERO RETURN CODE OR A JOB THAT CANNOT BE
003990*   LOADED MARKS THE RECORD FAILED AND STOPS THE WINDOW, SO THE
004000*   RECORD LEFT AT 'S' OR 'F' TELLS THE MORNING EXACTLY WHERE
004010*   THE NIGHT STOPPED.
