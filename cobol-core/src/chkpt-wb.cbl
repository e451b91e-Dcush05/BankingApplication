000342* 09/02/2026 DC    NEW TRANS-LOG ENTRIES NOW CLEAR THE NEW
000344*                   TL-OVERRIDE-ID FIELD - A SYSTEM ENTRY NEVER
000346*                   CARRIES A SUPERVISOR OVERRIDE.
000347* 10/15/2026 DC    EVERY RESOLUTION NOW ALSO WRITES BEFORE AND
000348*                   AFTER IMAGES, STAMPED WITH THE OPERATOR'S ID,
000349*                   TO THE NEW MAINTENANCE AUDIT FILE (LAYOUT IN
000350*                   MNTAUDCL) - THE CHECKPOINT CLEARED AND, ON A
000351*                   RESTORE, THE MASTER RECORD REWRITTEN.  NO
000352*                   AUDIT FILE MEANS NO RESOLUTIONS ARE TAKEN.
000353*
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000550* EVERY RESOLUTION APPLIED HERE LANDS IN IT.
000560     SELECT TRANS-LOG-FILE ASSIGN TO "data/trans-log.dat"
000570     ORGANIZATION IS LINE SEQUENTIAL.
000571* THE MAINTENANCE AUDIT FILE - BEFORE/AFTER IMAGES OF EVERY
000572* RECORD A RESOLUTION CHANGES, APPENDED TO, NEVER REWRITTEN.
000573     SELECT MAINT-AUDIT-FILE ASSIGN TO "data/maint-audit.dat"
000574     ORGANIZATION IS LINE SEQUENTIAL
000575     FILE STATUS IS WS-MA-FILE-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000660
000670 FD  TRANS-LOG-FILE.
000680     COPY TRNLOGCL.
000682
000684 FD  MAINT-AUDIT-FILE.
000686     COPY MNTAUDCL.
000690
000700 WORKING-STORAGE SECTION.
000710* SWITCHES
000770     05  WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
000780         88  MASTER-FOUND              VALUE 'Y'.
000790         88  MASTER-NOT-FOUND          VALUE 'N'.
000793     05  WS-MA-OPEN-FLAG       PIC X VALUE 'N'.
000796         88  MA-FILE-OPEN              VALUE 'Y'.
000800
000810* FILE STATUS FIELDS.
000820 01  WS-FILE-STATUS-FIELDS.
000830     05  WS-MASTER-FILE-STATUS PIC X(02).
000840     05  WS-CP-FILE-STATUS     PIC X(02).
000845     05  WS-MA-FILE-STATUS     PIC X(02).
000850
000860* THE OPERATOR'S ID AND CHOSEN ACTION, CONTROL TOTALS, AND THE
000870* BALANCE STAGING FIELDS FOR A RESTORE.
001014     05  WS-CP-ACCT-ID         PIC X(10).
001016     05  WS-CP-LOG-DATE        PIC 9(08).
001018     05  WS-CP-LOG-TIME        PIC 9(08).
001019     05  WS-CP-SAVE-RECORD     PIC X(73).
001020* MAINTENANCE AUDIT STAGING FOR 4100-WRITE-MAINT-AUDIT - THE
001021* RESOLUTION'S TYPE, THE KIND AND KEY OF THE RECORD CHANGED, AND
001022* ITS IMAGES BEFORE AND AFTER THE CHANGE.
001023     05  WS-MA-TRANS-TYPE      PIC X(10).
001024     05  WS-MA-RECORD-KIND     PIC X(02).
001025     05  WS-MA-RECORD-KEY      PIC X(25).
001026     05  WS-MA-BEFORE-IMAGE    PIC X(160).
001027     05  WS-MA-AFTER-IMAGE     PIC X(160).
001028
001030* DATE WORK AREAS FOR THE AGE-IN-DAYS ARITHMETIC.  EACH DATE IS
001040* TURNED INTO A DAY SERIAL (DAYS SINCE THE YEAR DOT, CIVIL
001050* CALENDAR) SO THE AGE IS ONE SUBTRACTION.
001680         SET CP-FILE-OPEN TO TRUE
001690         OPEN I-O MASTER-FILE
001700         OPEN EXTEND TRANS-LOG-FILE
001705         PERFORM 1100-OPEN-MAINT-AUDIT THRU 1100-EXIT
001710         PERFORM 2100-READ-CHECKPOINT THRU 2100-EXIT
001720     END-IF.
001730 1000-EXIT.
001740     EXIT.
001741
001742*****************************************************************
001743* 1100-OPEN-MAINT-AUDIT
001744*   OPENS THE MAINTENANCE AUDIT FILE FOR APPEND, CREATING IT EMPTY
001745*   THE FIRST TIME.  A RESOLUTION THAT CANNOT BE AUDITED IS NOT
001746*   TAKEN, SO A FILE THAT STILL WILL NOT OPEN ENDS THE SESSION
001747*   BEFORE THE FIRST CHECKPOINT IS SHOWN.
001748*****************************************************************
001749 1100-OPEN-MAINT-AUDIT.
001750     OPEN EXTEND MAINT-AUDIT-FILE
001751     IF WS-MA-FILE-STATUS = "35"
001752         OPEN OUTPUT MAINT-AUDIT-FILE
001753         CLOSE MAINT-AUDIT-FILE
001754         OPEN EXTEND MAINT-AUDIT-FILE
001755     END-IF
001756     IF WS-MA-FILE-STATUS = "00"
001757         SET MA-FILE-OPEN TO TRUE
001758     ELSE
001759         DISPLAY "CHKPTWB - MAINTENANCE AUDIT FILE OPEN FAILED, "
001760             "STATUS " WS-MA-FILE-STATUS ", NOTHING RESOLVED"
001761         SET CP-EOF TO TRUE
001762     END-IF.
001763 1100-EXIT.
001764     EXIT.
001765
001766*****************************************************************
001767* 1200-GET-OPERATOR-ID
001768*   ASKS FOR THE OPERATOR'S ID.  A BLANK ID WOULD MAKE EVERY
001769*   RESOLUTION THIS SESSION WRITES LOOK LIKE AN UNATTRIBUTED
001770*   SYSTEM ENTRY, SO THE PROMPT REPEATS UNTIL ONE IS GIVEN.
001771*****************************************************************
001772 1200-GET-OPERATOR-ID.
001773     DISPLAY "CHKPTWB - ENTER OPERATOR ID:"
001774     ACCEPT WS-OPERATOR-ID.
001775 1200-EXIT.
001776     EXIT.
001777
001778*****************************************************************
001779* 2000-WORK-CHECKPOINT
001780*   SHOWS ONE OUTSTANDING CHECKPOINT SIDE BY SIDE WITH THE
001790*   ACCOUNT'S CURRENT BALANCE, TAKES THE OPERATOR'S CHOICE, AND
001800*   APPLIES IT.  ANYTHING OTHER THAN A RECOGNIZED ACTION SKIPS
001842     MOVE CP-ACCT-ID TO WS-CP-ACCT-ID
001844     MOVE CP-LOG-DATE TO WS-CP-LOG-DATE
001846     MOVE CP-LOG-TIME TO WS-CP-LOG-TIME
001848     MOVE CHECKPOINT-RECORD TO WS-CP-SAVE-RECORD
001850     PERFORM 2300-SHOW-CHECKPOINT THRU 2300-EXIT
001860     DISPLAY "  ACTION? A=ACCEPT CURRENT AND CLEAR, "
001870         "B=RESTORE BEFORE, F=RESTORE AFTER, S=SKIP"
002830     END-IF
002840     MOVE "CHKPT-ACPT" TO TL-TRANS-TYPE
002850     PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
002853     MOVE "CHKPT-ACPT" TO WS-MA-TRANS-TYPE
002856     PERFORM 4200-AUDIT-CHECKPOINT THRU 4200-EXIT
002860     ADD 1 TO WS-ACCEPTED-COUNT
002870     DISPLAY "  CURRENT BALANCE ACCEPTED, CHECKPOINT CLEARED".
002880 3000-EXIT.
003000*****************************************************************
003010 3100-RESTORE-BALANCE.
003020     MOVE M-BALANCE TO WS-BALANCE-OLD
003025     MOVE MASTER-RECORD TO WS-MA-BEFORE-IMAGE
003030     MOVE WS-BALANCE-NEW TO M-BALANCE
003040     IF WS-STATUS-NEW NOT = SPACES
003050         MOVE WS-STATUS-NEW TO M-ACCT-STATUS
003060     END-IF
003065     MOVE MASTER-RECORD TO WS-MA-AFTER-IMAGE
003070     REWRITE MASTER-RECORD
003080         INVALID KEY
003090             CONTINUE
003240     MOVE WS-BALANCE-NEW TO TL-BALANCE-AFTER
003250     MOVE "CHKPT-FIX " TO TL-TRANS-TYPE
003260     PERFORM 4000-WRITE-TRANS-LOG THRU 4000-EXIT
003261     MOVE "CHKPT-FIX " TO WS-MA-TRANS-TYPE
003262     MOVE "AC" TO WS-MA-RECORD-KIND
003263     MOVE WS-CP-ACCT-ID TO WS-MA-RECORD-KEY
003264     PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT
003265     PERFORM 4200-AUDIT-CHECKPOINT THRU 4200-EXIT
003270     ADD 1 TO WS-RESTORED-COUNT
003280     MOVE WS-BALANCE-NEW TO WS-E-CURRENT
003290     DISPLAY "  BALANCE RESTORED TO " WS-E-CURRENT
003500     WRITE TRANS-LOG-RECORD.
003510 4000-EXIT.
003520     EXIT.
003521
003522*****************************************************************
003523* 4100-WRITE-MAINT-AUDIT
003524*   APPENDS ONE BEFORE/AFTER IMAGE RECORD TO THE MAINTENANCE AUDIT
003525*   FILE FOR THE TYPE, RECORD KIND, KEY, AND IMAGES THE CALLER
003526*   STAGED INTO THE WS-MA- FIELDS, CARRYING THE OPERATOR'S ID AND
003527*   REFERENCING THE CHECKPOINT'S LOG DATE/TIME THE SAME WAY THE
003528*   TRANS-LOG ENTRY DOES.
003529*****************************************************************
003530 4100-WRITE-MAINT-AUDIT.
003531     MOVE "CHKPTWB " TO MA-PROGRAM
003532     MOVE WS-MA-TRANS-TYPE TO MA-TRANS-TYPE
003533     MOVE WS-MA-RECORD-KIND TO MA-RECORD-KIND
003534     MOVE WS-MA-RECORD-KEY TO MA-RECORD-KEY
003535     MOVE WS-OPERATOR-ID TO MA-TELLER-ID
003536     MOVE SPACES TO MA-BRANCH-ID MA-OVERRIDE-ID
003537     MOVE WS-CP-LOG-DATE TO MA-ORIG-DATE
003538     MOVE WS-CP-LOG-TIME TO MA-ORIG-TIME
003539     MOVE WS-MA-BEFORE-IMAGE TO MA-BEFORE-IMAGE
003540     MOVE WS-MA-AFTER-IMAGE TO MA-AFTER-IMAGE
003541     ACCEPT MA-AUDIT-DATE FROM DATE YYYYMMDD
003542     ACCEPT MA-AUDIT-TIME FROM TIME
003543     WRITE MAINT-AUDIT-RECORD
003544     IF WS-MA-FILE-STATUS NOT = "00"
003545         DISPLAY "CHKPTWB - MAINTENANCE AUDIT WRITE FAILED, "
003546             "STATUS " WS-MA-FILE-STATUS " ACCT " WS-CP-ACCT-ID
003547     END-IF.
003548 4100-EXIT.
003549     EXIT.
003550
003551*****************************************************************
003552* 4200-AUDIT-CHECKPOINT
003553*   AUDITS THE CHECKPOINT A RESOLUTION HAS JUST CLEARED - ITS
003554*   RECORD AS IT STOOD GOES IN AS THE BEFORE-IMAGE, WITH NO
003555*   AFTER-IMAGE SINCE THE RECORD IS GONE.
003556*****************************************************************
003557 4200-AUDIT-CHECKPOINT.
003558     MOVE "CP" TO WS-MA-RECORD-KIND
003559     MOVE WS-CP-ACCT-ID TO WS-MA-RECORD-KEY
003560     MOVE WS-CP-SAVE-RECORD TO WS-MA-BEFORE-IMAGE
003561     MOVE SPACES TO WS-MA-AFTER-IMAGE
003562     PERFORM 4100-WRITE-MAINT-AUDIT THRU 4100-EXIT.
003563 4200-EXIT.
003564     EXIT.
003565
003566*****************************************************************
003567* 7000-DATE-TO-SERIAL
003568*   TURNS WS-CONV-DATE (YYYYMMDD) INTO A DAY SERIAL IN
003570*   WS-CONV-SERIAL - WHOLE YEARS AS 365 DAYS PLUS ONE PER LEAP
003580*   YEAR UP TO THE PRIOR YEAR, PLUS THE DAYS BEFORE THE MONTH,
003590*   PLUS THE DAY, WITH ONE MORE WHEN THE DATE SITS PAST FEBRUARY
004080         CLOSE MASTER-FILE
004090         CLOSE TRANS-LOG-FILE
004100     END-IF
004102     IF MA-FILE-OPEN
004104         CLOSE MAINT-AUDIT-FILE
004106     END-IF
004110     DISPLAY " "
004120     DISPLAY "CHKPTWB - CHECKPOINTS LISTED:  " WS-LISTED-COUNT
004130     DISPLAY "CHKPTWB - ACCEPTED AND CLEARED: " WS-ACCEPTED-COUNT
