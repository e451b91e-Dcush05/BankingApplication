000170* DAY'S POSTING - A STATEMENT RERUN FOR AN EARLIER MONTH STILL
000180* PRINTS, BUT ITS CLOSING BALANCE IS FLAGGED WHERE LATER ACTIVITY
000190* MEANS IT NO LONGER MATCHES THE LEDGER.
000192* A JOINT HOLDER WHO ASKED FOR STATEMENT COPIES (RL-STMT-COPY ON
000194* THE ACCOUNT RELATIONSHIP FILE) GETS A COPY OF THE ACCOUNT'S
000196* STATEMENT, PRINTED RIGHT AFTER IT UNDER THEIR OWN NAME AND
000198* ADDRESS FROM THE CUSTOMER MASTER.
000200*
000210* MODIFICATION HISTORY
000220* ---------- ----  -----------------------------------------------
000262*                   THE "BALFWD" CARRY-FORWARD ENTRIES THE CUT
000263*                   LEAVES BEHIND ARE PASSED OVER - THEY ARE
000264*                   CHAIN ANCHORS, NOT CUSTOMER ACTIVITY.
000265* 10/15/2026 DC    PRINTS A COPY OF EACH STATEMENT FOR EVERY
000266*                   JOINT HOLDER ON THE NEW ACCOUNT RELATIONSHIP
000267*                   FILE WHO ASKED FOR ONE, ADDRESSED TO THEM
000268*                   FROM THE CUSTOMER MASTER.
000269*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000470* OPS, LIKE THE INTEREST RATE.
000480     SELECT MONTH-FILE ASSIGN TO "data/stmt-month.dat"
000490     ORGANIZATION IS LINE SEQUENTIAL.
000491* THE ACCOUNT RELATIONSHIP FILE - READ BY ACCOUNT TO FIND THE
000492* JOINT HOLDERS WHO WANT A COPY.  NO FILE MEANS NO COPIES.
000493     SELECT ACCT-REL-FILE ASSIGN TO "data/account-rel.dat"
000494     ORGANIZATION IS INDEXED
000495     ACCESS MODE IS DYNAMIC
000496     RECORD KEY IS RL-KEY
000497     FILE STATUS IS WS-REL-FILE-STATUS.
000498* CUSTOMER MASTER - THE NAME AND ADDRESS EACH COPY GOES TO.
000499     SELECT CUSTOMER-FILE
000500         ASSIGN TO "data/customer-master.dat"
000501     ORGANIZATION IS INDEXED
000502     ACCESS MODE IS DYNAMIC
000503     RECORD KEY IS C-CUST-ID
000504     FILE STATUS IS WS-CUST-FILE-STATUS.
000505* ONE ACCOUNT'S STATEMENT, HELD WHILE IT PRINTS SO IT CAN BE
000506* PRINTED AGAIN FOR EACH JOINT HOLDER WHO WANTS A COPY.
000507     SELECT COPY-FILE ASSIGN TO "data/stmt-copy.tmp"
000508     ORGANIZATION IS LINE SEQUENTIAL.
000509* THE PRINTED STATEMENTS.
000510     SELECT REPORT-FILE ASSIGN TO "data/statements.rpt"
000520     ORGANIZATION IS LINE SEQUENTIAL.
000530
000730 01  MONTH-RECORD.
000740     05  SM-STMT-MONTH        PIC 9(06).
000750
000752 FD  ACCT-REL-FILE.
000753     COPY ACCTRELL.
000754
000755 FD  CUSTOMER-FILE.
000756     COPY CUSTRECL.
000757
000758 FD  COPY-FILE.
000759 01  COPY-RECORD               PIC X(80).
000760
000761 FD  REPORT-FILE.
000770 01  REPORT-RECORD             PIC X(80).
000780
000790 WORKING-STORAGE SECTION.
000885     05  WS-ARCH-NEEDED-FLAG   PIC X VALUE 'N'.
000886         88  NEED-ARCHIVE              VALUE 'Y'.
000887         88  LIVE-LOG-ONLY             VALUE 'N'.
000888     05  WS-REL-OPEN-FLAG      PIC X VALUE 'N'.
000889         88  REL-FILE-OPEN             VALUE 'Y'.
000890     05  WS-CUST-OPEN-FLAG     PIC X VALUE 'N'.
000891         88  CUST-FILE-OPEN            VALUE 'Y'.
000892     05  WS-COPY-FLAG          PIC X VALUE 'N'.
000893         88  COPIES-WANTED             VALUE 'Y'.
000894         88  NO-COPIES-WANTED          VALUE 'N'.
000895     05  WS-REL-DONE-FLAG      PIC X VALUE 'N'.
000896         88  REL-ACCT-DONE             VALUE 'Y'.
000897         88  REL-ACCT-NOT-DONE         VALUE 'N'.
000898     05  WS-COPY-EOF-FLAG      PIC X VALUE 'N'.
000899         88  COPY-EOF                  VALUE 'Y'.
000900         88  COPY-NOT-EOF              VALUE 'N'.
000901
000902* FILE STATUS FIELDS.
000903 01  WS-FILE-STATUS-FIELDS.
000904     05  WS-ARCH-FILE-STATUS   PIC X(02).
000905     05  WS-CUT-FILE-STATUS    PIC X(02).
000906     05  WS-REL-FILE-STATUS    PIC X(02).
000907     05  WS-CUST-FILE-STATUS   PIC X(02).
000908
000909* CONTROL TOTALS AND WORK AREAS
000910 01  WS-WORK-FIELDS.
000920     05  WS-STMT-COUNT         PIC 9(07) COMP.
000930     05  WS-TRANS-COUNT        PIC 9(07) COMP.
000940     05  WS-ORPHAN-COUNT       PIC 9(07) COMP.
000950     05  WS-BREAK-COUNT        PIC 9(07) COMP.
000955     05  WS-COPY-COUNT         PIC 9(07) COMP.
000960     05  WS-STMT-MONTH         PIC 9(06).
000970     05  WS-CLOSING-BALANCE    PIC S9(10)V99.
000980* RUN DATE, REDEFINED SO THE YYYYMM PART CAN DEFAULT THE STATEMENT
001750         10  WS-T-CAPTION      PIC X(33).
001760         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
001770         10  FILLER            PIC X(38) VALUE SPACES.
001771* ONE STATEMENT LINE ON ITS WAY TO THE REPORT AND, WHEN A JOINT
001772* HOLDER WANTS A COPY, TO THE COPY FILE AS WELL.
001773     05  WS-STMT-LINE          PIC X(80).
001774     05  WS-COPY-HEADER.
001775         10  FILLER            PIC X(24)
001776             VALUE "COPY FOR JOINT HOLDER:  ".
001777         10  WS-JH-CUST-ID     PIC X(10).
001778         10  FILLER            PIC X(02) VALUE SPACES.
001779         10  WS-JH-CUST-NAME   PIC X(30).
001780         10  FILLER            PIC X(14) VALUE SPACES.
001781     05  WS-ADDRESS-LINE.
001782         10  FILLER            PIC X(02) VALUE SPACES.
001783         10  WS-A-TEXT         PIC X(30).
001784         10  FILLER            PIC X(48) VALUE SPACES.
001785     05  WS-CITY-LINE.
001786         10  FILLER            PIC X(02) VALUE SPACES.
001787         10  WS-CI-CITY        PIC X(20).
001788         10  FILLER            PIC X(01) VALUE SPACES.
001789         10  WS-CI-STATE       PIC X(02).
001790         10  FILLER            PIC X(01) VALUE SPACES.
001791         10  WS-CI-POSTAL      PIC X(10).
001792         10  FILLER            PIC X(44) VALUE SPACES.
001793
001794 PROCEDURE DIVISION.
001800*****************************************************************
001810* 0000-MAINLINE
001820*   SORTS THE LOG INTO ACCOUNT/DATE/TIME ORDER, THEN DRIVES THE
002090     MOVE ZERO TO WS-TRANS-COUNT
002100     MOVE ZERO TO WS-ORPHAN-COUNT
002110     MOVE ZERO TO WS-BREAK-COUNT
002115     MOVE ZERO TO WS-COPY-COUNT
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002130     MOVE WS-RUN-YYYYMM TO WS-STMT-MONTH
002140     OPEN INPUT MONTH-FILE
002303*****************************************************************
002304* 1500-OPEN-AND-PRIME
002305*   OPENS THE REPORT PASS FILES, PRINTS THE RUN HEADINGS, AND
002306*   PRIMES BOTH SEQUENTIAL READS.  A MISSING RELATIONSHIP FILE OR
002307*   CUSTOMER MASTER IS NOT AN ERROR - THE STATEMENTS STILL PRINT,
002308*   AND WITHOUT THE RELATIONSHIP FILE NO COPIES ARE DUE.
002309*****************************************************************
002310 1500-OPEN-AND-PRIME.
002320     OPEN INPUT MASTER-FILE
002330     OPEN INPUT SORTED-LOG-FILE
002340     OPEN OUTPUT REPORT-FILE
002341     OPEN INPUT ACCT-REL-FILE
002342     IF WS-REL-FILE-STATUS = "00"
002343         SET REL-FILE-OPEN TO TRUE
002344     ELSE
002345         DISPLAY "STMTGEN - NO RELATIONSHIP FILE ON DISK, "
002346             "STATUS " WS-REL-FILE-STATUS
002347     END-IF
002348     OPEN INPUT CUSTOMER-FILE
002349     IF WS-CUST-FILE-STATUS = "00"
002350         SET CUST-FILE-OPEN TO TRUE
002351     ELSE
002352         DISPLAY "STMTGEN - NO CUSTOMER MASTER ON DISK, STATUS "
002353             WS-CUST-FILE-STATUS
002354     END-IF
002355     MOVE WS-STMT-MONTH TO WS-H1-MONTH
002360     WRITE REPORT-RECORD FROM WS-HEADING-1
002370     MOVE WS-RUN-DATE TO WS-H2-DATE
002380     WRITE REPORT-RECORD FROM WS-HEADING-2
002480*   KEY ORDER) AND ARE COUNTED AS UNKNOWN.  THE CLOSING BALANCE
002490*   STARTS AT M-BALANCE, SO AN ACCOUNT WITH NO ACTIVITY TIES BY
002500*   DEFINITION, AND IS REPLACED BY THE RUNNING BALANCE AS ENTRIES
002510*   PRINT SO THE FINAL ENTRY IS PROVED AGAINST THE LEDGER.  EVERY
002512*   LINE GOES THROUGH 2900-WRITE-STMT-LINE SO THAT, WHEN A JOINT
002514*   HOLDER WANTS A COPY, THE STATEMENT IS HELD ON THE COPY FILE
002516*   AND REPRINTED FOR EACH OF THEM ONCE IT IS COMPLETE.
002520*****************************************************************
002530 2000-PROCESS-ACCOUNT.
002540     PERFORM 2300-COUNT-ORPHAN THRU 2300-EXIT
002550         UNTIL LOG-EOF OR SL-ACCT-ID NOT < M-ACCT-ID
002552     PERFORM 2050-CHECK-COPIES THRU 2050-EXIT
002554     IF COPIES-WANTED
002556         OPEN OUTPUT COPY-FILE
002558     END-IF
002560     MOVE SPACES TO WS-STMT-LINE
002570     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002580     MOVE M-ACCT-ID TO WS-AH-ACCT-ID
002590     MOVE M-CUSTOMER-NAME TO WS-AH-CUSTOMER
002600     MOVE WS-ACCT-HEADER TO WS-STMT-LINE
002605     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002610     MOVE 'N' TO WS-ACTIVITY-FLAG
002620     MOVE M-BALANCE TO WS-CLOSING-BALANCE
002630     PERFORM 2400-PROCESS-LOG-ENTRY THRU 2400-EXIT
002640         UNTIL LOG-EOF OR SL-ACCT-ID NOT = M-ACCT-ID
002650     IF STMT-NO-ACTIVITY
002660         MOVE M-BALANCE TO WS-O-BALANCE
002670         MOVE WS-OPENING-LINE TO WS-STMT-LINE
002672         PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002680         MOVE WS-NO-ACTIVITY-LINE TO WS-STMT-LINE
002682         PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002690     END-IF
002700     MOVE WS-CLOSING-BALANCE TO WS-C-BALANCE
002710     MOVE WS-CLOSING-LINE TO WS-STMT-LINE
002712     PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002720     IF WS-CLOSING-BALANCE NOT = M-BALANCE
002730         MOVE M-BALANCE TO WS-B-BALANCE
002740         MOVE WS-BREAK-LINE TO WS-STMT-LINE
002742         PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
002750         ADD 1 TO WS-BREAK-COUNT
002760     END-IF
002770     ADD 1 TO WS-STMT-COUNT
002772     IF COPIES-WANTED
002774         CLOSE COPY-FILE
002776         PERFORM 2600-PRINT-COPIES THRU 2600-EXIT
002778     END-IF
002780     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002790 2000-EXIT.
002800     EXIT.
002810
002811*****************************************************************
002812* 2050-CHECK-COPIES
002813*   LOOKS THROUGH THE ACCOUNT'S RELATIONSHIPS FOR A JOINT HOLDER
002814*   WHO WANTS A COPY OF THE STATEMENT.
002815*****************************************************************
002816 2050-CHECK-COPIES.
002817     SET NO-COPIES-WANTED TO TRUE
002818     IF NOT REL-FILE-OPEN
002819         GO TO 2050-EXIT
002820     END-IF
002821     PERFORM 2060-START-REL THRU 2060-EXIT
002822     PERFORM 2080-TEST-COPY THRU 2080-EXIT
002823         UNTIL REL-ACCT-DONE OR COPIES-WANTED.
002824 2050-EXIT.
002825     EXIT.
002826
002827* 2060-START-REL POSITIONS THE RELATIONSHIP FILE ON THE CURRENT
002828* ACCOUNT'S FIRST RECORD; 2070-READ-REL STEPS THROUGH THEM AND
002829* SETS REL-ACCT-DONE AT THE FIRST RECORD FOR ANOTHER ACCOUNT.
002830 2060-START-REL.
002831     SET REL-ACCT-NOT-DONE TO TRUE
002832     MOVE M-ACCT-ID TO RL-ACCT-ID
002833     MOVE LOW-VALUES TO RL-CUST-ID
002834     START ACCT-REL-FILE KEY IS NOT LESS THAN RL-KEY
002835         INVALID KEY
002836             SET REL-ACCT-DONE TO TRUE
002837     END-START
002838     IF REL-ACCT-NOT-DONE
002839         PERFORM 2070-READ-REL THRU 2070-EXIT
002840     END-IF.
002841 2060-EXIT.
002842     EXIT.
002843
002844 2070-READ-REL.
002845     READ ACCT-REL-FILE NEXT RECORD
002846         AT END
002847             SET REL-ACCT-DONE TO TRUE
002848     END-READ
002849     IF REL-ACCT-NOT-DONE
002850         AND RL-ACCT-ID NOT = M-ACCT-ID
002851         SET REL-ACCT-DONE TO TRUE
002852     END-IF.
002853 2070-EXIT.
002854     EXIT.
002855
002856 2080-TEST-COPY.
002857     IF RL-ROLE-JOINT AND RL-STMT-COPY-WANTED
002858         SET COPIES-WANTED TO TRUE
002859     ELSE
002860         PERFORM 2070-READ-REL THRU 2070-EXIT
002861     END-IF.
002862 2080-EXIT.
002863     EXIT.
002864
002865 2100-READ-MASTER.
002866     READ MASTER-FILE
002867         AT END
002868             SET MASTER-EOF TO TRUE
002869     END-READ.
002870 2100-EXIT.
002880     EXIT.
002890
003191         AND SL-TRANS-TYPE NOT = "BALFWD    "
003200         IF STMT-NO-ACTIVITY
003210             MOVE SL-BALANCE-BEFORE TO WS-O-BALANCE
003220             MOVE WS-OPENING-LINE TO WS-STMT-LINE
003222             PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
003230             MOVE WS-COLUMN-LINE TO WS-STMT-LINE
003232             PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
003240             SET STMT-HAS-ACTIVITY TO TRUE
003250         END-IF
003260         MOVE SL-LOG-DATE TO WS-D-DATE
003280         MOVE SL-TRANS-TYPE TO WS-D-TYPE
003290         MOVE SL-AMOUNT TO WS-D-AMOUNT
003300         MOVE SL-BALANCE-AFTER TO WS-D-BALANCE
003310         MOVE WS-DETAIL-LINE TO WS-STMT-LINE
003315         PERFORM 2900-WRITE-STMT-LINE THRU 2900-EXIT
003320         MOVE SL-BALANCE-AFTER TO WS-CLOSING-BALANCE
003330         ADD 1 TO WS-TRANS-COUNT
003340     END-IF
003360 2400-EXIT.
003370     EXIT.
003380
003381*****************************************************************
003382* 2600-PRINT-COPIES
003383*   PRINTS THE STATEMENT JUST HELD ON THE COPY FILE AGAIN FOR
003384*   EACH JOINT HOLDER ON THE ACCOUNT WHO WANTS A COPY.
003385*****************************************************************
003386 2600-PRINT-COPIES.
003387     PERFORM 2060-START-REL THRU 2060-EXIT
003388     PERFORM 2650-COPY-FOR-HOLDER THRU 2650-EXIT
003389         UNTIL REL-ACCT-DONE.
003390 2600-EXIT.
003391     EXIT.
003392
003393 2650-COPY-FOR-HOLDER.
003394     IF RL-ROLE-JOINT AND RL-STMT-COPY-WANTED
003395         PERFORM 2700-PRINT-ONE-COPY THRU 2700-EXIT
003396     END-IF
003397     PERFORM 2070-READ-REL THRU 2070-EXIT.
003398 2650-EXIT.
003399     EXIT.
003400
003401*****************************************************************
003402* 2700-PRINT-ONE-COPY
003403*   PRINTS ONE JOINT HOLDER'S COPY - THEIR NAME AND ADDRESS FROM
003404*   THE CUSTOMER MASTER, THEN THE HELD STATEMENT LINE FOR LINE.
003405*   A HOLDER NOT ON THE CUSTOMER MASTER STILL GETS THE COPY,
003406*   FLAGGED, SO THE ADDRESS IS CHASED RATHER THAN THE COPY LOST.
003407*****************************************************************
003408 2700-PRINT-ONE-COPY.
003409     MOVE SPACES TO REPORT-RECORD
003410     WRITE REPORT-RECORD
003411     MOVE RL-CUST-ID TO WS-JH-CUST-ID
003412     MOVE "** NOT ON CUSTOMER MASTER **" TO WS-JH-CUST-NAME
003413     MOVE SPACES TO CUSTOMER-RECORD
003414     IF CUST-FILE-OPEN
003415         MOVE RL-CUST-ID TO C-CUST-ID
003416         READ CUSTOMER-FILE
003417             INVALID KEY
003418                 MOVE SPACES TO CUSTOMER-RECORD
003419             NOT INVALID KEY
003420                 MOVE C-CUST-NAME TO WS-JH-CUST-NAME
003421         END-READ
003422     END-IF
003423     WRITE REPORT-RECORD FROM WS-COPY-HEADER
003424     IF C-ADDR-LINE-1 NOT = SPACES
003425         MOVE C-ADDR-LINE-1 TO WS-A-TEXT
003426         WRITE REPORT-RECORD FROM WS-ADDRESS-LINE
003427     END-IF
003428     IF C-ADDR-LINE-2 NOT = SPACES
003429         MOVE C-ADDR-LINE-2 TO WS-A-TEXT
003430         WRITE REPORT-RECORD FROM WS-ADDRESS-LINE
003431     END-IF
003432     IF C-CITY NOT = SPACES
003433         MOVE C-CITY TO WS-CI-CITY
003434         MOVE C-STATE TO WS-CI-STATE
003435         MOVE C-POSTAL-CODE TO WS-CI-POSTAL
003436         WRITE REPORT-RECORD FROM WS-CITY-LINE
003437     END-IF
003438     OPEN INPUT COPY-FILE
003439     SET COPY-NOT-EOF TO TRUE
003440     PERFORM 2750-READ-COPY THRU 2750-EXIT
003441     PERFORM 2760-WRITE-COPY-LINE THRU 2760-EXIT
003442         UNTIL COPY-EOF
003443     CLOSE COPY-FILE
003444     ADD 1 TO WS-COPY-COUNT.
003445 2700-EXIT.
003446     EXIT.
003447
003448 2750-READ-COPY.
003449     READ COPY-FILE
003450         AT END
003451             SET COPY-EOF TO TRUE
003452     END-READ.
003453 2750-EXIT.
003454     EXIT.
003455
003456 2760-WRITE-COPY-LINE.
003457     WRITE REPORT-RECORD FROM COPY-RECORD
003458     PERFORM 2750-READ-COPY THRU 2750-EXIT.
003459 2760-EXIT.
003460     EXIT.
003461
003462 2900-WRITE-STMT-LINE.
003463     WRITE REPORT-RECORD FROM WS-STMT-LINE
003464     IF COPIES-WANTED
003465         WRITE COPY-RECORD FROM WS-STMT-LINE
003466     END-IF.
003467 2900-EXIT.
003468     EXIT.
003469
003470*****************************************************************
003471* 8000-TERMINATE
003472*   PRINTS THE CONTROL TOTALS, CLOSES THE FILES, AND DISPLAYS A
003473*   SUMMARY FOR THE OPERATOR CONSOLE.
003474*****************************************************************
003475 8000-TERMINATE.
003476     MOVE SPACES TO REPORT-RECORD
003477     WRITE REPORT-RECORD
003478     MOVE "STATEMENTS PRINTED:" TO WS-T-CAPTION
003480     MOVE WS-STMT-COUNT TO WS-T-COUNT
003490     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003500     MOVE "TRANSACTIONS PRINTED:" TO WS-T-CAPTION
003560     MOVE "ACCOUNTS NOT TYING TO LEDGER:" TO WS-T-CAPTION
003570     MOVE WS-BREAK-COUNT TO WS-T-COUNT
003580     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003582     MOVE "JOINT HOLDER COPIES PRINTED:" TO WS-T-CAPTION
003584     MOVE WS-COPY-COUNT TO WS-T-COUNT
003586     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003590     CLOSE MASTER-FILE
003592     IF REL-FILE-OPEN
003594         CLOSE ACCT-REL-FILE
003596     END-IF
003597     IF CUST-FILE-OPEN
003598         CLOSE CUSTOMER-FILE
003599     END-IF
003600     CLOSE SORTED-LOG-FILE
003610     CLOSE REPORT-FILE
003620     DISPLAY "STMTGEN - STATEMENTS: " WS-STMT-COUNT
003630         " TRANSACTIONS: " WS-TRANS-COUNT
003640     DISPLAY "STMTGEN - UNKNOWN-ACCOUNT LOG ENTRIES: "
003650         WS-ORPHAN-COUNT
003660     DISPLAY "STMTGEN - ACCOUNTS NOT TYING: " WS-BREAK-COUNT
003665     DISPLAY "STMTGEN - JOINT HOLDER COPIES: " WS-COPY-COUNT.
003670 8000-EXIT.
003680     EXIT.
