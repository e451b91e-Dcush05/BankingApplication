000260* WRITTEN TO THE REJECT FILE WITH ITS REASON CODE, UNDER ITS OWN
000270* HEADER AND TRAILER, SO THE BRANCH CAN FIX AND RESUBMIT JUST
000280* THE FAILURES.
000281*
000282* A RUN THAT STOPS PARTWAY THROUGH THE POSTING PASS IS RESUMED,
000283* NOT REFUSED.  EVERY COMMIT INTERVAL OF DETAIL RECORDS
000284* (data/batchpst-commit.dat, ONE CONTROL RECORD MAINTAINED BY
000285* OPS; 100 WHEN NONE IS ON FILE) THE RUN RECORDS A RESTART POINT
000286* FOR ITS BRANCH/DATE/SEQUENCE ON data/batch-restart.dat (LAYOUT
000287* IN BTCHRSCL).  THE NEXT RUN OF THE SAME FILE - STANDALONE, OR
000288* RESTARTED BY EODSEQ - SKIPS THE RECORDS BEHIND THE RESTART
000289* POINT, RECOGNIZES FROM THE TRANS-LOG THE ONES PAST IT THAT HAD
000290* ALREADY POSTED (AND, FROM ACCOUNT'S CHECKPOINT, THE ONE IN
000291* FLIGHT AT THE STOP IF IT POSTED WITHOUT ITS LOG ENTRY), CUTS THE
000292* REJECT FILE BACK TO THE RESTART POINT, AND CARRIES ON FROM
000293* THERE, SO THE FILE POSTS ONCE AND ITS REJECTS AND CONTROL TOTALS
000294* COME OUT AS IF IT HAD RUN ONCE.
000295*
000300* MODIFICATION HISTORY
000310* ---------- ----  -----------------------------------------------
000320* DATE       INIT  DESCRIPTION
000669*                   CLOSE NOW KEYS OFF AN OPEN FLAG INSTEAD OF
000670*                   THE STATUS OF THE LAST I-O, SO A REFUSED
000671*                   FILE NO LONGER EXITS WITH THE REGISTRY OPEN.
000672* 10/15/2026 DC    ADDED RESTART POINTS.  THE POSTING PASS NOW
000673*                   RECORDS A RESTART POINT ON THE NEW RESTART
000674*                   FILE EVERY COMMIT INTERVAL OF DETAIL
000675*                   RECORDS, AND AT ONCE AFTER A RECORD THAT
000676*                   LEAVES NO TRANS-LOG ENTRY, SO A RUN THAT
000677*                   STOPS PARTWAY RESUMES FROM ITS LAST RESTART
000678*                   POINT INSTEAD OF BEING REFUSED AS ALREADY ON
000679*                   FILE OR POSTING THE FIRST HALF TWICE.  A FILE
000680*                   THAT FINISHED POSTING BUT STOPPED BEFORE ITS
000681*                   RESTART RECORD WAS CLOSED NOW ENDS CLEAN.
000682*
000683
000684 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710* THE BRANCH/ATM END-OF-DAY TRANSACTION FILE - READ ONCE TO
000790* RESUBMITTED AS THE NEXT RUN'S INPUT ONCE THE BRANCH STAMPS A
000800* FRESH DATE AND SEQUENCE ON ITS HEADER.
000810     SELECT BATCH-REJECT-FILE ASSIGN TO "data/batch-rejects.dat"
000820     ORGANIZATION IS LINE SEQUENTIAL
000825     FILE STATUS IS WS-REJECT-FILE-STATUS.
000830* THE POSTED-FILE REGISTRY - ONE RECORD PER BRANCH/DATE/SEQUENCE
000840* EVER POSTED, SO A FILE THAT ARRIVES TWICE IS REFUSED.
000850     SELECT POSTED-FILE ASSIGN TO "data/batch-posted.dat"
000930         ASSIGN TO "data/business-date.dat"
000940     ORGANIZATION IS LINE SEQUENTIAL
000950     FILE STATUS IS WS-BDATE-FILE-STATUS.
000951* THE RESTART FILE - ONE RECORD PER FILE WHOSE POSTING PASS HAS
000952* STARTED, CARRYING ITS LAST RESTART POINT.
000953     SELECT RESTART-FILE ASSIGN TO "data/batch-restart.dat"
000954     ORGANIZATION IS INDEXED
000955     ACCESS MODE IS DYNAMIC
000956     RECORD KEY IS RS-KEY
000957     FILE STATUS IS WS-RESTART-FILE-STATUS.
000958* THE COMMIT INTERVAL - ONE CONTROL RECORD MAINTAINED BY OPS.
000959     SELECT COMMIT-FILE ASSIGN TO "data/batchpst-commit.dat"
000960     ORGANIZATION IS LINE SEQUENTIAL
000961     FILE STATUS IS WS-COMMIT-FILE-STATUS.
000962* THE TRANSACTION LOG - READ ON A RESTART FOR THE RECORDS PAST
000963* THE RESTART POINT THAT HAD ALREADY POSTED.  NEVER WRITTEN HERE.
000964     SELECT TRANS-LOG-FILE ASSIGN TO "data/trans-log.dat"
000965     ORGANIZATION IS LINE SEQUENTIAL
000966     FILE STATUS IS WS-LOG-FILE-STATUS.
000967* THE RESTART CHECKPOINT FILE AND THE MASTER LEDGER - READ BY KEY
000968* ON A RESTART FOR THE ONE RECORD THAT MAY HAVE BEEN WITH ACCOUNT
000969* WHEN THE RUN STOPPED.  NEVER WRITTEN HERE.
000970     SELECT CHECKPOINT-FILE ASSIGN TO "data/checkpoint.dat"
000971     ORGANIZATION IS INDEXED
000972     ACCESS MODE IS DYNAMIC
000973     RECORD KEY IS CP-ACCT-ID
000974     FILE STATUS IS WS-CP-FILE-STATUS.
000975     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000976     ORGANIZATION IS INDEXED
000977     ACCESS MODE IS DYNAMIC
000978     RECORD KEY IS M-ACCT-ID
000979     FILE STATUS IS WS-MASTER-FILE-STATUS.
000980* WORK FILE THE REJECT FILE IS CUT BACK THROUGH ON A RESTART.
000981     SELECT REJECT-WORK-FILE ASSIGN TO "data/batch-rejects.tmp"
000982     ORGANIZATION IS LINE SEQUENTIAL.
000983
000984 DATA DIVISION.
000985 FILE SECTION.
000990 FD  BATCH-TRANS-FILE.
001000     COPY BTCHTRCL.
001010
001240 FD  BUSINESS-DATE-FILE.
001250 01  BUSINESS-DATE-RECORD.
001260     05  BD-BUSINESS-DATE     PIC 9(08).
001261
001262 FD  RESTART-FILE.
001263     COPY BTCHRSCL.
001264
001265 FD  COMMIT-FILE.
001266 01  COMMIT-RECORD.
001267     05  CI-COMMIT-INTERVAL   PIC 9(05).
001268
001269 FD  TRANS-LOG-FILE.
001270     COPY TRNLOGCL.
001271
001272 FD  CHECKPOINT-FILE.
001273     COPY CHKPTRCL.
001274
001275 FD  MASTER-FILE.
001276     COPY MASTRECL.
001277
001278 FD  REJECT-WORK-FILE.
001279 01  REJECT-WORK-RECORD       PIC X(78).
001280
001281 WORKING-STORAGE SECTION.
001290* SWITCHES
001300 01  WS-FLAGS.
001310     05  WS-EOF-FLAG           PIC X VALUE 'N'.
001382     05  WS-REGISTRY-OPEN-FLAG PIC X VALUE 'N'.
001384         88  REGISTRY-OPEN             VALUE 'Y'.
001386         88  REGISTRY-NOT-OPEN         VALUE 'N'.
001387     05  WS-RESTART-OPEN-FLAG  PIC X VALUE 'N'.
001388         88  RESTART-FILE-OPEN         VALUE 'Y'.
001389         88  RESTART-FILE-NOT-OPEN     VALUE 'N'.
001390     05  WS-RUN-MODE-FLAG      PIC X VALUE 'F'.
001391         88  FRESH-RUN                 VALUE 'F'.
001392         88  RESTART-RUN               VALUE 'R'.
001393         88  ALREADY-FINISHED          VALUE 'D'.
001394     05  WS-TAIL-FLAG          PIC X VALUE 'N'.
001395         88  TAIL-MATCHING             VALUE 'Y'.
001396         88  TAIL-RESOLVED             VALUE 'N'.
001397     05  WS-SCAN-FLAG          PIC X VALUE 'N'.
001398         88  SCAN-GOING                VALUE 'N'.
001399         88  SCAN-MATCHED              VALUE 'M'.
001400         88  SCAN-DONE                 VALUE 'D'.
001401     05  WS-POST-STOP-FLAG     PIC X VALUE 'N'.
001402         88  POSTING-STOPPED           VALUE 'Y'.
001403         88  POSTING-GOING             VALUE 'N'.
001404     05  WS-LOG-EOF-FLAG       PIC X VALUE 'N'.
001405         88  LOG-EOF                   VALUE 'Y'.
001406     05  WS-REJ-EOF-FLAG       PIC X VALUE 'N'.
001407         88  REJ-EOF                   VALUE 'Y'.
001408
001409* FILE STATUS FIELDS.
001410 01  WS-FILE-STATUS-FIELDS.
001420     05  WS-TRANS-FILE-STATUS  PIC X(02).
001430     05  WS-POSTED-FILE-STATUS PIC X(02).
001440     05  WS-BDATE-FILE-STATUS  PIC X(02).
001442     05  WS-RESTART-FILE-STATUS PIC X(02).
001444     05  WS-COMMIT-FILE-STATUS PIC X(02).
001446     05  WS-LOG-FILE-STATUS    PIC X(02).
001448     05  WS-REJECT-FILE-STATUS PIC X(02).
001449     05  WS-CP-FILE-STATUS     PIC X(02).
001450     05  WS-MASTER-FILE-STATUS PIC X(02).
001451
001460* THE HEADER IN EFFECT, THE TRAILER AS CLAIMED AND AS COUNTED,
001470* AND THE CONTROL TOTALS FOR THE OPERATOR CONSOLE.
001480 01  WS-WORK-FIELDS.
001604* CARRY IT AT THE SAME COLUMNS AS AN INPUT TRAILER.
001606     05  WS-REJECT-HASH-X REDEFINES WS-REJECT-HASH
001608                           PIC X(15).
001609* THE RESTART POINT - THE COMMIT INTERVAL, HOW FAR THE RUN HAS
001610* GOT, AND THE STAMPS THAT KEEP EACH RESTART POINT STRICTLY LATER
001611* THAN THE LAST ACCOUNT CALL IT COVERS.  WS-POST-TYPE NAMES THE
001612* TRANSACTION TYPES THAT ALWAYS LOG WHEN THEY POST; ANY OTHER
001613* RECORD, AND ANY DECLINE, LEAVES NO TRACE ON THE LOG AND SO IS
001614* COMMITTED AT ONCE.
001615 01  WS-RESTART-FIELDS.
001616     05  WS-COMMIT-INTERVAL    PIC 9(05) COMP.
001617     05  WS-SINCE-COMMIT       PIC 9(05) COMP.
001618     05  WS-RECORD-NO          PIC 9(07) COMP.
001619     05  WS-SKIP-THRU          PIC 9(07) COMP.
001620     05  WS-RECOVERED-COUNT    PIC 9(07) COMP.
001621     05  WS-COPY-COUNT         PIC 9(07) COMP.
001622     05  WS-POST-TYPE          PIC X(10).
001623         88  POST-TYPE-LOGGED          VALUE "DEPOSIT   "
001624                                             "WITHDRAWAL"
001625                                             "TRANSFER  "
001626                                             "OPEN      "
001627                                             "CLOSE-ACCT".
001628     05  WS-CALL-STAMP.
001629         10  WS-CALL-DATE      PIC 9(08).
001630         10  WS-CALL-TIME      PIC 9(08).
001631     05  WS-COMMIT-STAMP.
001632         10  WS-COMMIT-DATE    PIC 9(08).
001633         10  WS-COMMIT-TIME    PIC 9(08).
001634     05  WS-LOG-STAMP.
001635         10  WS-LOG-DATE       PIC 9(08).
001636         10  WS-LOG-TIME       PIC 9(08).
001637* THE ACCOUNT AND TYPE A TAIL SEARCH IS LOOKING FOR.
001638     05  WS-WANT-ACCT-ID       PIC X(10).
001639     05  WS-WANT-TYPE          PIC X(10).
001640
001641* THE TRANS-LOG ENTRIES STAMPED AT OR AFTER THE RESTART POINT THAT
001642* COULD BEAR ON THE RECORDS PAST IT ON A RESTART - THE TYPES THIS
001643* JOB POSTS, THE FIXED-TERM BREAK PENALTY, AND ACCOUNT'S RECOVERY
001644* ENTRIES - IN LOG ORDER.  TELLERS AND OTHER JOBS MAY HAVE POSTED
001645* THE SAME TYPES IN BETWEEN, SO EACH RECORD SEARCHES FORWARD FOR
001646* ITS OWN ENTRIES AND MARKS THEM USED.  A RECORD LEAVES TWO
001647* ENTRIES AT MOST (A WITHDRAWAL AND ITS BREAK PENALTY, OR THE TWO
001648* LEGS OF A TRANSFER), SO CAPPING THE COMMIT INTERVAL AT 500
001649* LEAVES ROOM FOR AS MANY AGAIN FROM ELSEWHERE.  WS-TT-MOVED IS
001650* WHAT THE ENTRY DID TO THE BALANCE, WHICH IS HOW A RECOVERY ENTRY
001651* THAT FINISHED A TRANSFER IS TOLD FROM ONE THAT ROLLED A POSTING
001652* BACK.
001653 01  WS-TAIL-TABLE.
001654     05  WS-TAIL-COUNT         PIC 9(04) COMP.
001655     05  WS-TAIL-SUB           PIC 9(04) COMP.
001656     05  WS-SCAN-SUB           PIC 9(04) COMP.
001657     05  WS-TAIL-ENTRY OCCURS 2000 TIMES.
001658         10  WS-TT-ACCT-ID     PIC X(10).
001659         10  WS-TT-TRANS-TYPE  PIC X(10).
001660         10  WS-TT-TELLER-ID   PIC X(08).
001661         10  WS-TT-BRANCH-ID   PIC X(04).
001662         10  WS-TT-MOVED       PIC S9(10)V99.
001663         10  WS-TT-USED-FLAG   PIC X.
001664             88  TT-USED                   VALUE 'Y'.
001665             88  TT-UNUSED                 VALUE 'N'.
001666
001667* COMMUNICATION AREA PASSED ON EVERY CALL TO ACCOUNT - THE SAME
001668* LAYOUT A TELLER CALL USES.  STATUS CODES ARE DOCUMENTED IN THE
001669* ACCTCOML COPYBOOK.
001670     COPY ACCTCOML.
001671
001672 PROCEDURE DIVISION.
001680*****************************************************************
001690* 0000-MAINLINE
001700*   VALIDATES THE FILE END TO END, THEN DRIVES THE POSTING PASS
001710*   ONLY IF THE CONTROLS ALL TIED.  A REJECTED FILE POSTS
001720*   NOTHING AND LEAVES RETURN CODE 12 FOR THE SCHEDULER.
001725*   NEITHER RUNS WITHOUT BOTH THE REGISTRY AND THE RESTART FILE.
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001755     IF REGISTRY-OPEN
001757         AND RESTART-FILE-OPEN
001760         PERFORM 2000-VALIDATE-FILE THRU 2000-EXIT
001770         IF FILE-ACCEPTED
001780             PERFORM 3000-POST-FILE THRU 3000-EXIT
001820
001830*****************************************************************
001840* 1000-INITIALIZE
001850*   ZEROES THE CONTROL TOTALS, LOADS THE BUSINESS DATE AND THE
001855*   COMMIT INTERVAL, AND OPENS THE POSTED-FILE REGISTRY AND THE
001860*   RESTART FILE.  NO BUSINESS DATE ON FILE
001870*   FALLS BACK TO THE SYSTEM DATE, THE WAY EVERY JOB DATED
001880*   ITSELF BEFORE THE RUN-CONTROL WORK.
001890*****************************************************************
001940     MOVE ZERO TO WS-REJECT-HASH
001950     MOVE ZERO TO WS-DETAIL-COUNT
001960     MOVE ZERO TO WS-DETAIL-HASH
001963     MOVE ZERO TO WS-RECOVERED-COUNT
001966     MOVE ZERO TO WS-SKIP-THRU
001970     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
001980     OPEN INPUT BUSINESS-DATE-FILE
001990     IF WS-BDATE-FILE-STATUS = "00"
002050         END-READ
002060         CLOSE BUSINESS-DATE-FILE
002070     END-IF
002075     PERFORM 1100-LOAD-COMMIT-INTERVAL THRU 1100-EXIT
002080     OPEN I-O POSTED-FILE
002090     IF WS-POSTED-FILE-STATUS = "35"
002100         OPEN OUTPUT POSTED-FILE
002152         DISPLAY "BATCHPST - ABEND - POSTED-FILE REGISTRY OPEN "
002154             "FAILED, STATUS " WS-POSTED-FILE-STATUS
002156         PERFORM 7000-ABEND THRU 7000-EXIT
002158     END-IF
002159* WITHOUT THE RESTART FILE A RUN THAT STOPS PARTWAY CANNOT BE
002160* RESUMED SAFELY, SO IT IS REFUSED THE SAME WAY.
002161     OPEN I-O RESTART-FILE
002162     IF WS-RESTART-FILE-STATUS = "35"
002163         OPEN OUTPUT RESTART-FILE
002164         CLOSE RESTART-FILE
002165         OPEN I-O RESTART-FILE
002166     END-IF
002167     IF WS-RESTART-FILE-STATUS = "00"
002168         SET RESTART-FILE-OPEN TO TRUE
002169     ELSE
002170         DISPLAY "BATCHPST - ABEND - RESTART FILE OPEN FAILED, "
002171             "STATUS " WS-RESTART-FILE-STATUS
002172         PERFORM 7000-ABEND THRU 7000-EXIT
002173     END-IF.
002180 1000-EXIT.
002190     EXIT.
002191
002192*****************************************************************
002193* 1100-LOAD-COMMIT-INTERVAL
002194*   LOADS THE NUMBER OF DETAIL RECORDS BETWEEN RESTART POINTS.
002195*   NONE ON FILE, OR A BLANK OR ZERO ONE, MEANS 100.  A RESTART
002196*   MATCHES THE RECORDS PAST THE LAST RESTART POINT AGAINST AN
002197*   IN-STORAGE TABLE OF THEIR LOG ENTRIES, SO THE INTERVAL IS
002198*   CAPPED AT 500.
002199*****************************************************************
002200 1100-LOAD-COMMIT-INTERVAL.
002201     MOVE 100 TO WS-COMMIT-INTERVAL
002202     OPEN INPUT COMMIT-FILE
002203     IF WS-COMMIT-FILE-STATUS = "00"
002204         READ COMMIT-FILE
002205             AT END
002206                 CONTINUE
002207             NOT AT END
002208                 IF CI-COMMIT-INTERVAL IS NUMERIC
002209                     AND CI-COMMIT-INTERVAL > ZERO
002210                     MOVE CI-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
002211                 END-IF
002212         END-READ
002213         CLOSE COMMIT-FILE
002214     END-IF
002215     IF WS-COMMIT-INTERVAL > 500
002216         MOVE 500 TO WS-COMMIT-INTERVAL
002217     END-IF.
002218 1100-EXIT.
002219     EXIT.
002220
002221*****************************************************************
002222* 2000-VALIDATE-FILE
002230*   PROVES THE FILE BEFORE ANYTHING POSTS - HEADER FIRST AND
002240*   DATED WITH THE BUSINESS DATE, BRANCH/DATE/SEQUENCE NOT
002250*   ALREADY ON THE REGISTRY, EVERY DETAIL COUNTED AND HASHED,
002260*   TRAILER PRESENT, LAST, AND TYING TO BOTH TOTALS.  ANY BREAK
002270*   ABENDS THE RUN WITH THE COUNTS ON THE CONSOLE.  A FILE THAT
002273*   PASSES IS TAKEN AS A FRESH RUN OR, WHEN ITS LAST RUN STOPPED
002276*   PARTWAY, AS A RESTART.
002280*****************************************************************
002290 2000-VALIDATE-FILE.
002300     SET FILE-REJECTED TO TRUE
002670         INVALID KEY
002680             CONTINUE
002690         NOT INVALID KEY
002693             PERFORM 2400-CHECK-FINISHED THRU 2400-EXIT
002696             IF NOT ALREADY-FINISHED
002700                 DISPLAY "BATCHPST - ABEND - FILE "
002705                     WS-HDR-BRANCH-ID
002710                     "/" WS-HDR-DATE "/" WS-HDR-SEQUENCE
002720                     " WAS ALREADY POSTED ON " BP-POSTED-DATE
002730                 PERFORM 7000-ABEND THRU 7000-EXIT
002735             END-IF
002740             CLOSE BATCH-TRANS-FILE
002750             GO TO 2000-EXIT
002760     END-READ
003060         PERFORM 7000-ABEND THRU 7000-EXIT
003070         GO TO 2000-EXIT
003080     END-IF
003090     PERFORM 2500-CHECK-RESTART THRU 2500-EXIT.
003100 2000-EXIT.
003110     EXIT.
003120
003350     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003360 2300-EXIT.
003370     EXIT.
003371
003372*****************************************************************
003373* 2400-CHECK-FINISHED
003374*   A FILE ALREADY ON THE REGISTRY WHOSE RESTART RECORD IS STILL
003375*   IN FLIGHT FINISHED ITS POSTING PASS AND STOPPED BEFORE THE
003376*   RESTART RECORD WAS CLOSED.  NOTHING IS LEFT TO POST, SO THE
003377*   RECORD IS CLOSED AND THE RUN ENDS CLEAN INSTEAD OF ABENDING.
003378*****************************************************************
003379 2400-CHECK-FINISHED.
003380     MOVE WS-HDR-DATE TO RS-BUSINESS-DATE
003381     MOVE WS-HDR-BRANCH-ID TO RS-BRANCH-ID
003382     MOVE WS-HDR-SEQUENCE TO RS-FILE-SEQUENCE
003383     READ RESTART-FILE
003384         INVALID KEY
003385             GO TO 2400-EXIT
003386     END-READ
003387     IF RS-IN-FLIGHT
003388         SET RS-COMPLETE TO TRUE
003389         REWRITE BATCH-RESTART-RECORD
003390         SET ALREADY-FINISHED TO TRUE
003391     END-IF.
003392 2400-EXIT.
003393     EXIT.
003394
003395*****************************************************************
003396* 2500-CHECK-RESTART
003397*   ACCEPTS A FILE THAT VALIDATED CLEAN - AS A FRESH RUN WHEN IT
003398*   HAS NO RESTART RECORD, AS A RESTART WHEN ITS LAST RUN STOPPED
003399*   PARTWAY.  A RESTART RECORD WHOSE TRAILER TOTALS DIFFER FROM
003400*   THIS FILE'S BELONGS TO A DIFFERENT FILE SENT UNDER THE SAME
003401*   HEADER, AND ONE ALREADY CLOSED BELONGS TO A FILE THAT IS
003402*   MISSING FROM THE REGISTRY - BOTH NEED AN OPERATOR.
003403*****************************************************************
003404 2500-CHECK-RESTART.
003405     MOVE WS-HDR-DATE TO RS-BUSINESS-DATE
003406     MOVE WS-HDR-BRANCH-ID TO RS-BRANCH-ID
003407     MOVE WS-HDR-SEQUENCE TO RS-FILE-SEQUENCE
003408     READ RESTART-FILE
003409         INVALID KEY
003410             SET FRESH-RUN TO TRUE
003411             SET FILE-ACCEPTED TO TRUE
003412             GO TO 2500-EXIT
003413     END-READ
003414     IF NOT RS-IN-FLIGHT
003415         DISPLAY "BATCHPST - ABEND - FILE " WS-HDR-BRANCH-ID
003416             "/" WS-HDR-DATE "/" WS-HDR-SEQUENCE
003417             " IS CLOSED ON THE RESTART FILE BUT NOT ON THE "
003418             "REGISTRY"
003419         PERFORM 7000-ABEND THRU 7000-EXIT
003420         GO TO 2500-EXIT
003421     END-IF
003422     IF RS-TRL-COUNT NOT = WS-TRL-COUNT
003423         OR RS-TRL-HASH NOT = WS-TRL-HASH
003424         DISPLAY "BATCHPST - ABEND - FILE " WS-HDR-BRANCH-ID
003425             "/" WS-HDR-DATE "/" WS-HDR-SEQUENCE
003426             " IS NOT THE FILE THAT STOPPED - TRAILER TOTALS"
003427             " DIFFER"
003428         PERFORM 7000-ABEND THRU 7000-EXIT
003429         GO TO 2500-EXIT
003430     END-IF
003431     DISPLAY "BATCHPST - FILE " WS-HDR-BRANCH-ID "/"
003432         WS-HDR-DATE "/" WS-HDR-SEQUENCE " STOPPED AFTER RECORD "
003433         RS-RECORDS-DONE ", RESTARTING"
003434     SET RESTART-RUN TO TRUE
003435     SET FILE-ACCEPTED TO TRUE.
003436 2500-EXIT.
003437     EXIT.
003438
003439*****************************************************************
003440* 3000-POST-FILE
003441*   THE POSTING PASS OVER A FILE THAT VALIDATED CLEAN - SKIPS
003442*   THE HEADER, POSTS EVERY DETAIL THROUGH ACCOUNT, STOPS AT THE
003443*   TRAILER, WRAPS THE REJECTS IN THEIR OWN HEADER AND TRAILER,
003444*   AND RECORDS THE FILE ON THE POSTED-FILE REGISTRY.
003445*   A RESTART PICKS UP THE COUNTS AND REJECTS FROM THE LAST
003446*   RESTART POINT FIRST.  A PASS STOPPED PARTWAY LEAVES ITS
003447*   RESTART RECORD IN FLIGHT AND THE FILE OFF THE REGISTRY, SO
003448*   THE NEXT RUN OF THE FILE RESUMES IT.
003450*****************************************************************
003460 3000-POST-FILE.
003470     MOVE 'N' TO WS-EOF-FLAG
003480     SET TRAILER-NOT-SEEN TO TRUE
003481     MOVE ZERO TO WS-RECORD-NO
003482     MOVE ZERO TO WS-SINCE-COMMIT
003483     IF RESTART-RUN
003484         PERFORM 3050-PREPARE-RESTART THRU 3050-EXIT
003485     ELSE
003486         PERFORM 3020-START-FRESH THRU 3020-EXIT
003487     END-IF
003488     IF POSTING-STOPPED
003489         GO TO 3000-EXIT
003490     END-IF
003491     OPEN INPUT BATCH-TRANS-FILE
003520     PERFORM 2100-READ-TRANS THRU 2100-EXIT
003530     IF NOT END-OF-FILE
003540         PERFORM 2100-READ-TRANS THRU 2100-EXIT
003550     END-IF
003560     PERFORM 3200-POST-TRANSACTION THRU 3200-EXIT
003570         UNTIL END-OF-FILE OR TRAILER-SEEN
003571            OR POSTING-STOPPED
003578     IF POSTING-STOPPED
003579         CLOSE BATCH-TRANS-FILE
003580         CLOSE BATCH-REJECT-FILE
003581         GO TO 3000-EXIT
003582     END-IF
003583     PERFORM 3300-WRITE-REJECT-TRAILER THRU 3300-EXIT
003590     CLOSE BATCH-TRANS-FILE
003600     CLOSE BATCH-REJECT-FILE
003610     PERFORM 3400-RECORD-POSTED-FILE THRU 3400-EXIT
003615     PERFORM 3450-CLOSE-RESTART THRU 3450-EXIT.
003620 3000-EXIT.
003630     EXIT.
003631
003632*****************************************************************
003633* 3020-START-FRESH
003634*   OPENS THE REJECT FILE UNDER ITS HEADER AND WRITES THE FILE'S
003635*   RESTART RECORD IN FLIGHT WITH NOTHING YET DONE.  ITS STAMP IS
003636*   TAKEN BEFORE THE FIRST ACCOUNT CALL, SO EVERY LOG ENTRY THE
003637*   PASS MAKES FALLS AT OR AFTER IT.
003638*****************************************************************
003639 3020-START-FRESH.
003640     OPEN OUTPUT BATCH-REJECT-FILE
003641     PERFORM 3100-WRITE-REJECT-HEADER THRU 3100-EXIT
003642     MOVE WS-HDR-DATE TO RS-BUSINESS-DATE
003643     MOVE WS-HDR-BRANCH-ID TO RS-BRANCH-ID
003644     MOVE WS-HDR-SEQUENCE TO RS-FILE-SEQUENCE
003645     SET RS-IN-FLIGHT TO TRUE
003646     MOVE WS-TRL-COUNT TO RS-TRL-COUNT
003647     MOVE WS-TRL-HASH TO RS-TRL-HASH
003648     MOVE ZERO TO RS-RECORDS-DONE
003649     MOVE ZERO TO RS-POSTED-COUNT
003650     MOVE ZERO TO RS-REJECT-COUNT
003651     MOVE ZERO TO RS-REJECT-HASH
003652     MOVE ZERO TO RS-RESTART-COUNT
003653     ACCEPT RS-START-DATE FROM DATE YYYYMMDD
003654     ACCEPT RS-START-TIME FROM TIME
003655     MOVE RS-START-DATE TO RS-COMMIT-DATE
003656     MOVE RS-START-TIME TO RS-COMMIT-TIME
003657     WRITE BATCH-RESTART-RECORD
003658         INVALID KEY
003659             DISPLAY "BATCHPST - ABEND - RESTART RECORD WRITE "
003660                 "FAILED, STATUS " WS-RESTART-FILE-STATUS
003661             CLOSE BATCH-REJECT-FILE
003662             PERFORM 3900-STOP-POSTING THRU 3900-EXIT
003663     END-WRITE.
003664 3020-EXIT.
003665     EXIT.
003666
003667*****************************************************************
003668* 3050-PREPARE-RESTART
003669*   TAKES THE COUNTS BACK FROM THE LAST RESTART POINT, LOADS THE
003670*   LOG ENTRIES MADE SINCE IT, AND CUTS THE REJECT FILE BACK TO
003671*   IT.  THE RECORDS BEHIND THE RESTART POINT ARE SKIPPED IN THE
003672*   POSTING PASS; THOSE PAST IT ARE MATCHED AGAINST THE LOADED
003673*   LOG ENTRIES IN 3600-MATCH-TAIL.
003674*****************************************************************
003675 3050-PREPARE-RESTART.
003676     MOVE RS-RECORDS-DONE TO WS-SKIP-THRU
003677     MOVE RS-POSTED-COUNT TO WS-POSTED-COUNT
003678     MOVE RS-REJECT-COUNT TO WS-REJECT-COUNT
003679     MOVE RS-REJECT-HASH TO WS-REJECT-HASH
003680     MOVE RS-COMMIT-DATE TO WS-COMMIT-DATE
003681     MOVE RS-COMMIT-TIME TO WS-COMMIT-TIME
003682     ADD 1 TO RS-RESTART-COUNT
003683     REWRITE BATCH-RESTART-RECORD
003684     IF WS-RESTART-FILE-STATUS NOT = "00"
003685         DISPLAY "BATCHPST - ABEND - RESTART RECORD REWRITE "
003686             "FAILED, STATUS " WS-RESTART-FILE-STATUS
003687         PERFORM 3900-STOP-POSTING THRU 3900-EXIT
003688         GO TO 3050-EXIT
003689     END-IF
003690     PERFORM 3080-LOAD-TAIL THRU 3080-EXIT
003691     IF POSTING-STOPPED
003692         GO TO 3050-EXIT
003693     END-IF
003694     PERFORM 3060-CUT-BACK-REJECTS THRU 3060-EXIT.
003695 3050-EXIT.
003696     EXIT.
003697
003698*****************************************************************
003699* 3060-CUT-BACK-REJECTS
003700*   REBUILDS THE REJECT FILE AS IT STOOD AT THE RESTART POINT -
003701*   A FRESH HEADER AND THE FIRST RS-REJECT-COUNT REJECTS - BY WAY
003702*   OF THE WORK FILE, AND LEAVES IT OPEN FOR THE REST OF THE
003703*   PASS.  ANY REJECT WRITTEN PAST THE RESTART POINT IS DROPPED;
003704*   ITS RECORD IS PRESENTED AGAIN AND REJECTED AGAIN.  A REJECT
003705*   FILE SHORT OF THE RESTART POINT CANNOT BE REBUILT AND STOPS
003706*   THE RUN WITH THE OLD FILE UNTOUCHED.
003707*****************************************************************
003708 3060-CUT-BACK-REJECTS.
003709     MOVE ZERO TO WS-COPY-COUNT
003710     MOVE 'N' TO WS-REJ-EOF-FLAG
003711     OPEN OUTPUT REJECT-WORK-FILE
003712     OPEN INPUT BATCH-REJECT-FILE
003713     IF WS-REJECT-FILE-STATUS = "00"
003714         PERFORM 3062-READ-OLD-REJECT THRU 3062-EXIT
003715         IF NOT REJ-EOF
003716             AND BR-TRANS-DATA (1:3) = "HDR"
003717             PERFORM 3062-READ-OLD-REJECT THRU 3062-EXIT
003718         END-IF
003719         PERFORM 3064-KEEP-REJECT THRU 3064-EXIT
003720             UNTIL REJ-EOF OR WS-COPY-COUNT NOT < WS-REJECT-COUNT
003721         CLOSE BATCH-REJECT-FILE
003722     END-IF
003723     CLOSE REJECT-WORK-FILE
003724     IF WS-COPY-COUNT < WS-REJECT-COUNT
003725         DISPLAY "BATCHPST - ABEND - REJECT FILE HOLDS "
003726             WS-COPY-COUNT " OF THE " WS-REJECT-COUNT
003727             " REJECTS BEHIND THE RESTART POINT"
003728         PERFORM 3900-STOP-POSTING THRU 3900-EXIT
003729         GO TO 3060-EXIT
003730     END-IF
003731     OPEN OUTPUT BATCH-REJECT-FILE
003732     PERFORM 3100-WRITE-REJECT-HEADER THRU 3100-EXIT
003733     MOVE 'N' TO WS-REJ-EOF-FLAG
003734     OPEN INPUT REJECT-WORK-FILE
003735     PERFORM 3066-READ-WORK THRU 3066-EXIT
003736     PERFORM 3068-COPY-BACK THRU 3068-EXIT
003737         UNTIL REJ-EOF
003738     CLOSE REJECT-WORK-FILE.
003739 3060-EXIT.
003740     EXIT.
003741
003742 3062-READ-OLD-REJECT.
003743     READ BATCH-REJECT-FILE
003744         AT END
003745             SET REJ-EOF TO TRUE
003746     END-READ.
003747 3062-EXIT.
003748     EXIT.
003749
003750 3064-KEEP-REJECT.
003751     WRITE REJECT-WORK-RECORD FROM BATCH-REJECT-RECORD
003752     ADD 1 TO WS-COPY-COUNT
003753     PERFORM 3062-READ-OLD-REJECT THRU 3062-EXIT.
003754 3064-EXIT.
003755     EXIT.
003756
003757 3066-READ-WORK.
003758     READ REJECT-WORK-FILE
003759         AT END
003760             SET REJ-EOF TO TRUE
003761     END-READ.
003762 3066-EXIT.
003763     EXIT.
003764
003765 3068-COPY-BACK.
003766     WRITE BATCH-REJECT-RECORD FROM REJECT-WORK-RECORD
003767     PERFORM 3066-READ-WORK THRU 3066-EXIT.
003768 3068-EXIT.
003769     EXIT.
003770
003771*****************************************************************
003772* 3080-LOAD-TAIL
003773*   LOADS THE TRANS-LOG ENTRIES STAMPED AT OR AFTER THE RESTART
003774*   POINT WHOSE TYPE COULD BEAR ON A RECORD PAST IT, IN LOG
003775*   ORDER.  EACH RECORD THAT POSTED BEFORE THE STOP LEFT ITS
003776*   ENTRIES HERE, IN FILE ORDER, AMONG ANY MADE ELSEWHERE.  NO
003777*   LOG ON DISK MEANS NOTHING LOGGED PAST THE RESTART POINT.  THE
003778*   MATCHING IN 3600-MATCH-TAIL RUNS EVEN WITH NO ENTRIES, SINCE
003779*   THE RECORD IN FLIGHT AT THE STOP MAY HAVE POSTED UNLOGGED.
003780*****************************************************************
003781 3080-LOAD-TAIL.
003782     MOVE ZERO TO WS-TAIL-COUNT
003783     MOVE 1 TO WS-TAIL-SUB
003784     SET TAIL-MATCHING TO TRUE
003785     OPEN INPUT TRANS-LOG-FILE
003786     IF WS-LOG-FILE-STATUS = "35"
003787         GO TO 3080-EXIT
003788     END-IF
003789     IF WS-LOG-FILE-STATUS NOT = "00"
003790         DISPLAY "BATCHPST - ABEND - TRANS-LOG OPEN FAILED, "
003791             "STATUS " WS-LOG-FILE-STATUS
003792         PERFORM 3900-STOP-POSTING THRU 3900-EXIT
003793         GO TO 3080-EXIT
003794     END-IF
003795     MOVE 'N' TO WS-LOG-EOF-FLAG
003796     PERFORM 3082-READ-LOG THRU 3082-EXIT
003797     PERFORM 3085-TAKE-LOG-ENTRY THRU 3085-EXIT
003798         UNTIL LOG-EOF OR POSTING-STOPPED
003799     CLOSE TRANS-LOG-FILE
003800     IF POSTING-GOING
003801         DISPLAY "BATCHPST - " WS-TAIL-COUNT " LOG ENTRIES MADE "
003802             "SINCE THE RESTART POINT"
003803     END-IF.
003804 3080-EXIT.
003805     EXIT.
003806
003807 3082-READ-LOG.
003808     READ TRANS-LOG-FILE
003809         AT END
003810             SET LOG-EOF TO TRUE
003811     END-READ.
003812 3082-EXIT.
003813     EXIT.
003814
003815 3085-TAKE-LOG-ENTRY.
003816     MOVE TL-LOG-DATE TO WS-LOG-DATE
003817     MOVE TL-LOG-TIME TO WS-LOG-TIME
003818     MOVE TL-TRANS-TYPE TO WS-POST-TYPE
003819     IF WS-LOG-STAMP NOT < WS-COMMIT-STAMP
003820         AND (POST-TYPE-LOGGED
003821           OR TL-TRANS-TYPE = "FD-BREAK  "
003822           OR TL-TRANS-TYPE = "RECOVERY  ")
003823         IF WS-TAIL-COUNT < 2000
003824             ADD 1 TO WS-TAIL-COUNT
003825             MOVE TL-ACCT-ID TO WS-TT-ACCT-ID (WS-TAIL-COUNT)
003826             MOVE TL-TRANS-TYPE
003827                 TO WS-TT-TRANS-TYPE (WS-TAIL-COUNT)
003828             MOVE TL-TELLER-ID TO WS-TT-TELLER-ID (WS-TAIL-COUNT)
003829             MOVE TL-BRANCH-ID TO WS-TT-BRANCH-ID (WS-TAIL-COUNT)
003830             COMPUTE WS-TT-MOVED (WS-TAIL-COUNT) =
003831                 TL-BALANCE-AFTER - TL-BALANCE-BEFORE
003832             SET TT-UNUSED (WS-TAIL-COUNT) TO TRUE
003833         ELSE
003834             DISPLAY "BATCHPST - ABEND - MORE THAN 2000 LOG "
003835                 "ENTRIES SINCE THE RESTART POINT"
003836             PERFORM 3900-STOP-POSTING THRU 3900-EXIT
003837             GO TO 3085-EXIT
003838         END-IF
003839     END-IF
003840     PERFORM 3082-READ-LOG THRU 3082-EXIT.
003841 3085-EXIT.
003842     EXIT.
003843
003844*****************************************************************
003845* 3100-WRITE-REJECT-HEADER
003846*   OPENS THE REJECT FILE WITH A COPY OF THE INPUT HEADER.  THE
003847*   BRANCH STAMPS A FRESH DATE AND SEQUENCE ON IT BEFORE
003848*   RESUBMITTING - THE POSTED-FILE REGISTRY WILL REFUSE THE
003849*   ORIGINAL ONES.
003850*****************************************************************
003851 3100-WRITE-REJECT-HEADER.
003852     MOVE SPACES TO BATCH-REJECT-RECORD
003853     MOVE "HDR" TO BR-TRANS-DATA (1:3)
003854     MOVE WS-HDR-BRANCH-ID TO BR-TRANS-DATA (4:4)
003855     MOVE WS-HDR-DATE TO BR-TRANS-DATA (8:8)
003856     MOVE WS-HDR-SEQUENCE TO BR-TRANS-DATA (16:4)
003857     WRITE BATCH-REJECT-RECORD.
003858 3100-EXIT.
003859     EXIT.
003860
003861*****************************************************************
003862* 3200-POST-TRANSACTION
003863*   STAGES ONE DETAIL RECORD INTO THE COMMAREA, CALLS ACCOUNT TO
003864*   POST IT, ROUTES A DECLINE TO THE REJECT FILE, AND READS THE
003865*   NEXT RECORD.  THE TRAILER ENDS THE PASS.
003866*   ON A RESTART, RECORDS BEHIND THE RESTART POINT ARE PASSED
003867*   OVER, AND ONES 3600-MATCH-TAIL SHOWS POSTED BEFORE THE STOP
003868*   ARE COUNTED WITHOUT CALLING ACCOUNT AGAIN.  A RESTART POINT IS
003869*   TAKEN EVERY WS-COMMIT-INTERVAL RECORDS, AND AT ONCE AFTER A
003870*   DECLINE OR A RECORD WHOSE TYPE DOES NOT LOG UNDER ITS OWN
003871*   NAME, SO ONLY LOGGED POSTINGS EVER LIE PAST THE RESTART
003872*   POINT.
003873*****************************************************************
003880 3200-POST-TRANSACTION.
003890     IF BZ-TRAILER
003900         SET TRAILER-SEEN TO TRUE
003910         GO TO 3200-EXIT
003920     END-IF
003930     ADD 1 TO WS-READ-COUNT
003931     ADD 1 TO WS-RECORD-NO
003932     IF WS-RECORD-NO NOT > WS-SKIP-THRU
003933         PERFORM 2100-READ-TRANS THRU 2100-EXIT
003934         GO TO 3200-EXIT
003935     END-IF
003936     IF TAIL-MATCHING
003937         PERFORM 3600-MATCH-TAIL THRU 3600-EXIT
003938         IF POSTING-STOPPED
003939             GO TO 3200-EXIT
003940         END-IF
003941         IF SCAN-MATCHED
003942             ADD 1 TO WS-POSTED-COUNT
003943             ADD 1 TO WS-RECOVERED-COUNT
003944             ADD 1 TO WS-SINCE-COMMIT
003945             PERFORM 2100-READ-TRANS THRU 2100-EXIT
003946             GO TO 3200-EXIT
003947         END-IF
003948     END-IF
003949     MOVE BT-TRANS-TYPE TO WS-POST-TYPE
003950     INITIALIZE DFHCOMMAREA
003951     MOVE BT-ACCT-ID TO CA-ACCT-ID
003960     MOVE BT-CUSTOMER-NAME TO CA-CUSTOMER-NAME
003970     MOVE BT-TRANS-TYPE TO CA-TRANS-TYPE
003980     COMPUTE CA-AMOUNT = BT-AMOUNT
004030     MOVE BT-FUNDS-TYPE TO CA-FUNDS-TYPE
004035     MOVE BT-OVERRIDE-ID TO CA-OVERRIDE-ID
004040     CALL "ACCOUNT" USING DFHCOMMAREA
004043     ACCEPT WS-CALL-DATE FROM DATE YYYYMMDD
004046     ACCEPT WS-CALL-TIME FROM TIME
004050     IF CA-ST-SUCCESS
004060         ADD 1 TO WS-POSTED-COUNT
004070     ELSE
004080         PERFORM 3250-WRITE-REJECT THRU 3250-EXIT
004090     END-IF
004091     ADD 1 TO WS-SINCE-COMMIT
004092     IF NOT CA-ST-SUCCESS
004093         OR NOT POST-TYPE-LOGGED
004094         OR WS-SINCE-COMMIT NOT < WS-COMMIT-INTERVAL
004095         PERFORM 3500-TAKE-RESTART-POINT THRU 3500-EXIT
004096     END-IF
004100     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004110 3200-EXIT.
004120     EXIT.
004660     END-WRITE.
004670 3400-EXIT.
004680     EXIT.
004681
004682*****************************************************************
004683* 3450-CLOSE-RESTART
004684*   MARKS THE FILE'S RESTART RECORD COMPLETE ONCE THE FILE IS ON
004685*   THE REGISTRY.  THE REGISTRY ALREADY REFUSES THE FILE, SO A
004686*   FAILURE HERE ONLY NEEDS THE OPERATOR TO KNOW; THE NEXT RUN OF
004687*   THE FILE CLOSES THE RECORD IN 2400-CHECK-FINISHED.
004688*****************************************************************
004689 3450-CLOSE-RESTART.
004690     MOVE WS-HDR-DATE TO RS-BUSINESS-DATE
004691     MOVE WS-HDR-BRANCH-ID TO RS-BRANCH-ID
004692     MOVE WS-HDR-SEQUENCE TO RS-FILE-SEQUENCE
004693     READ RESTART-FILE
004694         INVALID KEY
004695             DISPLAY "BATCHPST - RESTART RECORD NOT FOUND FOR "
004696                 WS-HDR-BRANCH-ID "/" WS-HDR-DATE "/"
004697                 WS-HDR-SEQUENCE
004698             GO TO 3450-EXIT
004699     END-READ
004700     MOVE WS-RECORD-NO TO RS-RECORDS-DONE
004701     MOVE WS-POSTED-COUNT TO RS-POSTED-COUNT
004702     MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
004703     MOVE WS-REJECT-HASH TO RS-REJECT-HASH
004704     SET RS-COMPLETE TO TRUE
004705     REWRITE BATCH-RESTART-RECORD
004706     IF WS-RESTART-FILE-STATUS NOT = "00"
004707         DISPLAY "BATCHPST - RESTART RECORD CLOSE FAILED FOR "
004708             WS-HDR-BRANCH-ID "/" WS-HDR-DATE "/"
004709             WS-HDR-SEQUENCE ", STATUS " WS-RESTART-FILE-STATUS
004710     END-IF.
004711 3450-EXIT.
004712     EXIT.
004713
004714*****************************************************************
004715* 3500-TAKE-RESTART-POINT
004716*   MAKES EVERYTHING UP TO THE CURRENT RECORD A RESTART POINT.
004717*   THE REJECT FILE IS CLOSED AND REOPENED SO ITS REJECTS ARE ON
004718*   DISK BEFORE THE RESTART RECORD COUNTS THEM.  THE STAMP IS
004719*   TAKEN STRICTLY LATER THAN THE LAST ACCOUNT CALL, SO NO LOG
004720*   ENTRY BEHIND THE RESTART POINT CAN CARRY IT.
004721*****************************************************************
004722 3500-TAKE-RESTART-POINT.
004723     CLOSE BATCH-REJECT-FILE
004724     OPEN EXTEND BATCH-REJECT-FILE
004725     MOVE WS-CALL-STAMP TO WS-COMMIT-STAMP
004726     PERFORM 3550-TAKE-COMMIT-STAMP THRU 3550-EXIT
004727         UNTIL WS-COMMIT-STAMP > WS-CALL-STAMP
004728     MOVE WS-HDR-DATE TO RS-BUSINESS-DATE
004729     MOVE WS-HDR-BRANCH-ID TO RS-BRANCH-ID
004730     MOVE WS-HDR-SEQUENCE TO RS-FILE-SEQUENCE
004731     READ RESTART-FILE
004732         INVALID KEY
004733             DISPLAY "BATCHPST - ABEND - RESTART RECORD NOT "
004734                 "FOUND, STATUS " WS-RESTART-FILE-STATUS
004735             PERFORM 3900-STOP-POSTING THRU 3900-EXIT
004736             GO TO 3500-EXIT
004737     END-READ
004738     MOVE WS-RECORD-NO TO RS-RECORDS-DONE
004739     MOVE WS-POSTED-COUNT TO RS-POSTED-COUNT
004740     MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
004741     MOVE WS-REJECT-HASH TO RS-REJECT-HASH
004742     MOVE WS-COMMIT-DATE TO RS-COMMIT-DATE
004743     MOVE WS-COMMIT-TIME TO RS-COMMIT-TIME
004744     REWRITE BATCH-RESTART-RECORD
004745     IF WS-RESTART-FILE-STATUS NOT = "00"
004746         DISPLAY "BATCHPST - ABEND - RESTART RECORD REWRITE "
004747             "FAILED, STATUS " WS-RESTART-FILE-STATUS
004748         PERFORM 3900-STOP-POSTING THRU 3900-EXIT
004749         GO TO 3500-EXIT
004750     END-IF
004751     MOVE ZERO TO WS-SINCE-COMMIT.
004752 3500-EXIT.
004753     EXIT.
004754
004755 3550-TAKE-COMMIT-STAMP.
004756     ACCEPT WS-COMMIT-DATE FROM DATE YYYYMMDD
004757     ACCEPT WS-COMMIT-TIME FROM TIME.
004758 3550-EXIT.
004759     EXIT.
004760
004761*****************************************************************
004762* 3600-MATCH-TAIL
004763*   DECIDES WHETHER THE RECORD PAST THE RESTART POINT POSTED
004764*   BEFORE THE STOP.  IT DID IF AN UNUSED LOG ENTRY PAST THE LAST
004765*   ONE MATCHED IS ITS OWN - SAME ACCOUNT, TYPE, TELLER, AND
004766*   BRANCH.  ENTRIES PASSED OVER ON THE WAY CAME FROM TELLERS OR
004767*   OTHER JOBS, OR ARE ACCOUNT'S RECOVERY ENTRIES, AND ARE LEFT
004768*   ALONE.  THE ENTRY IS TAKEN WITH ANY THE SAME CALL WROTE AFTER
004769*   IT IN 3650-TAKE-FOLLOW-ON.  THE RECORDS POSTED IN FILE ORDER,
004770*   SO THE FIRST RECORD WITHOUT AN ENTRY IS THE ONE THAT WAS WITH
004771*   ACCOUNT WHEN THE RUN STOPPED; 3700-CHECK-IN-FLIGHT DECIDES
004772*   WHETHER IT POSTED ANYWAY, AND FROM THE NEXT RECORD ON RECORDS
004773*   POST AS USUAL.
004774*****************************************************************
004775 3600-MATCH-TAIL.
004776     MOVE BT-ACCT-ID TO WS-WANT-ACCT-ID
004777     MOVE BT-TRANS-TYPE TO WS-WANT-TYPE
004778     SET SCAN-GOING TO TRUE
004779     MOVE WS-TAIL-SUB TO WS-SCAN-SUB
004780     PERFORM 3620-SCAN-TAIL THRU 3620-EXIT
004781         UNTIL NOT SCAN-GOING
004782     IF SCAN-MATCHED
004783         SET TT-USED (WS-SCAN-SUB) TO TRUE
004784         COMPUTE WS-TAIL-SUB = WS-SCAN-SUB + 1
004785         PERFORM 3650-TAKE-FOLLOW-ON THRU 3650-EXIT
004786         GO TO 3600-EXIT
004787     END-IF
004788     SET TAIL-RESOLVED TO TRUE
004789     PERFORM 3700-CHECK-IN-FLIGHT THRU 3700-EXIT.
004790 3600-EXIT.
004791     EXIT.
004792
004793* 3620-SCAN-TAIL LOOKS AT ONE ENTRY FOR AN UNUSED ONE OF
004794* WS-WANT-ACCT-ID AND WS-WANT-TYPE MADE BY THE RECORD'S TELLER AND
004795* BRANCH, STOPPING ON IT OR AT THE END OF THE TABLE.
004796 3620-SCAN-TAIL.
004797     IF WS-SCAN-SUB > WS-TAIL-COUNT
004798         SET SCAN-DONE TO TRUE
004799         GO TO 3620-EXIT
004800     END-IF
004801     IF TT-UNUSED (WS-SCAN-SUB)
004802         AND WS-TT-ACCT-ID (WS-SCAN-SUB) = WS-WANT-ACCT-ID
004803         AND WS-TT-TRANS-TYPE (WS-SCAN-SUB) = WS-WANT-TYPE
004804         AND WS-TT-TELLER-ID (WS-SCAN-SUB) = BT-TELLER-ID
004805         AND WS-TT-BRANCH-ID (WS-SCAN-SUB) = BT-BRANCH-ID
004806         SET SCAN-MATCHED TO TRUE
004807         GO TO 3620-EXIT
004808     END-IF
004809     ADD 1 TO WS-SCAN-SUB.
004810 3620-EXIT.
004811     EXIT.
004812
004813* 3650-TAKE-FOLLOW-ON MARKS USED THE SECOND ENTRY A MATCHED RECORD
004814* MAY HAVE LEFT - THE TO-ACCOUNT LEG OF A TRANSFER, OR THE PENALTY
004815* ON A FIXED-TERM BREAK - IF THERE IS ONE.  A RUN THAT STOPPED
004816* BETWEEN THE TWO LEAVES ONLY THE FIRST, AND THE RECORD STILL
004817* COUNTS AS POSTED; ACCOUNT'S CHECKPOINT RECOVERY FINISHES IT.
004818 3650-TAKE-FOLLOW-ON.
004819     IF BT-TRANS-TYPE = "TRANSFER  "
004820         MOVE BT-TO-ACCT-ID TO WS-WANT-ACCT-ID
004821     ELSE
004822         IF BT-TRANS-TYPE = "WITHDRAWAL"
004823             MOVE "FD-BREAK  " TO WS-WANT-TYPE
004824         ELSE
004825             GO TO 3650-EXIT
004826         END-IF
004827     END-IF
004828     SET SCAN-GOING TO TRUE
004829     MOVE WS-TAIL-SUB TO WS-SCAN-SUB
004830     PERFORM 3620-SCAN-TAIL THRU 3620-EXIT
004831         UNTIL NOT SCAN-GOING
004832     IF SCAN-MATCHED
004833         SET TT-USED (WS-SCAN-SUB) TO TRUE
004834     END-IF
004835     SET SCAN-MATCHED TO TRUE.
004836 3650-EXIT.
004837     EXIT.
004838
004839*****************************************************************
004840* 3700-CHECK-IN-FLIGHT
004841*   DECIDES WHETHER THE FIRST RECORD WITHOUT A LOG ENTRY OF ITS
004842*   OWN - THE ONE THAT WAS WITH ACCOUNT WHEN THE RUN STOPPED -
004843*   POSTED ALL THE SAME.  ACCOUNT HOLDS A CHECKPOINT ON THE
004844*   ACCOUNT FROM JUST BEFORE ITS MASTER REWRITE UNTIL THE LOG
004845*   ENTRY IS WRITTEN, SO A CHECKPOINT OF THE RECORD'S TYPE TAKEN
004846*   SINCE THE RESTART POINT, WHOSE AFTER-BALANCE THE MASTER
004847*   ALREADY SHOWS, MEANS THE REWRITE HAPPENED AND ONLY THE LOG
004848*   ENTRY IS MISSING.  A TRANSFER WHOSE CHECKPOINTS A LATER
004849*   POSTING TO EITHER ACCOUNT HAS ALREADY RECOVERED LEAVES INSTEAD
004850*   A RECOVERY ENTRY MOVING ONE OF ITS ACCOUNTS BY ITS AMOUNT.
004851*   EITHER WAY THE RECORD COUNTS AS POSTED AND IS NOT SENT TO
004852*   ACCOUNT AGAIN, AND THE CONSOLE NAMES IT SO THE MISSING LOG
004853*   ENTRY CAN BE RESEARCHED.  A CHECKPOINT STILL ON FILE IS LEFT
004854*   FOR ACCOUNT TO CLEAR ON THE NEXT POSTING TO THE ACCOUNT.
004855*****************************************************************
004856 3700-CHECK-IN-FLIGHT.
004857     SET SCAN-DONE TO TRUE
004858     PERFORM 3740-READ-CHECKPOINT THRU 3740-EXIT
004859     IF POSTING-STOPPED
004860         GO TO 3700-EXIT
004861     END-IF
004862     IF BT-TRANS-TYPE = "TRANSFER  "
004863         AND NOT SCAN-MATCHED
004864         MOVE WS-TAIL-SUB TO WS-SCAN-SUB
004865         PERFORM 3720-FIND-RECOVERY THRU 3720-EXIT
004866             UNTIL SCAN-MATCHED OR WS-SCAN-SUB > WS-TAIL-COUNT
004867     END-IF
004868     IF SCAN-MATCHED
004869         DISPLAY "BATCHPST - RECORD " WS-RECORD-NO " POSTED "
004870             "BEFORE THE STOP WITHOUT ITS LOG ENTRY, NOT POSTED "
004871             "AGAIN"
004872     END-IF.
004873 3700-EXIT.
004874     EXIT.
004875
004876 3720-FIND-RECOVERY.
004877     IF TT-UNUSED (WS-SCAN-SUB)
004878         AND WS-TT-TRANS-TYPE (WS-SCAN-SUB) = "RECOVERY  "
004879         IF (WS-TT-ACCT-ID (WS-SCAN-SUB) = BT-TO-ACCT-ID
004880                 AND WS-TT-MOVED (WS-SCAN-SUB) = BT-AMOUNT)
004881             OR (WS-TT-ACCT-ID (WS-SCAN-SUB) = BT-ACCT-ID
004882                 AND WS-TT-MOVED (WS-SCAN-SUB) = ZERO - BT-AMOUNT)
004883             SET TT-USED (WS-SCAN-SUB) TO TRUE
004884             SET SCAN-MATCHED TO TRUE
004885             GO TO 3720-EXIT
004886         END-IF
004887     END-IF
004888     ADD 1 TO WS-SCAN-SUB.
004889 3720-EXIT.
004890     EXIT.
004891
004892* 3740-READ-CHECKPOINT LOOKS FOR THE RECORD'S CHECKPOINT AND, IF
004893* IT IS THIS RECORD'S, FOR ITS AFTER-IMAGE ON THE MASTER.  A
004894* TRANSFER'S CHECKPOINT ON ITS FROM-ACCOUNT COVERS THE DEBIT LEG,
004895* WHICH ACCOUNT ALWAYS REWRITES FIRST.  NO CHECKPOINT FILE MEANS
004896* NOTHING WAS IN FLIGHT.
004897 3740-READ-CHECKPOINT.
004898     OPEN INPUT CHECKPOINT-FILE
004899     IF WS-CP-FILE-STATUS = "35"
004900         GO TO 3740-EXIT
004901     END-IF
004902     IF WS-CP-FILE-STATUS NOT = "00"
004903         DISPLAY "BATCHPST - ABEND - CHECKPOINT FILE OPEN "
004904             "FAILED, STATUS " WS-CP-FILE-STATUS
004905         PERFORM 3900-STOP-POSTING THRU 3900-EXIT
004906         GO TO 3740-EXIT
004907     END-IF
004908     MOVE BT-ACCT-ID TO CP-ACCT-ID
004909     READ CHECKPOINT-FILE
004910         INVALID KEY
004911             CLOSE CHECKPOINT-FILE
004912             GO TO 3740-EXIT
004913     END-READ
004914     CLOSE CHECKPOINT-FILE
004915     MOVE CP-LOG-DATE TO WS-LOG-DATE
004916     MOVE CP-LOG-TIME TO WS-LOG-TIME
004917     IF CP-TRANS-TYPE NOT = BT-TRANS-TYPE
004918         OR WS-LOG-STAMP < WS-COMMIT-STAMP
004919         GO TO 3740-EXIT
004920     END-IF
004921     OPEN INPUT MASTER-FILE
004922     IF WS-MASTER-FILE-STATUS NOT = "00"
004923         DISPLAY "BATCHPST - ABEND - MASTER FILE OPEN FAILED, "
004924             "STATUS " WS-MASTER-FILE-STATUS
004925         PERFORM 3900-STOP-POSTING THRU 3900-EXIT
004926         GO TO 3740-EXIT
004927     END-IF
004928     MOVE BT-ACCT-ID TO M-ACCT-ID
004929     READ MASTER-FILE
004930         INVALID KEY
004931             CLOSE MASTER-FILE
004932             GO TO 3740-EXIT
004933     END-READ
004934     CLOSE MASTER-FILE
004935     IF M-BALANCE = CP-BALANCE-AFTER
004936         AND (M-ACCT-STATUS = CP-ACCT-STATUS-AFTER
004937           OR BT-TRANS-TYPE = "TRANSFER  ")
004938         SET SCAN-MATCHED TO TRUE
004939     END-IF.
004940 3740-EXIT.
004941     EXIT.
004942
004943*****************************************************************
004944* 3900-STOP-POSTING
004945*   STOPS THE PASS PARTWAY.  THE RESTART RECORD IS LEFT IN
004946*   FLIGHT AT THE LAST RESTART POINT AND THE FILE STAYS OFF THE
004947*   REGISTRY, SO THE NEXT RUN OF THE FILE PICKS UP FROM THERE.
004948*****************************************************************
004949 3900-STOP-POSTING.
004950     SET POSTING-STOPPED TO TRUE
004951     PERFORM 7000-ABEND THRU 7000-EXIT.
004952 3900-EXIT.
004953     EXIT.
004954
004955*****************************************************************
004956* 7000-ABEND
004957*   MARKS THE RUN FAILED - NOTHING POSTS, THE COUNTS SO FAR ARE
004958*   ALREADY ON THE CONSOLE, AND RETURN CODE 12 TELLS THE
004959*   SCHEDULER THE FILE NEEDS AN OPERATOR BEFORE THE WINDOW GOES
004960*   ON.
004961*****************************************************************
004962 7000-ABEND.
004963     SET FILE-REJECTED TO TRUE
004964     MOVE 12 TO RETURN-CODE.
004965 7000-EXIT.
004966     EXIT.
004967
004968*****************************************************************
004969* 8000-TERMINATE
004970*   CLOSES THE REGISTRY AND REPORTS THE CONTROL TOTALS SO THE
004971*   RUN CAN BE PROVED AGAINST THE BRANCH'S OWN COUNTS.
004972*   ON A RESTART THE COUNTS COVER THE WHOLE FILE, EARLIER RUN
004973*   AND THIS ONE TOGETHER.
004974*****************************************************************
004975 8000-TERMINATE.
004976     IF REGISTRY-OPEN
004977         CLOSE POSTED-FILE
004978     END-IF
004979     IF RESTART-FILE-OPEN
004980         CLOSE RESTART-FILE
004981     END-IF
004982     EVALUATE TRUE
004983         WHEN POSTING-STOPPED
004984             DISPLAY "BATCHPST - FILE " WS-HDR-BRANCH-ID "/"
004985                 WS-HDR-DATE "/" WS-HDR-SEQUENCE
004986                 " STOPPED PARTWAY - RERUN TO RESTART IT"
004987         WHEN FILE-ACCEPTED
004988             DISPLAY "BATCHPST - FILE " WS-HDR-BRANCH-ID "/"
004989                 WS-HDR-DATE "/" WS-HDR-SEQUENCE " POSTED"
004990         WHEN ALREADY-FINISHED
004991             DISPLAY "BATCHPST - FILE " WS-HDR-BRANCH-ID "/"
004992                 WS-HDR-DATE "/" WS-HDR-SEQUENCE
004993                 " FINISHED POSTING ON THE EARLIER RUN"
004994         WHEN OTHER
004995             DISPLAY "BATCHPST - FILE REFUSED, NOTHING POSTED"
004996     END-EVALUATE
004997     IF RESTART-RUN
004998         DISPLAY "BATCHPST - RESTARTED AT: " WS-SKIP-THRU
004999         DISPLAY "BATCHPST - FOUND POSTED: " WS-RECOVERED-COUNT
005000     END-IF
005001     DISPLAY "BATCHPST - RECORDS READ: " WS-READ-COUNT
005002     DISPLAY "BATCHPST - POSTED:       " WS-POSTED-COUNT
005003     DISPLAY "BATCHPST - REJECTED:     " WS-REJECT-COUNT.
005010 8000-EXIT.
005020     EXIT.
