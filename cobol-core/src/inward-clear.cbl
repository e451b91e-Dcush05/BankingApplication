000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCLEAR.
000030 AUTHOR. DYLAN CUSHNIE.
000040 INSTALLATION. RETAIL BANKING SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080* INWARD CHEQUE CLEARING.
000090* READS THE CLEARING HOUSE'S PRESENTED-ITEMS FILE (LAYOUTS
000100* DOCUMENTED IN CLRITMCL) - EVERY CHEQUE DRAWN ON ONE OF OUR
000110* ACCOUNTS AND PRESENTED BY ANOTHER BANK - AND PAYS EACH ONE
000120* THROUGH THE ACCOUNT ONLINE PROGRAM AS A WITHDRAWAL, SO A
000130* CHEQUE GETS EXACTLY THE SAME AVAILABLE-BALANCE, OVERDRAFT,
000140* CLOSED AND DORMANT RULES AS A TELLER WITHDRAWAL INSTEAD OF
000150* BEING KEYED BY HAND.  THE FILE MUST OPEN WITH A HEADER
000160* (CLEARING DATE, FILE SEQUENCE) AND CLOSE WITH A TRAILER (ITEM
000170* COUNT AND AMOUNT TOTAL), AND BOTH ARE PROVED IN A VALIDATION
000180* PASS BEFORE A SINGLE ITEM POSTS.  A FILE WHOSE TRAILER DOES
000190* NOT TIE, WHOSE HEADER DATE IS NOT THE BUSINESS DATE, OR WHOSE
000200* DATE/SEQUENCE IS ALREADY ON THE CLEARING REGISTRY
000210* (data/clearing-posted.dat) ABENDS WITH RETURN CODE 12 AND
000220* POSTS NOTHING.
000230*
000240* EVERY CHEQUE PAID IS RECORDED ON THE PAID-CHEQUE REGISTER
000250* (data/cheque-register.dat), KEYED ON ACCOUNT AND CHEQUE
000260* NUMBER, SO THE SAME CHEQUE PRESENTED A SECOND TIME - IN THIS
000270* FILE OR ANY LATER ONE - IS RETURNED AS A DUPLICATE
000280* PRESENTMENT WITHOUT TOUCHING THE ACCOUNT.  THE REGISTER ALSO
000281* KEEPS THE FILE DATE, FILE SEQUENCE AND ITEM SEQUENCE IT WAS
000282* PAID FROM, SO WHEN A RUN THAT STOPPED PART WAY IS RERUN THE
000283* ITEMS IT ALREADY PAID ARE RECOGNISED AS THE SAME ITEMS AND
000284* SKIPPED, NOT RETURNED OR PAID TWICE.  A CHEQUE ACCOUNT
000290* DECLINES WITH STATUS 1, 2, 6, 17, 21 OR 36 GOES ON THE OUTBOUND
000300* RETURNED-ITEMS FILE WITH THE CLEARING HOUSE'S RETURN REASON
000310* CODE AND IS LISTED ON THE RETURNS REPORT.  ANY OTHER DECLINE
000320* HAS NO RETURN REASON THE CLEARING HOUSE WOULD ACCEPT, SO IT
000330* IS LISTED ON THE REPORT AS REFERRED FOR OPERATIONS TO DECIDE
000340* BEFORE THE RETURN DEADLINE.  A STATUS 36 LEGAL-ORDER DECLINE
000342* IS RETURNED FROZEN/BLOCKED FOR A FREEZE OR DEBIT BLOCK, AND
000344* NOT SUFFICIENT FUNDS WHEN A LEVY HAS RING-FENCED THE BALANCE.
000350*
000360* MODIFICATION HISTORY
000370* ---------- ----  -----------------------------------------------
000380* DATE       INIT  DESCRIPTION
000390* ---------- ----  -----------------------------------------------
000400* 10/15/2026 DC    ORIGINAL VERSION.
000414*
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460* THE CLEARING HOUSE'S PRESENTED-ITEMS FILE - READ ONCE TO
000470* VALIDATE AND ONCE TO POST.
000480     SELECT CLEARING-FILE ASSIGN TO "data/inward-clearing.dat"
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS WS-CLEAR-FILE-STATUS.
000510* THE OUTBOUND RETURNED-ITEMS FILE FOR THE CLEARING HOUSE.
000520     SELECT RETURN-FILE ASSIGN TO "data/returned-items.dat"
000530     ORGANIZATION IS LINE SEQUENTIAL.
000540* THE PRINTED RETURNS REPORT.
000550     SELECT REPORT-FILE ASSIGN TO "data/inward-returns.rpt"
000560     ORGANIZATION IS LINE SEQUENTIAL.
000570* THE PAID-CHEQUE REGISTER - ONE RECORD PER CHEQUE EVER PAID.
000580     SELECT REGISTER-FILE ASSIGN TO "data/cheque-register.dat"
000590     ORGANIZATION IS INDEXED
000600     ACCESS MODE IS DYNAMIC
000610     RECORD KEY IS CQ-KEY
000620     FILE STATUS IS WS-REG-FILE-STATUS.
000630* THE CLEARING REGISTRY - ONE RECORD PER CLEARING DATE/SEQUENCE
000640* EVER POSTED, SO A FILE THAT ARRIVES TWICE IS REFUSED.
000650     SELECT POSTED-FILE ASSIGN TO "data/clearing-posted.dat"
000660     ORGANIZATION IS INDEXED
000670     ACCESS MODE IS DYNAMIC
000680     RECORD KEY IS IP-KEY
000690     FILE STATUS IS WS-POSTED-FILE-STATUS.
000700* THE BUSINESS DATE - ONE CONTROL RECORD MAINTAINED BY OPS; WHEN
000710* PRESENT IT IS THE DATE EVERY INPUT HEADER MUST CARRY.
000720     SELECT BUSINESS-DATE-FILE
000730         ASSIGN TO "data/business-date.dat"
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS WS-BDATE-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CLEARING-FILE.
000800     COPY CLRITMCL.
000810
000820* A RETURNED ITEM IS THE PRESENTED DETAIL UNCHANGED IN COLUMNS
000830* 1-49, THEN THE CLEARING HOUSE RETURN REASON AND THE DATE IT
000840* WAS RETURNED.  THE HEADER AND TRAILER ARE THE SAME SHAPE AS
000850* THE PRESENTED FILE'S.
000860 FD  RETURN-FILE.
000870 01  RETURN-RECORD.
000880     05  RI-ITEM-DATA         PIC X(49).
000890     05  RI-RETURN-REASON     PIC X(01).
000900     05  RI-RETURN-DATE       PIC 9(08).
000910     05  FILLER               PIC X(02).
000920
000930 FD  REPORT-FILE.
000940 01  REPORT-RECORD             PIC X(80).
000950
000960 FD  REGISTER-FILE.
000970 01  REGISTER-RECORD.
000980     05  CQ-KEY.
000990         10  CQ-ACCT-ID       PIC X(10).
001000         10  CQ-CHEQUE-NO     PIC X(10).
001010     05  CQ-AMOUNT            PIC S9(10)V99.
001020     05  CQ-PRESENTING-BANK   PIC X(09).
001030     05  CQ-PAID-DATE         PIC 9(08).
001040     05  CQ-FILE-SEQUENCE     PIC 9(04).
001045     05  CQ-ITEM-SEQUENCE     PIC 9(08).
001050
001060 FD  POSTED-FILE.
001070 01  POSTED-RECORD.
001080     05  IP-KEY.
001090         10  IP-CLEARING-DATE PIC 9(08).
001100         10  IP-FILE-SEQUENCE PIC 9(04).
001110     05  IP-POSTED-DATE       PIC 9(08).
001120     05  IP-POSTED-TIME       PIC 9(08).
001130
001140 FD  BUSINESS-DATE-FILE.
001150 01  BUSINESS-DATE-RECORD.
001160     05  BD-BUSINESS-DATE     PIC 9(08).
001170
001180 WORKING-STORAGE SECTION.
001190* SWITCHES
001200 01  WS-FLAGS.
001210     05  WS-EOF-FLAG           PIC X VALUE 'N'.
001220         88  END-OF-FILE               VALUE 'Y'.
001230     05  WS-FILE-OK-FLAG       PIC X VALUE 'N'.
001240         88  FILE-ACCEPTED             VALUE 'Y'.
001250         88  FILE-REJECTED             VALUE 'N'.
001260     05  WS-TRAILER-FLAG       PIC X VALUE 'N'.
001270         88  TRAILER-SEEN              VALUE 'Y'.
001280         88  TRAILER-NOT-SEEN          VALUE 'N'.
001290     05  WS-FILES-OPEN-FLAG    PIC X VALUE 'N'.
001300         88  REGISTERS-OPEN            VALUE 'Y'.
001310         88  REGISTERS-NOT-OPEN        VALUE 'N'.
001320     05  WS-DUPLICATE-FLAG     PIC X VALUE 'N'.
001330         88  DUPLICATE-ITEM            VALUE 'Y'.
001340         88  NOT-DUPLICATE-ITEM        VALUE 'N'.
001345         88  ALREADY-PAID-ITEM         VALUE 'P'.
001350
001360* FILE STATUS FIELDS.
001370 01  WS-FILE-STATUS-FIELDS.
001380     05  WS-CLEAR-FILE-STATUS  PIC X(02).
001390     05  WS-REG-FILE-STATUS    PIC X(02).
001400     05  WS-POSTED-FILE-STATUS PIC X(02).
001410     05  WS-BDATE-FILE-STATUS  PIC X(02).
001420
001430* THE HEADER IN EFFECT, THE TRAILER AS CLAIMED AND AS COUNTED,
001440* AND THE CONTROL TOTALS FOR THE REPORT AND OPERATOR CONSOLE.
001450 01  WS-WORK-FIELDS.
001460     05  WS-BUS-DATE           PIC 9(08).
001470     05  WS-HDR-DATE           PIC 9(08).
001480     05  WS-HDR-SEQUENCE       PIC 9(04).
001490     05  WS-HDR-SENDER-ID      PIC X(09).
001500     05  WS-TRL-COUNT          PIC 9(07).
001510     05  WS-TRL-TOTAL          PIC S9(13)V99.
001520     05  WS-ITEM-COUNT         PIC 9(07).
001530     05  WS-ITEM-TOTAL         PIC S9(13)V99.
001540     05  WS-PAID-COUNT         PIC 9(07) COMP.
001550     05  WS-PAID-TOTAL         PIC S9(13)V99 COMP-3.
001555     05  WS-PRIOR-PAID-COUNT   PIC 9(07) COMP.
001560     05  WS-REFER-COUNT        PIC 9(07) COMP.
001570     05  WS-REFER-TOTAL        PIC S9(13)V99 COMP-3.
001580     05  WS-RETURN-COUNT       PIC 9(07).
001590     05  WS-RETURN-TOTAL       PIC S9(13)V99.
001600* THE RETURN TOTAL REDEFINED AS RAW BYTES SO THE RETURN TRAILER
001610* CAN CARRY IT AT THE SAME COLUMNS AS AN INPUT TRAILER.
001620     05  WS-RETURN-TOTAL-X REDEFINES WS-RETURN-TOTAL
001630                           PIC X(15).
001640     05  WS-STATUS-CODE        PIC 9(02).
001650     05  WS-RETURN-REASON      PIC X(01).
001660     05  WS-REASON-TEXT        PIC X(24).
001670
001680* COMMUNICATION AREA PASSED ON EVERY CALL TO ACCOUNT - THE SAME
001690* LAYOUT A TELLER CALL USES.  STATUS CODES ARE DOCUMENTED IN THE
001700* ACCTCOML COPYBOOK.
001710     COPY ACCTCOML.
001720
001730 01  WS-REPORT-LINES.
001740     05  WS-HEADING-1.
001750         10  FILLER            PIC X(32)
001760             VALUE "INWARD CLEARING RETURNED ITEMS ".
001770         10  FILLER            PIC X(48) VALUE SPACES.
001780     05  WS-HEADING-2.
001790         10  FILLER            PIC X(11) VALUE "RUN DATE: ".
001800         10  WS-H2-DATE        PIC 9(08).
001810         10  FILLER            PIC X(11) VALUE "   FILE:  ".
001820         10  WS-H2-FILE-DATE   PIC 9(08).
001830         10  FILLER            PIC X(01) VALUE "/".
001840         10  WS-H2-FILE-SEQ    PIC 9(04).
001850         10  FILLER            PIC X(03) VALUE SPACES.
001860         10  WS-H2-SENDER      PIC X(09).
001870         10  FILLER            PIC X(25) VALUE SPACES.
001880     05  WS-COLUMN-LINE.
001890         10  FILLER            PIC X(32)
001900             VALUE "CHEQUE NO  ACCOUNT          AMOU".
001910         10  FILLER            PIC X(24)
001920             VALUE "NT  PRES BANK RSN DESCRI".
001930         10  FILLER            PIC X(24)
001940             VALUE "PTION             ST    ".
001950     05  WS-DETAIL-LINE.
001960         10  WS-D-CHEQUE       PIC X(10).
001970         10  FILLER            PIC X(01) VALUE SPACES.
001980         10  WS-D-ACCT         PIC X(10).
001990         10  WS-D-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
002000         10  FILLER            PIC X(02) VALUE SPACES.
002010         10  WS-D-BANK         PIC X(09).
002020         10  FILLER            PIC X(02) VALUE SPACES.
002030         10  WS-D-REASON       PIC X(01).
002040         10  FILLER            PIC X(02) VALUE SPACES.
002050         10  WS-D-TEXT         PIC X(24).
002060         10  WS-D-CODE         PIC X(02).
002070         10  FILLER            PIC X(04) VALUE SPACES.
002080     05  WS-TOTAL-LINE.
002090         10  WS-T-CAPTION      PIC X(33).
002100         10  WS-T-COUNT        PIC Z,ZZZ,ZZ9.
002110         10  FILLER            PIC X(38) VALUE SPACES.
002120     05  WS-AMOUNT-LINE.
002130         10  WS-A-CAPTION      PIC X(33).
002140         10  WS-A-AMOUNT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002150         10  FILLER            PIC X(28) VALUE SPACES.
002160
002170 PROCEDURE DIVISION.
002180*****************************************************************
002190* 0000-MAINLINE
002200*   VALIDATES THE FILE END TO END, THEN DRIVES THE POSTING PASS
002210*   ONLY IF THE CONTROLS ALL TIED.  A REJECTED FILE POSTS
002220*   NOTHING AND LEAVES RETURN CODE 12 FOR THE SCHEDULER.
002230*****************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002260     IF REGISTERS-OPEN
002270         PERFORM 2000-VALIDATE-FILE THRU 2000-EXIT
002280         IF FILE-ACCEPTED
002290             PERFORM 3000-POST-FILE THRU 3000-EXIT
002300         END-IF
002310     END-IF
002320     PERFORM 8000-TERMINATE THRU 8000-EXIT
002330     GOBACK.
002340
002350*****************************************************************
002360* 1000-INITIALIZE
002370*   ZEROES THE CONTROL TOTALS, LOADS THE BUSINESS DATE, AND
002380*   OPENS THE CLEARING REGISTRY AND THE PAID-CHEQUE REGISTER.
002390*   WITHOUT EITHER ONE THERE IS NO DUPLICATE CHECK, SO A RUN
002400*   THAT CANNOT OPEN BOTH REFUSES THE FILE.
002410*****************************************************************
002420 1000-INITIALIZE.
002430     MOVE ZERO TO WS-ITEM-COUNT
002440     MOVE ZERO TO WS-ITEM-TOTAL
002450     MOVE ZERO TO WS-PAID-COUNT
002460     MOVE ZERO TO WS-PAID-TOTAL
002465     MOVE ZERO TO WS-PRIOR-PAID-COUNT
002470     MOVE ZERO TO WS-REFER-COUNT
002480     MOVE ZERO TO WS-REFER-TOTAL
002490     MOVE ZERO TO WS-RETURN-COUNT
002500     MOVE ZERO TO WS-RETURN-TOTAL
002510     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
002520     OPEN INPUT BUSINESS-DATE-FILE
002530     IF WS-BDATE-FILE-STATUS = "00"
002540         READ BUSINESS-DATE-FILE
002550             AT END
002560                 CONTINUE
002570             NOT AT END
002580                 MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
002590         END-READ
002600         CLOSE BUSINESS-DATE-FILE
002610     END-IF
002620     OPEN I-O POSTED-FILE
002630     IF WS-POSTED-FILE-STATUS = "35"
002640         OPEN OUTPUT POSTED-FILE
002650         CLOSE POSTED-FILE
002660         OPEN I-O POSTED-FILE
002670     END-IF
002680     IF WS-POSTED-FILE-STATUS NOT = "00"
002690         DISPLAY "INCLEAR - ABEND - CLEARING REGISTRY OPEN "
002700             "FAILED, STATUS " WS-POSTED-FILE-STATUS
002710         PERFORM 7000-ABEND THRU 7000-EXIT
002720         GO TO 1000-EXIT
002730     END-IF
002740     OPEN I-O REGISTER-FILE
002750     IF WS-REG-FILE-STATUS = "35"
002760         OPEN OUTPUT REGISTER-FILE
002770         CLOSE REGISTER-FILE
002780         OPEN I-O REGISTER-FILE
002790     END-IF
002800     IF WS-REG-FILE-STATUS NOT = "00"
002810         DISPLAY "INCLEAR - ABEND - CHEQUE REGISTER OPEN "
002820             "FAILED, STATUS " WS-REG-FILE-STATUS
002830         CLOSE POSTED-FILE
002840         PERFORM 7000-ABEND THRU 7000-EXIT
002850         GO TO 1000-EXIT
002860     END-IF
002870     SET REGISTERS-OPEN TO TRUE.
002880 1000-EXIT.
002890     EXIT.
002900
002910*****************************************************************
002920* 2000-VALIDATE-FILE
002930*   PROVES THE FILE BEFORE ANYTHING POSTS - HEADER FIRST AND
002940*   DATED WITH THE BUSINESS DATE, DATE/SEQUENCE NOT ALREADY ON
002950*   THE REGISTRY, EVERY ITEM COUNTED AND TOTALLED, TRAILER
002960*   PRESENT, LAST, AND TYING TO BOTH.  ANY BREAK ABENDS THE RUN
002970*   WITH THE COUNTS ON THE CONSOLE.
002980*****************************************************************
002990 2000-VALIDATE-FILE.
003000     SET FILE-REJECTED TO TRUE
003010     SET TRAILER-NOT-SEEN TO TRUE
003020     OPEN INPUT CLEARING-FILE
003030     IF WS-CLEAR-FILE-STATUS NOT = "00"
003040         DISPLAY "INCLEAR - ABEND - INPUT FILE OPEN FAILED, "
003050             "STATUS " WS-CLEAR-FILE-STATUS
003060         PERFORM 7000-ABEND THRU 7000-EXIT
003070         GO TO 2000-EXIT
003080     END-IF
003090     READ CLEARING-FILE
003100         AT END
003110             DISPLAY "INCLEAR - ABEND - INPUT FILE IS EMPTY"
003120             PERFORM 7000-ABEND THRU 7000-EXIT
003130             CLOSE CLEARING-FILE
003140             GO TO 2000-EXIT
003150     END-READ
003160     IF NOT CH-HEADER
003170         DISPLAY "INCLEAR - ABEND - FIRST RECORD IS NOT A "
003180             "HEADER"
003190         PERFORM 7000-ABEND THRU 7000-EXIT
003200         CLOSE CLEARING-FILE
003210         GO TO 2000-EXIT
003220     END-IF
003230     MOVE CH-CLEARING-DATE TO WS-HDR-DATE
003240     MOVE CH-FILE-SEQUENCE TO WS-HDR-SEQUENCE
003250     MOVE CH-SENDER-ID TO WS-HDR-SENDER-ID
003260     IF WS-HDR-DATE NOT = WS-BUS-DATE
003270         DISPLAY "INCLEAR - ABEND - HEADER DATE " WS-HDR-DATE
003280             " IS NOT THE BUSINESS DATE " WS-BUS-DATE
003290         PERFORM 7000-ABEND THRU 7000-EXIT
003300         CLOSE CLEARING-FILE
003310         GO TO 2000-EXIT
003320     END-IF
003330     MOVE WS-HDR-DATE TO IP-CLEARING-DATE
003340     MOVE WS-HDR-SEQUENCE TO IP-FILE-SEQUENCE
003350     READ POSTED-FILE
003360         INVALID KEY
003370             CONTINUE
003380         NOT INVALID KEY
003390             DISPLAY "INCLEAR - ABEND - FILE " WS-HDR-DATE
003400                 "/" WS-HDR-SEQUENCE
003410                 " WAS ALREADY POSTED ON " IP-POSTED-DATE
003420             PERFORM 7000-ABEND THRU 7000-EXIT
003430             CLOSE CLEARING-FILE
003440             GO TO 2000-EXIT
003450     END-READ
003460     PERFORM 2100-READ-ITEM THRU 2100-EXIT
003470     PERFORM 2300-TALLY-RECORD THRU 2300-EXIT
003480         UNTIL END-OF-FILE OR TRAILER-SEEN
003490     IF TRAILER-NOT-SEEN
003500         DISPLAY "INCLEAR - ABEND - NO TRAILER - FILE IS "
003510             "TRUNCATED"
003520         DISPLAY "INCLEAR - ITEMS COUNTED " WS-ITEM-COUNT
003530         PERFORM 7000-ABEND THRU 7000-EXIT
003540         CLOSE CLEARING-FILE
003550         GO TO 2000-EXIT
003560     END-IF
003570     READ CLEARING-FILE
003580         AT END
003590             CONTINUE
003600         NOT AT END
003610             DISPLAY "INCLEAR - ABEND - RECORDS FOUND AFTER "
003620                 "THE TRAILER"
003630             PERFORM 7000-ABEND THRU 7000-EXIT
003640             CLOSE CLEARING-FILE
003650             GO TO 2000-EXIT
003660     END-READ
003670     CLOSE CLEARING-FILE
003680     IF WS-TRL-COUNT NOT = WS-ITEM-COUNT
003690         OR WS-TRL-TOTAL NOT = WS-ITEM-TOTAL
003700         DISPLAY "INCLEAR - ABEND - TRAILER DOES NOT TIE"
003710         DISPLAY "INCLEAR - TRAILER COUNT " WS-TRL-COUNT
003720             " COUNTED " WS-ITEM-COUNT
003730         DISPLAY "INCLEAR - TRAILER TOTAL " WS-TRL-TOTAL
003740             " COUNTED " WS-ITEM-TOTAL
003750         PERFORM 7000-ABEND THRU 7000-EXIT
003760         GO TO 2000-EXIT
003770     END-IF
003780     SET FILE-ACCEPTED TO TRUE.
003790 2000-EXIT.
003800     EXIT.
003810
003820 2100-READ-ITEM.
003830     READ CLEARING-FILE
003840         AT END
003850             SET END-OF-FILE TO TRUE
003860     END-READ.
003870 2100-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910* 2300-TALLY-RECORD
003920*   COUNTS AND TOTALS ONE ITEM OF THE VALIDATION PASS, OR
003930*   CAPTURES THE TRAILER'S CLAIMED TOTALS.
003940*****************************************************************
003950 2300-TALLY-RECORD.
003960     IF CZ-TRAILER
003970         MOVE CZ-ITEM-COUNT TO WS-TRL-COUNT
003980         MOVE CZ-AMOUNT-TOTAL TO WS-TRL-TOTAL
003990         SET TRAILER-SEEN TO TRUE
004000         GO TO 2300-EXIT
004010     END-IF
004020     ADD 1 TO WS-ITEM-COUNT
004030     ADD CI-AMOUNT TO WS-ITEM-TOTAL
004040     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
004050 2300-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090* 3000-POST-FILE
004100*   THE POSTING PASS OVER A FILE THAT VALIDATED CLEAN - SKIPS
004110*   THE HEADER, PAYS OR RETURNS EVERY ITEM, STOPS AT THE
004120*   TRAILER, WRAPS THE RETURNS IN THEIR OWN HEADER AND TRAILER,
004130*   AND RECORDS THE FILE ON THE CLEARING REGISTRY.
004140*****************************************************************
004150 3000-POST-FILE.
004160     MOVE 'N' TO WS-EOF-FLAG
004170     SET TRAILER-NOT-SEEN TO TRUE
004180     OPEN INPUT CLEARING-FILE
004190     OPEN OUTPUT RETURN-FILE
004200     OPEN OUTPUT REPORT-FILE
004210     WRITE REPORT-RECORD FROM WS-HEADING-1
004220     MOVE WS-BUS-DATE TO WS-H2-DATE
004230     MOVE WS-HDR-DATE TO WS-H2-FILE-DATE
004240     MOVE WS-HDR-SEQUENCE TO WS-H2-FILE-SEQ
004250     MOVE WS-HDR-SENDER-ID TO WS-H2-SENDER
004260     WRITE REPORT-RECORD FROM WS-HEADING-2
004270     MOVE SPACES TO REPORT-RECORD
004280     WRITE REPORT-RECORD
004290     WRITE REPORT-RECORD FROM WS-COLUMN-LINE
004300     PERFORM 3100-WRITE-RETURN-HEADER THRU 3100-EXIT
004310     PERFORM 2100-READ-ITEM THRU 2100-EXIT
004320     IF NOT END-OF-FILE
004330         PERFORM 2100-READ-ITEM THRU 2100-EXIT
004340     END-IF
004350     PERFORM 3200-POST-ITEM THRU 3200-EXIT
004360         UNTIL END-OF-FILE OR TRAILER-SEEN
004370     PERFORM 3600-WRITE-RETURN-TRAILER THRU 3600-EXIT
004380     CLOSE CLEARING-FILE
004390     CLOSE RETURN-FILE
004400     PERFORM 3700-RECORD-POSTED-FILE THRU 3700-EXIT.
004410 3000-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450* 3100-WRITE-RETURN-HEADER
004460*   OPENS THE RETURNED-ITEMS FILE WITH A HEADER QUOTING THE
004470*   CLEARING DATE AND SEQUENCE OF THE FILE THE RETURNS ANSWER.
004480*****************************************************************
004490 3100-WRITE-RETURN-HEADER.
004500     MOVE SPACES TO RETURN-RECORD
004510     MOVE "HDR" TO RI-ITEM-DATA (1:3)
004520     MOVE WS-HDR-DATE TO RI-ITEM-DATA (4:8)
004530     MOVE WS-HDR-SEQUENCE TO RI-ITEM-DATA (12:4)
004540     MOVE WS-HDR-SENDER-ID TO RI-ITEM-DATA (16:9)
004550     WRITE RETURN-RECORD.
004560 3100-EXIT.
004570     EXIT.
004580
004590*****************************************************************
004600* 3200-POST-ITEM
004610*   PAYS ONE PRESENTED CHEQUE.  A CHEQUE ALREADY ON THE
004620*   PAID-CHEQUE REGISTER IS RETURNED AS A DUPLICATE WITHOUT
004625*   CALLING ACCOUNT, UNLESS IT IS THE VERY ITEM AN EARLIER RUN
004627*   OF THIS FILE PAID - THAT ONE IS COUNTED AS PAID AND SKIPPED.
004630*   AN ITEM FOR ZERO OR LESS CANNOT BE A CHEQUE - A NEGATIVE
004640*   WITHDRAWAL WOULD CREDIT THE ACCOUNT - SO IT IS REFERRED
004650*   UNPOSTED.  OTHERWISE ACCOUNT POSTS IT AS A WITHDRAWAL; A
004660*   PAID CHEQUE GOES ON THE REGISTER, AND A DECLINE IS RETURNED
004670*   OR REFERRED BY ITS STATUS CODE.  THE TRAILER ENDS THE PASS.
004690*****************************************************************
004700 3200-POST-ITEM.
004710     IF CZ-TRAILER
004720         SET TRAILER-SEEN TO TRUE
004730         GO TO 3200-EXIT
004740     END-IF
004750     PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT
004752     IF ALREADY-PAID-ITEM
004753         ADD 1 TO WS-PRIOR-PAID-COUNT
004754         ADD 1 TO WS-PAID-COUNT
004755         ADD CI-AMOUNT TO WS-PAID-TOTAL
004756         GO TO 3200-NEXT
004757     END-IF
004760     IF DUPLICATE-ITEM
004770         MOVE "Y" TO WS-RETURN-REASON
004780         MOVE "DUPLICATE PRESENTMENT" TO WS-REASON-TEXT
004790         MOVE SPACES TO WS-D-CODE
004800         PERFORM 3500-RETURN-ITEM THRU 3500-EXIT
004810         GO TO 3200-NEXT
004820     END-IF
004830     IF CI-AMOUNT NOT > ZERO
004840         MOVE "REFERRED - BAD AMOUNT" TO WS-REASON-TEXT
004850         MOVE SPACES TO WS-D-CODE
004860         PERFORM 3550-REFER-ITEM THRU 3550-EXIT
004870         GO TO 3200-NEXT
004880     END-IF
004890     INITIALIZE DFHCOMMAREA
004900     MOVE CI-ACCT-ID TO CA-ACCT-ID
004910     MOVE "WITHDRAWAL" TO CA-TRANS-TYPE
004920     COMPUTE CA-AMOUNT = CI-AMOUNT
004930     MOVE "INCLEAR " TO CA-TELLER-ID
004940     CALL "ACCOUNT" USING DFHCOMMAREA
004950     IF CA-ST-SUCCESS
004960         PERFORM 3250-REGISTER-CHEQUE THRU 3250-EXIT
004970         GO TO 3200-NEXT
004980     END-IF
004990     MOVE CA-STATUS TO WS-STATUS-CODE
005000     MOVE WS-STATUS-CODE TO WS-D-CODE
005010     PERFORM 3400-RETURN-REASON THRU 3400-EXIT
005020     IF WS-RETURN-REASON = SPACES
005030         PERFORM 3550-REFER-ITEM THRU 3550-EXIT
005040     ELSE
005050         PERFORM 3500-RETURN-ITEM THRU 3500-EXIT
005060     END-IF.
005070 3200-NEXT.
005080     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
005090 3200-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130* 3250-REGISTER-CHEQUE
005140*   RECORDS A PAID CHEQUE ON THE PAID-CHEQUE REGISTER.  A FAILED
005150*   WRITE GOES TO THE OPERATOR CONSOLE - THE CHEQUE HAS ALREADY
005160*   BEEN PAID, SO ONLY A LATER DUPLICATE WOULD GO UNCAUGHT.
005170*****************************************************************
005180 3250-REGISTER-CHEQUE.
005190     ADD 1 TO WS-PAID-COUNT
005200     ADD CI-AMOUNT TO WS-PAID-TOTAL
005210     MOVE CI-ACCT-ID TO CQ-ACCT-ID
005220     MOVE CI-CHEQUE-NO TO CQ-CHEQUE-NO
005230     MOVE CI-AMOUNT TO CQ-AMOUNT
005240     MOVE CI-PRESENTING-BANK TO CQ-PRESENTING-BANK
005250     MOVE WS-BUS-DATE TO CQ-PAID-DATE
005260     MOVE WS-HDR-SEQUENCE TO CQ-FILE-SEQUENCE
005265     MOVE CI-ITEM-SEQUENCE TO CQ-ITEM-SEQUENCE
005270     WRITE REGISTER-RECORD
005280         INVALID KEY
005290             DISPLAY "INCLEAR - CHEQUE REGISTER WRITE FAILED "
005300                 "FOR " CI-ACCT-ID "/" CI-CHEQUE-NO
005310     END-WRITE.
005320 3250-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360* 3300-CHECK-DUPLICATE
005370*   LOOKS THE ITEM'S ACCOUNT AND CHEQUE NUMBER UP ON THE
005380*   PAID-CHEQUE REGISTER.  A RETURNED CHEQUE IS NEVER REGISTERED,
005390*   SO THE DRAWER'S BANK CAN STILL RE-PRESENT IT ONCE IT IS
005400*   FUNDED.  A HIT PAID FROM THIS SAME FILE DATE, FILE SEQUENCE
005402*   AND ITEM SEQUENCE IS THIS ITEM, PAID BY A RUN THAT STOPPED
005404*   BEFORE THE FILE REACHED THE CLEARING REGISTRY - IT IS MARKED
005406*   ALREADY PAID.  ANY OTHER HIT IS A DUPLICATE.
005410*****************************************************************
005420 3300-CHECK-DUPLICATE.
005430     SET NOT-DUPLICATE-ITEM TO TRUE
005440     MOVE CI-ACCT-ID TO CQ-ACCT-ID
005450     MOVE CI-CHEQUE-NO TO CQ-CHEQUE-NO
005460     READ REGISTER-FILE
005470         INVALID KEY
005480             CONTINUE
005490         NOT INVALID KEY
005500             SET DUPLICATE-ITEM TO TRUE
005510     END-READ
005511     IF DUPLICATE-ITEM
005512         AND CQ-PAID-DATE = WS-HDR-DATE
005513         AND CQ-FILE-SEQUENCE = WS-HDR-SEQUENCE
005514         AND CQ-ITEM-SEQUENCE = CI-ITEM-SEQUENCE
005515         SET ALREADY-PAID-ITEM TO TRUE
005516     END-IF.
005520 3300-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560* 3400-RETURN-REASON
005570*   MAPS AN ACCOUNT DECLINE TO THE CLEARING HOUSE RETURN REASON.
005580*   A DECLINE WITH NO MATCHING REASON COMES BACK WITH SPACES AND
005590*   IS REFERRED INSTEAD OF RETURNED.
005600*****************************************************************
005610 3400-RETURN-REASON.
005620     MOVE SPACES TO WS-RETURN-REASON
005630     EVALUATE TRUE
005640         WHEN CA-ST-ACCT-NOT-FOUND
005650             MOVE "E" TO WS-RETURN-REASON
005660             MOVE "UNABLE TO LOCATE ACCOUNT" TO WS-REASON-TEXT
005670         WHEN CA-ST-INSUFFICIENT-FUNDS
005680             MOVE "A" TO WS-RETURN-REASON
005690             MOVE "NOT SUFFICIENT FUNDS" TO WS-REASON-TEXT
005700         WHEN CA-ST-ACCT-CLOSED
005710             MOVE "D" TO WS-RETURN-REASON
005720             MOVE "CLOSED ACCOUNT" TO WS-REASON-TEXT
005730         WHEN CA-ST-ACCT-DORMANT
005740             MOVE "F" TO WS-RETURN-REASON
005750             MOVE "FROZEN/BLOCKED ACCOUNT" TO WS-REASON-TEXT
005760         WHEN CA-ST-FUNDS-ON-HOLD
005770             MOVE "B" TO WS-RETURN-REASON
005780             MOVE "UNCOLLECTED FUNDS HOLD" TO WS-REASON-TEXT
005782         WHEN CA-ST-LEGAL-RESTRICTED AND CA-LGL-TYPE = "L"
005784             MOVE "A" TO WS-RETURN-REASON
005786             MOVE "NSF - LEVY RING-FENCED" TO WS-REASON-TEXT
005788         WHEN CA-ST-LEGAL-RESTRICTED
005789             MOVE "F" TO WS-RETURN-REASON
005790             MOVE "FROZEN/BLOCKED - LEGAL" TO WS-REASON-TEXT
005795         WHEN OTHER
005800             MOVE "REFERRED - NOT POSTED" TO WS-REASON-TEXT
005810     END-EVALUATE.
005820 3400-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005860* 3500-RETURN-ITEM
005870*   WRITES THE ITEM TO THE RETURNED-ITEMS FILE WITH ITS RETURN
005880*   REASON, LISTS IT ON THE REPORT, AND ROLLS IT INTO THE RETURN
005890*   TRAILER TOTALS.
005900*****************************************************************
005910 3500-RETURN-ITEM.
005920     MOVE SPACES TO RETURN-RECORD
005930     MOVE CLEARING-ITEM-RECORD TO RI-ITEM-DATA
005940     MOVE WS-RETURN-REASON TO RI-RETURN-REASON
005950     MOVE WS-BUS-DATE TO RI-RETURN-DATE
005960     WRITE RETURN-RECORD
005970     ADD 1 TO WS-RETURN-COUNT
005980     ADD CI-AMOUNT TO WS-RETURN-TOTAL
005990     MOVE WS-RETURN-REASON TO WS-D-REASON
006000     PERFORM 3580-PRINT-ITEM THRU 3580-EXIT.
006010 3500-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* 3550-REFER-ITEM
006060*   LISTS AN ITEM NEITHER PAID NOR RETURNABLE ON THE REPORT WITH
006070*   ACCOUNT'S STATUS CODE, FOR OPERATIONS TO RESOLVE BY HAND.
006080*****************************************************************
006090 3550-REFER-ITEM.
006100     ADD 1 TO WS-REFER-COUNT
006110     ADD CI-AMOUNT TO WS-REFER-TOTAL
006120     MOVE SPACES TO WS-D-REASON
006130     PERFORM 3580-PRINT-ITEM THRU 3580-EXIT.
006140 3550-EXIT.
006150     EXIT.
006160
006170 3580-PRINT-ITEM.
006180     MOVE CI-CHEQUE-NO TO WS-D-CHEQUE
006190     MOVE CI-ACCT-ID TO WS-D-ACCT
006200     MOVE CI-AMOUNT TO WS-D-AMOUNT
006210     MOVE CI-PRESENTING-BANK TO WS-D-BANK
006220     MOVE WS-REASON-TEXT TO WS-D-TEXT
006230     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
006240 3580-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280* 3600-WRITE-RETURN-TRAILER
006290*   CLOSES THE RETURNED-ITEMS FILE WITH A TRAILER OVER THE
006300*   RETURNS, SO THE CLEARING HOUSE PROVES IT THE SAME WAY WE
006310*   PROVE THEIRS.
006320*****************************************************************
006330 3600-WRITE-RETURN-TRAILER.
006340     MOVE SPACES TO RETURN-RECORD
006350     MOVE "TRL" TO RI-ITEM-DATA (1:3)
006360     MOVE WS-RETURN-COUNT TO RI-ITEM-DATA (4:7)
006370     MOVE WS-RETURN-TOTAL-X TO RI-ITEM-DATA (11:15)
006380     WRITE RETURN-RECORD.
006390 3600-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430* 3700-RECORD-POSTED-FILE
006440*   RECORDS THE FILE JUST POSTED ON THE CLEARING REGISTRY, SO A
006450*   SECOND ARRIVAL OF THE SAME DATE/SEQUENCE IS REFUSED.
006460*****************************************************************
006470 3700-RECORD-POSTED-FILE.
006480     MOVE WS-HDR-DATE TO IP-CLEARING-DATE
006490     MOVE WS-HDR-SEQUENCE TO IP-FILE-SEQUENCE
006500     ACCEPT IP-POSTED-DATE FROM DATE YYYYMMDD
006510     ACCEPT IP-POSTED-TIME FROM TIME
006520     WRITE POSTED-RECORD
006530         INVALID KEY
006540             DISPLAY "INCLEAR - REGISTRY WRITE FAILED FOR "
006550                 WS-HDR-DATE "/" WS-HDR-SEQUENCE
006560     END-WRITE.
006570 3700-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610* 7000-ABEND
006620*   MARKS THE RUN FAILED - NOTHING POSTS, THE REASON IS ALREADY
006630*   ON THE CONSOLE, AND RETURN CODE 12 TELLS THE SCHEDULER THE
006640*   FILE NEEDS AN OPERATOR.
006650*****************************************************************
006660 7000-ABEND.
006670     SET FILE-REJECTED TO TRUE
006680     MOVE 12 TO RETURN-CODE.
006690 7000-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730* 8000-TERMINATE
006740*   PRINTS THE CONTROL TOTALS ON THE RETURNS REPORT, CLOSES THE
006750*   REGISTERS, AND REPORTS THE RUN TO THE OPERATOR CONSOLE.
006760*   PAID, RETURNED, AND REFERRED TOGETHER ACCOUNT FOR EVERY ITEM
006770*   ON THE TRAILER.
006780*****************************************************************
006790 8000-TERMINATE.
006800     IF FILE-ACCEPTED
006810         MOVE SPACES TO REPORT-RECORD
006820         WRITE REPORT-RECORD
006830         MOVE "ITEMS PRESENTED:" TO WS-T-CAPTION
006840         MOVE WS-ITEM-COUNT TO WS-T-COUNT
006850         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006860         MOVE "AMOUNT PRESENTED:" TO WS-A-CAPTION
006870         MOVE WS-ITEM-TOTAL TO WS-A-AMOUNT
006880         WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
006890         MOVE "ITEMS PAID:" TO WS-T-CAPTION
006900         MOVE WS-PAID-COUNT TO WS-T-COUNT
006910         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006920         MOVE "AMOUNT PAID:" TO WS-A-CAPTION
006930         MOVE WS-PAID-TOTAL TO WS-A-AMOUNT
006940         WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
006942         MOVE "ITEMS PAID BY AN EARLIER RUN:" TO WS-T-CAPTION
006944         MOVE WS-PRIOR-PAID-COUNT TO WS-T-COUNT
006946         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006950         MOVE "ITEMS RETURNED:" TO WS-T-CAPTION
006960         MOVE WS-RETURN-COUNT TO WS-T-COUNT
006970         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
006980         MOVE "AMOUNT RETURNED:" TO WS-A-CAPTION
006990         MOVE WS-RETURN-TOTAL TO WS-A-AMOUNT
007000         WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
007010         MOVE "ITEMS REFERRED:" TO WS-T-CAPTION
007020         MOVE WS-REFER-COUNT TO WS-T-COUNT
007030         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
007040         MOVE "AMOUNT REFERRED:" TO WS-A-CAPTION
007050         MOVE WS-REFER-TOTAL TO WS-A-AMOUNT
007060         WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
007070         CLOSE REPORT-FILE
007080         DISPLAY "INCLEAR - FILE " WS-HDR-DATE "/"
007090             WS-HDR-SEQUENCE " POSTED"
007100     ELSE
007110         DISPLAY "INCLEAR - FILE REFUSED, NOTHING POSTED"
007120     END-IF
007130     IF REGISTERS-OPEN
007140         CLOSE POSTED-FILE
007150         CLOSE REGISTER-FILE
007160     END-IF
007170     DISPLAY "INCLEAR - ITEMS:    " WS-ITEM-COUNT
007180     DISPLAY "INCLEAR - PAID:     " WS-PAID-COUNT
007185     IF WS-PRIOR-PAID-COUNT > ZERO
007186         DISPLAY "INCLEAR - OF WHICH PAID BY AN EARLIER RUN: "
007187             WS-PRIOR-PAID-COUNT
007188     END-IF
007190     DISPLAY "INCLEAR - RETURNED: " WS-RETURN-COUNT
007200     DISPLAY "INCLEAR - REFERRED: " WS-REFER-COUNT.
007210 8000-EXIT.
007220     EXIT.
