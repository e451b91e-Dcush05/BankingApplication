000140* NOT LINKED, AND A CUSTOMER ID ON THE LEDGER WITH NO CUSTOMER
000150* RECORD IS FLAGGED, SO BOTH KINDS OF CLEANUP WORK ARE VISIBLE ON
000160* THE SAME REPORT.
000162*
000164* A CUSTOMER'S GROUP ALSO CARRIES EVERY ACCOUNT THEY ARE RELATED
000166* TO ON THE ACCOUNT RELATIONSHIP FILE - AS JOINT HOLDER, TRUSTEE,
000168* POWER OF ATTORNEY, OR BENEFICIARY - WITH THE ROLE ON EACH LINE.
000170*
000180* MODIFICATION HISTORY
000190* ---------- ----  -----------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  -----------------------------------------------
000220* 08/21/2026 DC    ORIGINAL VERSION.
000222* 10/15/2026 DC    GROUP ACCOUNTS BY EVERY RELATED CUSTOMER, NOT
000224*                   JUST THE PRIMARY HOLDER.  THE LEDGER AND THE
000226*                   NEW ACCOUNT RELATIONSHIP FILE ARE MERGED INTO
000228*                   A WORK FILE OF ONE ROW PER CUSTOMER/ACCOUNT
000229*                   LINK BEFORE THE SORT.  THE COMBINED BALANCE
000230*                   COUNTS ONLY ACCOUNTS HELD AS PRIMARY OR JOINT
000231*                   HOLDER, AND THE LEDGER TOTALS COUNT EACH
000232*                   ACCOUNT ONCE, UNDER ITS PRIMARY HOLDER.
000233*
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280* THE MASTER LEDGER - READ IN ACCOUNT ORDER, NEVER REWRITTEN.
000290     SELECT MASTER-FILE ASSIGN TO "data/master-ledger.dat"
000300     ORGANIZATION IS INDEXED
000310     ACCESS MODE IS SEQUENTIAL
000320     RECORD KEY IS M-ACCT-ID.
000322* THE ACCOUNT RELATIONSHIP FILE - READ IN ACCOUNT ORDER ALONGSIDE
000323* THE LEDGER.  A RUN BEFORE ANY RELATIONSHIP HAS BEEN ADDED FINDS
000324* NO FILE AND LISTS PRIMARY HOLDERS ONLY.
000325     SELECT ACCT-REL-FILE ASSIGN TO "data/account-rel.dat"
000326     ORGANIZATION IS INDEXED
000327     ACCESS MODE IS SEQUENTIAL
000328     RECORD KEY IS RL-KEY
000329     FILE STATUS IS WS-REL-FILE-STATUS.
000330* ONE ROW PER CUSTOMER/ACCOUNT LINK, IN ACCOUNT ORDER - INPUT TO
000331* THE SORT.
000332     SELECT REL-WORK-FILE ASSIGN TO "data/custrel-work.tmp"
000333     ORGANIZATION IS LINE SEQUENTIAL.
000334* SORT WORK FILE.
000340     SELECT SORT-FILE ASSIGN TO "data/custrel-sort.tmp".
000350* THE LINK ROWS RESEQUENCED INTO CUSTOMER/ACCOUNT ORDER.
000360     SELECT SORTED-MASTER-FILE
000370         ASSIGN TO "data/custrel-sorted.dat"
000380     ORGANIZATION IS LINE SEQUENTIAL.
000550 FD  MASTER-FILE.
000560     COPY MASTRECL.
000570
000572 FD  ACCT-REL-FILE.
000574     COPY ACCTRELL.
000576
000578* LINK ROW - THE CUSTOMER, THE ACCOUNT, THE CUSTOMER'S ROLE ON
000579* IT ('P' FOR THE PRIMARY HOLDER FROM THE LEDGER ITSELF), AND THE
000580* LEDGER FIELDS THE REPORT PRINTS.  THE SORT AND SORTED LAYOUTS
000581* BELOW MUST MATCH IT FIELD FOR FIELD.
000582 FD  REL-WORK-FILE.
000583 01  REL-WORK-RECORD.
000584     05  RW-CUST-ID           PIC X(10).
000585     05  RW-ACCT-ID           PIC X(10).
000586     05  RW-ROLE              PIC X(01).
000587     05  RW-CUSTOMER-NAME     PIC X(10).
000588     05  RW-BALANCE           PIC S9(10)V99.
000589     05  RW-ACCT-STATUS       PIC X(01).
000590
000591 SD  SORT-FILE.
000592 01  SORT-REL-RECORD.
000593     05  SM-CUST-ID           PIC X(10).
000594     05  SM-ACCT-ID           PIC X(10).
000595     05  SM-ROLE              PIC X(01).
000596     05  SM-CUSTOMER-NAME     PIC X(10).
000597     05  SM-BALANCE           PIC S9(10)V99.
000598     05  SM-ACCT-STATUS       PIC X(01).
000620
000630 FD  SORTED-MASTER-FILE.
000640 01  SORTED-REL-RECORD.
000641     05  SC-CUST-ID           PIC X(10).
000642     05  SC-ACCT-ID           PIC X(10).
000643     05  SC-ROLE              PIC X(01).
000644         88  SC-ROLE-PRIMARY        VALUE 'P'.
000645         88  SC-ROLE-JOINT          VALUE 'J'.
000646         88  SC-ROLE-TRUSTEE        VALUE 'T'.
000647         88  SC-ROLE-POA            VALUE 'A'.
000648         88  SC-ROLE-BENEFICIARY    VALUE 'B'.
000649     05  SC-CUSTOMER-NAME     PIC X(10).
000650     05  SC-BALANCE           PIC S9(10)V99.
000651     05  SC-ACCT-STATUS       PIC X(01).
000652         88  SC-ACCT-ACTIVE         VALUE 'A'.
000653         88  SC-ACCT-CLOSED         VALUE 'C'.
000654         88  SC-ACCT-DORMANT        VALUE 'D'.
000670
000680 FD  CUSTOMER-FILE.
000690     COPY CUSTRECL.
000780         88  SORTED-EOF                VALUE 'Y'.
000790     05  WS-CUST-OPEN-FLAG     PIC X VALUE 'N'.
000800         88  CUST-FILE-OPEN            VALUE 'Y'.
000802     05  WS-MASTER-EOF-FLAG    PIC X VALUE 'N'.
000804         88  MASTER-EOF                VALUE 'Y'.
000806     05  WS-REL-EOF-FLAG       PIC X VALUE 'N'.
000808         88  REL-EOF                   VALUE 'Y'.
000809     05  WS-REL-OPEN-FLAG      PIC X VALUE 'N'.
000810         88  REL-FILE-OPEN             VALUE 'Y'.
000812
000820* FILE STATUS FIELDS.
000830 01  WS-FILE-STATUS-FIELDS.
000840     05  WS-CUST-FILE-STATUS   PIC X(02).
000845     05  WS-REL-FILE-STATUS    PIC X(02).
000850
000860* CONTROL TOTALS AND GROUP WORK AREAS
000870 01  WS-WORK-FIELDS.
000890     05  WS-ACCT-COUNT         PIC 9(07) COMP.
000900     05  WS-UNLINKED-COUNT     PIC 9(07) COMP.
000910     05  WS-MISSING-COUNT      PIC 9(07) COMP.
000912     05  WS-LINK-COUNT         PIC 9(07) COMP.
000914     05  WS-ORPHAN-COUNT       PIC 9(07) COMP.
000920     05  WS-CURRENT-CUST-ID    PIC X(10).
000930     05  WS-GROUP-ACCT-COUNT   PIC 9(07) COMP.
000940     05  WS-GROUP-BALANCE      PIC S9(12)V99 COMP-3.
001450         10  WS-AC-STATUS      PIC X(08).
001460         10  FILLER            PIC X(02) VALUE SPACES.
001470         10  WS-AC-BALANCE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
001475         10  FILLER            PIC X(02) VALUE SPACES.
001476         10  WS-AC-ROLE        PIC X(11).
001480         10  FILLER            PIC X(13) VALUE SPACES.
001490     05  WS-COMBINED-LINE.
001500         10  FILLER            PIC X(11) VALUE "  ACCOUNTS:".
001510         10  WS-CB-ACCT-COUNT  PIC Z,ZZZ,ZZ9.
001670 PROCEDURE DIVISION.
001680*****************************************************************
001690* 0000-MAINLINE
001700*   BUILDS ONE ROW PER CUSTOMER/ACCOUNT LINK FROM THE LEDGER AND
001702*   THE RELATIONSHIP FILE, SORTS THE ROWS INTO CUSTOMER/ACCOUNT
001704*   ORDER, THEN PRINTS ONE GROUP PER CUSTOMER WITH A COMBINED
001710*   BALANCE.
001720*****************************************************************
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001745     PERFORM 1200-BUILD-WORK-FILE THRU 1200-EXIT
001750     SORT SORT-FILE
001760         ON ASCENDING KEY SM-CUST-ID SM-ACCT-ID
001770         USING REL-WORK-FILE
001780         GIVING SORTED-MASTER-FILE
001790     PERFORM 1500-OPEN-AND-PRIME THRU 1500-EXIT
001800     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001910     MOVE ZERO TO WS-ACCT-COUNT
001920     MOVE ZERO TO WS-UNLINKED-COUNT
001930     MOVE ZERO TO WS-MISSING-COUNT
001932     MOVE ZERO TO WS-LINK-COUNT
001934     MOVE ZERO TO WS-ORPHAN-COUNT
001940     MOVE ZERO TO WS-GRAND-BALANCE
001950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001960 1000-EXIT.
001970     EXIT.
001980
001981*****************************************************************
001982* 1200-BUILD-WORK-FILE
001983*   WALKS THE LEDGER AND THE RELATIONSHIP FILE TOGETHER - BOTH
001984*   ARE IN ACCOUNT ORDER - AND WRITES ONE WORK ROW FOR EACH
001985*   ACCOUNT'S PRIMARY HOLDER AND ONE FOR EACH RELATED CUSTOMER.
001986*   A RELATIONSHIP TO AN ACCOUNT NOT ON THE LEDGER LINKS TO
001987*   NOTHING AND IS ONLY COUNTED.
001988*****************************************************************
001989 1200-BUILD-WORK-FILE.
001990     OPEN INPUT MASTER-FILE
001991     OPEN OUTPUT REL-WORK-FILE
001992     OPEN INPUT ACCT-REL-FILE
001993     IF WS-REL-FILE-STATUS = "00"
001994         SET REL-FILE-OPEN TO TRUE
001995         PERFORM 1360-READ-REL THRU 1360-EXIT
001996     ELSE
001997         SET REL-EOF TO TRUE
001998         DISPLAY "CUSTREL - NO RELATIONSHIP FILE ON DISK, STATUS "
001999             WS-REL-FILE-STATUS
002000     END-IF
002001     PERFORM 1250-READ-MASTER THRU 1250-EXIT
002002     PERFORM 1300-WRITE-ACCOUNT THRU 1300-EXIT
002003         UNTIL MASTER-EOF
002004     PERFORM 1340-SKIP-ORPHAN THRU 1340-EXIT
002005         UNTIL REL-EOF
002006     IF REL-FILE-OPEN
002007         CLOSE ACCT-REL-FILE
002008     END-IF
002009     CLOSE MASTER-FILE
002010     CLOSE REL-WORK-FILE.
002011 1200-EXIT.
002012     EXIT.
002013
002014 1250-READ-MASTER.
002015     READ MASTER-FILE NEXT RECORD
002016         AT END
002017             SET MASTER-EOF TO TRUE
002018     END-READ.
002019 1250-EXIT.
002020     EXIT.
002021
002022*****************************************************************
002023* 1300-WRITE-ACCOUNT
002024*   WRITES THE PRIMARY HOLDER'S ROW FOR ONE LEDGER ACCOUNT, THEN A
002025*   ROW FOR EVERY RELATIONSHIP ON THAT ACCOUNT.
002026*****************************************************************
002027 1300-WRITE-ACCOUNT.
002028     MOVE M-CUST-ID TO RW-CUST-ID
002029     MOVE "P" TO RW-ROLE
002030     PERFORM 1320-WRITE-ROW THRU 1320-EXIT
002031     PERFORM 1340-SKIP-ORPHAN THRU 1340-EXIT
002032         UNTIL REL-EOF
002033         OR RL-ACCT-ID NOT < M-ACCT-ID
002034     PERFORM 1380-WRITE-LINK THRU 1380-EXIT
002035         UNTIL REL-EOF
002036         OR RL-ACCT-ID NOT = M-ACCT-ID
002037     PERFORM 1250-READ-MASTER THRU 1250-EXIT.
002038 1300-EXIT.
002039     EXIT.
002040
002041 1320-WRITE-ROW.
002042     MOVE M-ACCT-ID TO RW-ACCT-ID
002043     MOVE M-CUSTOMER-NAME TO RW-CUSTOMER-NAME
002044     MOVE M-BALANCE TO RW-BALANCE
002045     MOVE M-ACCT-STATUS TO RW-ACCT-STATUS
002046     WRITE REL-WORK-RECORD.
002047 1320-EXIT.
002048     EXIT.
002049
002050 1340-SKIP-ORPHAN.
002051     ADD 1 TO WS-ORPHAN-COUNT
002052     PERFORM 1360-READ-REL THRU 1360-EXIT.
002053 1340-EXIT.
002054     EXIT.
002055
002056 1360-READ-REL.
002057     READ ACCT-REL-FILE NEXT RECORD
002058         AT END
002059             SET REL-EOF TO TRUE
002060     END-READ.
002061 1360-EXIT.
002062     EXIT.
002063
002064 1380-WRITE-LINK.
002065     MOVE RL-CUST-ID TO RW-CUST-ID
002066     MOVE RL-ROLE TO RW-ROLE
002067     PERFORM 1320-WRITE-ROW THRU 1320-EXIT
002068     PERFORM 1360-READ-REL THRU 1360-EXIT.
002069 1380-EXIT.
002070     EXIT.
002071
002072*****************************************************************
002073* 1500-OPEN-AND-PRIME
002074*   OPENS THE REPORT PASS FILES, PRINTS THE RUN HEADINGS, AND
002075*   PRIMES THE SORTED READ.  A MISSING CUSTOMER MASTER IS NOT AN
002076*   ERROR - EVERY GROUP SIMPLY REPORTS AS NOT ON FILE.
002077*****************************************************************
002078 1500-OPEN-AND-PRIME.
002079     OPEN INPUT SORTED-MASTER-FILE
002080     OPEN OUTPUT REPORT-FILE
002081     OPEN INPUT CUSTOMER-FILE
002090     IF WS-CUST-FILE-STATUS = "00"
002100         SET CUST-FILE-OPEN TO TRUE
002110     ELSE
002220*****************************************************************
002230* 2000-PROCESS-CUSTOMER
002240*   PRINTS ONE CUSTOMER GROUP - HEADER, EVERY ACCOUNT LINKED TO
002250*   THE CUSTOMER ID IN ANY ROLE, AND THE COMBINED BALANCE OF THE
002255*   ACCOUNTS THEY HOLD AS PRIMARY OR JOINT HOLDER - A TRUSTEE,
002256*   ATTORNEY, OR BENEFICIARY DOES NOT OWN THE FUNDS.
002260*****************************************************************
002270 2000-PROCESS-CUSTOMER.
002280     MOVE SC-CUST-ID TO WS-CURRENT-CUST-ID
003120*****************************************************************
003130* 2400-PRINT-ACCOUNT
003140*   PRINTS ONE ACCOUNT LINE INSIDE THE CURRENT CUSTOMER GROUP AND
003150*   ROLLS IT INTO THE GROUP AND GRAND TOTALS.  AN ACCOUNT APPEARS
003152*   ONCE PER RELATED CUSTOMER, SO ONLY ITS PRIMARY HOLDER'S ROW
003154*   COUNTS TOWARD THE LEDGER TOTALS.
003160*****************************************************************
003170 2400-PRINT-ACCOUNT.
003180     MOVE SC-ACCT-ID TO WS-AC-ACCT-ID
003238     END-IF
003240     END-IF
003250     MOVE SC-BALANCE TO WS-AC-BALANCE
003252     EVALUATE TRUE
003253         WHEN WS-CURRENT-CUST-ID = SPACES
003254             MOVE SPACES TO WS-AC-ROLE
003255         WHEN SC-ROLE-PRIMARY
003256             MOVE "PRIMARY" TO WS-AC-ROLE
003257         WHEN SC-ROLE-JOINT
003258             MOVE "JOINT" TO WS-AC-ROLE
003259         WHEN SC-ROLE-TRUSTEE
003260             MOVE "TRUSTEE" TO WS-AC-ROLE
003261         WHEN SC-ROLE-POA
003262             MOVE "POA" TO WS-AC-ROLE
003263         WHEN SC-ROLE-BENEFICIARY
003264             MOVE "BENEFICIARY" TO WS-AC-ROLE
003265         WHEN OTHER
003266             MOVE SC-ROLE TO WS-AC-ROLE
003267     END-EVALUATE
003268     WRITE REPORT-RECORD FROM WS-ACCT-LINE
003270     ADD 1 TO WS-GROUP-ACCT-COUNT
003275     IF SC-ROLE-PRIMARY OR SC-ROLE-JOINT
003280         ADD SC-BALANCE TO WS-GROUP-BALANCE
003285     END-IF
003286     IF SC-ROLE-PRIMARY
003290         ADD SC-BALANCE TO WS-GRAND-BALANCE
003300         ADD 1 TO WS-ACCT-COUNT
003310         IF WS-CURRENT-CUST-ID = SPACES
003320             ADD 1 TO WS-UNLINKED-COUNT
003325         END-IF
003327     ELSE
003328         ADD 1 TO WS-LINK-COUNT
003330     END-IF
003340     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
003350 2400-EXIT.
003550     MOVE "CUSTOMER IDS NOT ON FILE:" TO WS-T-CAPTION
003560     MOVE WS-MISSING-COUNT TO WS-T-COUNT
003570     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003572     MOVE "RELATED-PARTY LINKS LISTED:" TO WS-T-CAPTION
003574     MOVE WS-LINK-COUNT TO WS-T-COUNT
003576     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003577     MOVE "LINKS TO ACCOUNTS NOT ON FILE:" TO WS-T-CAPTION
003578     MOVE WS-ORPHAN-COUNT TO WS-T-COUNT
003579     WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003580     MOVE WS-GRAND-BALANCE TO WS-G-BALANCE
003590     WRITE REPORT-RECORD FROM WS-GRAND-LINE
003600     IF CUST-FILE-OPEN
003650     DISPLAY "CUSTREL - CUSTOMERS: " WS-CUST-COUNT
003660         " ACCOUNTS: " WS-ACCT-COUNT
003670     DISPLAY "CUSTREL - NOT LINKED: " WS-UNLINKED-COUNT
003680         " IDS NOT ON FILE: " WS-MISSING-COUNT
003685     DISPLAY "CUSTREL - RELATED-PARTY LINKS: " WS-LINK-COUNT
003686         " ORPHAN LINKS: " WS-ORPHAN-COUNT.
003690 8000-EXIT.
003700     EXIT.
