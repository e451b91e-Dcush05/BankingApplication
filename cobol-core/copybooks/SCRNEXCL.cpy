      *****************************************************************
      * SCRNEXCL
      *   FIXED-WIDTH RECORD LAYOUT FOR THE NIGHTLY WATCH-LIST
      *   SCREENING EXTRACT (data/screening-extract.dat) WRITTEN BY
      *   THE WLSCREEN JOB.  ONE RECORD PER POTENTIAL MATCH - ONE
      *   CUSTOMER AGAINST ONE WATCH-LIST ENTRY (LAYOUT IN WATCHLCL)
      *   SCORING AT OR ABOVE THE MATCH THRESHOLD - CARRYING THE
      *   SCORE AND WHICH OF THE NAME, ADDRESS, AND ID MATCHED, SO
      *   THE COMPLIANCE TEAM CAN WORK THE CASE WITHOUT RE-RUNNING
      *   THE COMPARE BY HAND.  THIS LAYOUT IS THE CONTRACT WITH THE
      *   COMPLIANCE TEAM - DO NOT CHANGE FIELD POSITIONS OR LENGTHS
      *   WITHOUT TELLING THEM FIRST.
      *
      *   COLUMN   LENGTH  FIELD                FORMAT
      *   -------  ------  -------------------  ----------------------
      *   01-08    08      REPORT DATE          YYYYMMDD
      *   09-18    10      CUSTOMER ID          ALPHANUMERIC
      *   19-48    30      CUSTOMER NAME        FROM THE CUSTOMER
      *                                         MASTER
      *   49-58    10      ENTRY ID             FROM THE WATCH LIST
      *   59-59    01      SOURCE               'R' REGULATOR,
      *                                         'I' INTERNAL
      *   60-60    01      ACTION               'B' BLOCK, 'R' REFER
      *   61-63    03      MATCH SCORE          000-100
      *   64-64    01      ID MATCHED           'Y' OR 'N'
      *   65-65    01      NAME MATCHED         'E' EXACT, 'W' EVERY
      *                                         LISTED WORD PRESENT,
      *                                         'P' PARTIAL, 'N' NONE
      *   66-66    01      ADDRESS MATCHED      'F' LINE AND POSTAL
      *                                         CODE, 'L' LINE ONLY,
      *                                         'N' NONE
      *   67-96    30      LISTED NAME          FROM THE WATCH LIST
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  SCREENING-EXTRACT-RECORD.
           05  SX-REPORT-DATE       PIC 9(08).
           05  SX-CUST-ID           PIC X(10).
           05  SX-CUST-NAME         PIC X(30).
           05  SX-ENTRY-ID          PIC X(10).
           05  SX-SOURCE            PIC X(01).
           05  SX-ACTION            PIC X(01).
           05  SX-SCORE             PIC 9(03).
           05  SX-MATCH-ID          PIC X(01).
           05  SX-MATCH-NAME        PIC X(01).
           05  SX-MATCH-ADDR        PIC X(01).
           05  SX-WATCH-NAME        PIC X(30).
