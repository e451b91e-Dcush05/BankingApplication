      *****************************************************************
      * WATCHLCL
      *   WATCH-LIST-RECORD LAYOUT FOR THE SANCTIONS AND WATCH-LIST
      *   FILE (data/watch-list.dat) LOADED BY OPS FROM THE
      *   REGULATOR'S PUBLISHED LIST AND OUR OWN INTERNAL BLOCKED
      *   LIST - ONE RECORD PER LISTED PARTY, IN NO PARTICULAR ORDER.
      *   OPS REPLACE THE WHOLE FILE EACH TIME EITHER LIST CHANGES.
      *   READ BY ACCOUNT TO SCREEN A CUSTOMER AT CUST-ADD,
      *   CUST-AMEND, AND OPEN, AND BY THE NIGHTLY WLSCREEN JOB,
      *   WHICH RE-SCREENS THE WHOLE CUSTOMER MASTER AGAINST IT.
      *
      *   A LISTED PARTY MATCHES ON ITS NAME, ITS ADDRESS, OR ITS ID
      *   NUMBER; ANY FIELD LEFT BLANK IS SIMPLY NOT COMPARED.  THE
      *   ID NUMBER IS COMPARED WITH OUR CUSTOMER ID, SO AN ENTRY ON
      *   THE INTERNAL LIST CAN NAME ONE OF OUR OWN CUSTOMERS, AND
      *   WITH THE CUSTOMER'S TAX ID, SO A REGULATOR'S ENTRY CARRYING
      *   A TAXPAYER NUMBER MATCHES ON IT.  THE ACTION IS 'B' TO
      *   BLOCK - A STRONG MATCH IS REFUSED OUTRIGHT - OR 'R' TO
      *   REFER; ANY WEAKER POTENTIAL MATCH IS REFERRED WHATEVER THE
      *   ACTION.
      *
      *   COLUMN   LENGTH  FIELD                FORMAT
      *   -------  ------  -------------------  ----------------------
      *   01-10    10      ENTRY ID             THE LIST'S OWN
      *                                         REFERENCE FOR THE
      *                                         PARTY
      *   11-11    01      SOURCE               'R' REGULATOR LIST,
      *                                         'I' INTERNAL LIST
      *   12-12    01      ACTION               'B' BLOCK, 'R' REFER
      *   13-42    30      NAME                 AS PUBLISHED
      *   43-72    30      ADDRESS LINE         AS PUBLISHED
      *   73-82    10      POSTAL CODE          AS PUBLISHED
      *   83-92    10      ID NUMBER            ALPHANUMERIC
      *   93-100   08      LISTING DATE         YYYYMMDD
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  WATCH-LIST-RECORD.
           05  WL-ENTRY-ID          PIC X(10).
           05  WL-SOURCE            PIC X(01).
               88  WL-SOURCE-REGULATOR    VALUE 'R'.
               88  WL-SOURCE-INTERNAL     VALUE 'I'.
           05  WL-ACTION            PIC X(01).
               88  WL-ACTION-BLOCK        VALUE 'B'.
               88  WL-ACTION-REFER        VALUE 'R'.
           05  WL-NAME              PIC X(30).
           05  WL-ADDR-LINE         PIC X(30).
           05  WL-POSTAL-CODE       PIC X(10).
           05  WL-ID-NUMBER         PIC X(10).
           05  WL-LIST-DATE         PIC 9(08).
