      *****************************************************************
      * CLRITMCL
      *   RECORD LAYOUTS FOR THE INWARD CLEARING PRESENTED-ITEMS FILE
      *   (data/inward-clearing.dat) SENT BY THE CLEARING HOUSE EVERY
      *   MORNING AND READ BY THE INCLEAR POSTING JOB.  THE FILE
      *   CARRIES ONE HEADER RECORD, THEN ONE DETAIL RECORD PER
      *   CHEQUE DRAWN ON ONE OF OUR ACCOUNTS, THEN ONE TRAILER
      *   RECORD.  THE HEADER CARRIES THE CLEARING DATE AND THE
      *   CLEARING HOUSE'S FILE SEQUENCE; THE TRAILER CARRIES THE
      *   ITEM COUNT AND THE AMOUNT TOTAL.  INCLEAR PROVES BOTH BEFORE
      *   POSTING A SINGLE ITEM, AND REFUSES A DATE/SEQUENCE IT HAS
      *   ALREADY POSTED.  RECORDS ARE TOLD APART BY THEIR FIRST THREE
      *   BYTES - 'HDR' AND 'TRL' ARE RESERVED, WHICH A CHEQUE SERIAL
      *   NUMBER (ALWAYS DIGITS) CAN NEVER BE.  THE RETURNED-ITEMS
      *   FILE INCLEAR SENDS BACK CARRIES EACH RETURNED DETAIL
      *   UNCHANGED PLUS ITS RETURN REASON, UNDER ITS OWN HEADER AND
      *   TRAILER.
      *
      *   COLUMN   LENGTH  FIELD                FORMAT
      *   -------  ------  -------------------  ----------------------
      *   01-10    10      CHEQUE NUMBER        NUMERIC SERIAL, ZERO
      *                                         FILLED
      *   11-20    10      ACCOUNT ID           ALPHANUMERIC - THE
      *                                         DRAWER'S ACCOUNT
      *   21-32    12      AMOUNT               SIGNED, IMPLIED 2 DEC
      *   33-41    09      PRESENTING BANK      ROUTING NUMBER OF THE
      *                                         BANK THAT PRESENTED
      *                                         THE CHEQUE
      *   42-49    08      ITEM SEQUENCE        NUMERIC, ASSIGNED BY
      *                                         THE CLEARING HOUSE -
      *                                         QUOTED BACK ON A
      *                                         RETURN
      *   50-60    11      (UNUSED)
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  CLEARING-ITEM-RECORD.
           05  CI-CHEQUE-NO         PIC X(10).
           05  CI-ACCT-ID           PIC X(10).
           05  CI-AMOUNT            PIC S9(10)V99.
           05  CI-PRESENTING-BANK   PIC X(09).
           05  CI-ITEM-SEQUENCE     PIC 9(08).
           05  FILLER               PIC X(11).
      *   HEADER RECORD - FIRST RECORD OF EVERY FILE.
      *   COLUMN   LENGTH  FIELD                FORMAT
      *   -------  ------  -------------------  ----------------------
      *   01-03    03      RECORD TYPE          'HDR'
      *   04-11    08      CLEARING DATE        YYYYMMDD
      *   12-15    04      FILE SEQUENCE        NUMERIC, ASSIGNED BY
      *                                         THE CLEARING HOUSE,
      *                                         NEVER REUSED FOR A
      *                                         DATE
      *   16-24    09      CLEARING HOUSE ID    ALPHANUMERIC
       01  CLEARING-HEADER-RECORD.
           05  CH-RECORD-TYPE       PIC X(03).
               88  CH-HEADER              VALUE 'HDR'.
           05  CH-CLEARING-DATE     PIC 9(08).
           05  CH-FILE-SEQUENCE     PIC 9(04).
           05  CH-SENDER-ID         PIC X(09).
           05  FILLER               PIC X(36).
      *   TRAILER RECORD - LAST RECORD OF EVERY FILE.
      *   COLUMN   LENGTH  FIELD                FORMAT
      *   -------  ------  -------------------  ----------------------
      *   01-03    03      RECORD TYPE          'TRL'
      *   04-10    07      ITEM COUNT           NUMERIC
      *   11-25    15      AMOUNT TOTAL         SIGNED, IMPLIED 2 DEC -
      *                                         THE SUM OF EVERY
      *                                         ITEM'S AMOUNT FIELD
       01  CLEARING-TRAILER-RECORD.
           05  CZ-RECORD-TYPE       PIC X(03).
               88  CZ-TRAILER             VALUE 'TRL'.
           05  CZ-ITEM-COUNT        PIC 9(07).
           05  CZ-AMOUNT-TOTAL      PIC S9(13)V99.
           05  FILLER               PIC X(35).
