      *****************************************************************
      * TAXEFLCL
      *   FIXED-WIDTH RECORD LAYOUT FOR THE YEAR-END INTEREST TAX
      *   ELECTRONIC FILING FILE (data/tax-1099-efile.dat) WRITTEN BY
      *   THE TAX1099 JOB FOR THE TAX AUTHORITY.  ONE HEADER RECORD
      *   NAMING THE PAYER, ONE DETAIL RECORD PER CUSTOMER REPORTED,
      *   AND ONE TRAILER RECORD WHOSE COUNT AND TOTAL COVER EVERY
      *   DETAIL RECORD.  EVERY RECORD IS 160 BYTES AND STARTS WITH
      *   THE RECORD TYPE AND TAX YEAR; THE REST OF THE RECORD IS
      *   LAID OUT BY TYPE.  THIS LAYOUT IS THE CONTRACT WITH THE TAX
      *   AUTHORITY - DO NOT CHANGE FIELD POSITIONS OR LENGTHS.
      *
      *   COLUMN   LENGTH  FIELD                FORMAT
      *   -------  ------  -------------------  ----------------------
      *   ALL RECORDS
      *   01-01    01      RECORD TYPE          'H', 'D', OR 'T'
      *   02-05    04      TAX YEAR             YYYY
      *   HEADER ('H')
      *   06-14    09      PAYER TAX ID         NINE DIGITS
      *   15-54    40      PAYER NAME           ALPHANUMERIC
      *   55-62    08      DATE CREATED         YYYYMMDD
      *   63-160   98      FILLER               SPACES
      *   DETAIL ('D')
      *   06-14    09      RECIPIENT TAX ID     NINE DIGITS, SPACES
      *                                         WHEN NONE ON FILE
      *   15-24    10      CUSTOMER ID          THE PAYER'S ACCOUNT
      *                                         NUMBER FOR THE
      *                                         RECIPIENT
      *   25-54    30      RECIPIENT NAME       ALPHANUMERIC
      *   55-84    30      ADDRESS LINE 1       ALPHANUMERIC
      *   85-114   30      ADDRESS LINE 2       ALPHANUMERIC
      *   115-134  20      CITY                 ALPHANUMERIC
      *   135-136  02      STATE                ALPHANUMERIC
      *   137-146  10      POSTAL CODE          ALPHANUMERIC
      *   147-159  13      INTEREST INCOME      UNSIGNED, IMPLIED 2
      *                                         DEC
      *   160-160  01      TAX ID MISSING       'Y' WHEN NO TAX ID,
      *                                         ELSE SPACE
      *   TRAILER ('T')
      *   06-13    08      DETAIL RECORD COUNT  NUMERIC
      *   14-28    15      INTEREST TOTAL       UNSIGNED, IMPLIED 2
      *                                         DEC
      *   29-160   132     FILLER               SPACES
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  TAX-EFILE-RECORD.
           05  TX-RECORD-TYPE       PIC X(01).
               88  TX-HEADER-RECORD       VALUE 'H'.
               88  TX-DETAIL-RECORD       VALUE 'D'.
               88  TX-TRAILER-RECORD      VALUE 'T'.
           05  TX-TAX-YEAR          PIC 9(04).
           05  TX-DETAIL.
               10  TX-RECIP-TIN     PIC X(09).
               10  TX-CUST-ID       PIC X(10).
               10  TX-RECIP-NAME    PIC X(30).
               10  TX-ADDR-LINE-1   PIC X(30).
               10  TX-ADDR-LINE-2   PIC X(30).
               10  TX-CITY          PIC X(20).
               10  TX-STATE         PIC X(02).
               10  TX-POSTAL-CODE   PIC X(10).
               10  TX-INTEREST      PIC 9(11)V99.
               10  TX-TIN-MISSING   PIC X(01).
           05  TX-HEADER REDEFINES TX-DETAIL.
               10  TX-PAYER-TIN     PIC X(09).
               10  TX-PAYER-NAME    PIC X(40).
               10  TX-CREATED-DATE  PIC 9(08).
               10  FILLER           PIC X(98).
           05  TX-TRAILER REDEFINES TX-DETAIL.
               10  TX-DETAIL-COUNT  PIC 9(08).
               10  TX-INTEREST-TOTAL PIC 9(13)V99.
               10  FILLER           PIC X(132).
