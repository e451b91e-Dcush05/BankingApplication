      *   IS KEYED ONCE INSTEAD OF THREE TIMES THREE DIFFERENT WAYS.
      *   MAINTAINED ONLINE THROUGH THE CUST-ADD AND CUST-AMEND
      *   TRANSACTION TYPES IN ACCOUNT; REPORTED BY CUSTREL.
      *   C-TAX-ID IS THE CUSTOMER'S NINE-DIGIT TAXPAYER
      *   IDENTIFICATION NUMBER, PRINTED ON THE YEAR-END INTEREST TAX
      *   FORMS BY TAX1099; SPACES WHEN NONE HAS BEEN TAKEN.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   08/21/2026 DC    ORIGINAL VERSION.
      *   10/15/2026 DC    ADDED C-TAX-ID FOR THE YEAR-END INTEREST
      *                     TAX FORMS.
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  C-CUST-ID            PIC X(10).
           05  C-STATE              PIC X(02).
           05  C-POSTAL-CODE        PIC X(10).
           05  C-PHONE              PIC X(15).
           05  C-TAX-ID             PIC X(09).
