      *****************************************************************
      * BTCHRSCL
      *   BATCH-RESTART-RECORD LAYOUT FOR THE BATCHPST RESTART FILE
      *   (data/batch-restart.dat), KEYED ON BUSINESS DATE, SOURCE
      *   BRANCH, AND FILE SEQUENCE FROM THE INPUT HEADER.  ONE RECORD
      *   PER FILE BATCHPST HAS STARTED TO POST - WRITTEN 'A' (IN
      *   FLIGHT) WHEN THE POSTING PASS STARTS, REWRITTEN AT EVERY
      *   RESTART POINT WITH THE NUMBER OF DETAIL RECORDS DONE AND THE
      *   CONTROL TOTALS AS THEY STOOD, AND REWRITTEN 'C' ONCE THE FILE
      *   IS ON THE POSTED-FILE REGISTRY.  A RECORD LEFT AT 'A' MEANS
      *   THE RUN STOPPED PARTWAY; THE NEXT RUN OF THE SAME FILE PICKS
      *   UP AFTER RS-RECORDS-DONE INSTEAD OF POSTING IT AGAIN, AND
      *   EODSEQ RESTARTS A STOPPED BATCHPST STEP WITHOUT AN OPERATOR
      *   OVERRIDE WHEN IT FINDS ONE FOR THE BUSINESS DATE.
      *
      *   RS-COMMIT-DATE/TIME IS TAKEN STRICTLY AFTER THE LAST ACCOUNT
      *   CALL THE RESTART POINT COVERS, SO EVERY TRANS-LOG ENTRY
      *   STAMPED AT OR AFTER IT CAME FROM A RECORD PAST THE RESTART
      *   POINT.  RS-TRL-COUNT AND RS-TRL-HASH ARE THE INPUT TRAILER'S
      *   TOTALS, SO A DIFFERENT FILE UNDER THE SAME HEADER IS NEVER
      *   TAKEN FOR THE ONE THAT STOPPED.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  BATCH-RESTART-RECORD.
           05  RS-KEY.
               10  RS-BUSINESS-DATE PIC 9(08).
               10  RS-BRANCH-ID     PIC X(04).
               10  RS-FILE-SEQUENCE PIC 9(04).
           05  RS-RUN-STATUS        PIC X(01).
               88  RS-IN-FLIGHT           VALUE 'A'.
               88  RS-COMPLETE            VALUE 'C'.
           05  RS-TRL-COUNT         PIC 9(07).
           05  RS-TRL-HASH          PIC S9(13)V99.
           05  RS-RECORDS-DONE      PIC 9(07).
           05  RS-POSTED-COUNT      PIC 9(07).
           05  RS-REJECT-COUNT      PIC 9(07).
           05  RS-REJECT-HASH       PIC S9(13)V99.
           05  RS-COMMIT-DATE       PIC 9(08).
           05  RS-COMMIT-TIME       PIC 9(08).
           05  RS-RESTART-COUNT     PIC 9(03).
           05  RS-START-DATE        PIC 9(08).
           05  RS-START-TIME        PIC 9(08).
