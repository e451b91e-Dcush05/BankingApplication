      *****************************************************************
      * ACCTRELL
      *   ACCT-REL-RECORD LAYOUT FOR THE ACCOUNT RELATIONSHIP FILE
      *   (data/account-rel.dat) - ONE RECORD PER CUSTOMER LINKED TO
      *   AN ACCOUNT OTHER THAN ITS PRIMARY HOLDER, KEYED ON ACCOUNT
      *   ID THEN CUSTOMER ID, SO A SEQUENTIAL READ COMES BACK IN
      *   MASTER LEDGER ORDER AND A START ON THE ACCOUNT ID WALKS
      *   EVERY PARTY TO ONE ACCOUNT.
      *
      *   THE PRIMARY HOLDER IS M-CUST-ID ON THE MASTER RECORD, AS IT
      *   ALWAYS HAS BEEN, AND IS NEVER WRITTEN HERE - SO AN ACCOUNT
      *   CANNOT HAVE TWO PRIMARY HOLDERS OR NONE ONCE IT HAS ONE.
      *   ROLE 'P' IS CARRIED ONLY ON THE COMMAREA, WHERE A REL-ADD
      *   WITH ROLE 'P' MAKES THE CUSTOMER THE NEW PRIMARY AND
      *   DEMOTES THE OLD ONE TO A JOINT HOLDER RECORD HERE, AND ON
      *   THE CUSTREL SORT RECORD.  RECORDS ARE WRITTEN BY REL-ADD
      *   AND DELETED BY REL-REMOVE IN ACCOUNT.
      *
      *   RL-STMT-COPY IS 'Y' FOR A JOINT HOLDER WHO ASKED FOR A COPY
      *   OF EACH MONTHLY STATEMENT; STMTGEN PRINTS ONE ADDRESSED TO
      *   THEM FROM THE CUSTOMER MASTER.  IT IS ALWAYS 'N' FOR THE
      *   OTHER ROLES.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  ACCT-REL-RECORD.
           05  RL-KEY.
               10  RL-ACCT-ID       PIC X(10).
               10  RL-CUST-ID       PIC X(10).
           05  RL-ROLE              PIC X(01).
               88  RL-ROLE-PRIMARY        VALUE 'P'.
               88  RL-ROLE-JOINT          VALUE 'J'.
               88  RL-ROLE-TRUSTEE        VALUE 'T'.
               88  RL-ROLE-POA            VALUE 'A'.
               88  RL-ROLE-BENEFICIARY    VALUE 'B'.
               88  RL-ROLE-VALID          VALUE 'P' 'J' 'T' 'A' 'B'.
           05  RL-STMT-COPY         PIC X(01).
               88  RL-STMT-COPY-WANTED    VALUE 'Y'.
           05  RL-ADDED-DATE        PIC 9(08).
           05  RL-TELLER-ID         PIC X(08).
           05  FILLER               PIC X(12).
