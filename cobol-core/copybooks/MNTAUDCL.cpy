      *****************************************************************
      * MNTAUDCL
      *   MAINT-AUDIT-RECORD LAYOUT FOR THE MAINTENANCE AUDIT FILE
      *   (data/maint-audit.dat) - ONE RECORD PER RECORD CHANGED BY A
      *   NON-MONETARY MAINTENANCE TRANSACTION IN ACCOUNT OR A
      *   CHECKPOINT RESOLUTION IN CHKPTWB.  APPENDED TO, NEVER
      *   REWRITTEN, THE SAME AS THE TRANS-LOG, AND WRITTEN ONLY ONCE
      *   THE CHANGE HAS ACTUALLY BEEN MADE.  READ NIGHTLY BY THE
      *   MAINTRPT JOB FOR THE NEXT-MORNING REVIEW.
      *
      *   MA-BEFORE-IMAGE AND MA-AFTER-IMAGE HOLD THE CHANGED RECORD,
      *   BYTE FOR BYTE, AS IT STOOD BEFORE AND AFTER THE CHANGE, IN
      *   THE LAYOUT MA-RECORD-KIND NAMES.  A RECORD ADDED HAS A
      *   BEFORE-IMAGE OF SPACES; ONE DELETED HAS AN AFTER-IMAGE OF
      *   SPACES.  MA-RECORD-KEY IS THE CHANGED RECORD'S OWN KEY.
      *
      *   MA-RECORD-KIND -
      *      'AC' MASTER LEDGER RECORD         (MASTRECL)
      *      'CU' CUSTOMER MASTER RECORD       (CUSTRECL)
      *      'TP' TELLER PROFILE RECORD        (TLRPROFL)
      *      'SO' STANDING ORDER RECORD        (STNDORDL)
      *      'RL' ACCOUNT RELATIONSHIP RECORD  (ACCTRELL)
      *      'LG' LEGAL RESTRICTION RECORD     (LEGALRCL)
      *      'CP' RESTART CHECKPOINT RECORD    (CHKPTRCL)
      *
      *   MA-TELLER-ID IS THE CALLER'S TELLER ID, OR THE OPERATOR'S ID
      *   FOR A CHKPTWB RESOLUTION.  MA-OVERRIDE-ID IS STAMPED ONLY
      *   WHEN A SUPERVISOR OVERRIDE WAS ACTUALLY PROVED FOR THE CALL,
      *   THE SAME RULE AS TL-OVERRIDE-ID.  MA-ORIG-DATE/TIME CARRY
      *   THE RESOLVED CHECKPOINT'S LOG DATE/TIME ON A CHKPTWB RECORD
      *   AND ARE ZERO OTHERWISE.
      *
      *   MODIFICATION HISTORY
      *   ---------- ----  ---------------------------------------------
      *   DATE       INIT  DESCRIPTION
      *   ---------- ----  ---------------------------------------------
      *   10/15/2026 DC    ORIGINAL VERSION.
      *****************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MA-AUDIT-DATE        PIC 9(08).
           05  MA-AUDIT-TIME        PIC 9(08).
           05  MA-PROGRAM           PIC X(08).
           05  MA-TRANS-TYPE        PIC X(10).
           05  MA-RECORD-KIND       PIC X(02).
               88  MA-KIND-ACCOUNT        VALUE 'AC'.
               88  MA-KIND-CUSTOMER       VALUE 'CU'.
               88  MA-KIND-TELLER         VALUE 'TP'.
               88  MA-KIND-STANDING-ORDER VALUE 'SO'.
               88  MA-KIND-RELATIONSHIP   VALUE 'RL'.
               88  MA-KIND-LEGAL          VALUE 'LG'.
               88  MA-KIND-CHECKPOINT     VALUE 'CP'.
           05  MA-RECORD-KEY        PIC X(25).
           05  MA-TELLER-ID         PIC X(08).
           05  MA-BRANCH-ID         PIC X(04).
           05  MA-OVERRIDE-ID       PIC X(08).
           05  MA-ORIG-DATE         PIC 9(08).
           05  MA-ORIG-TIME         PIC 9(08).
           05  MA-BEFORE-IMAGE      PIC X(160).
           05  MA-AFTER-IMAGE       PIC X(160).
