      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *  2026-10-14  DL  ADDED THE DORMANT STATUS "D", SET BY THE
      *                  DORMANCY SCAN ON AN OPEN ACCOUNT WITH NO
      *                  CUSTOMER ACTIVITY FOR THE DORMMONTHS PERIOD.
      *                  A DORMANT ACCOUNT TAKES CREDITS AND ACCRUALS
      *                  BUT NOT CUSTOMER DEBITS UNTIL A SUPERVISOR
      *                  REACTIVATES IT THROUGH ACCTMAINT.
      *  2026-10-14  DL  ADDED THE CLOSING STATUS "P": ACCOUNTCLOSE
      *                  HAS QUEUED THE FINAL SETTLEMENT AND THE
      *                  ACCOUNT TAKES NOTHING BUT THOSE POSTINGS
      *                  UNTIL ITS BALANCE PROVES ZERO AND IT IS
      *                  MARKED CLOSED.  "C" IS NOW SET ONLY BY
      *                  ACCOUNTCLOSE.
      *  2026-10-15  DL  ACCTMAST IS NOW AN INDEXED FILE, RECORD KEY
      *                  ACCT-MAST-ACCOUNT-NO, SO A PROGRAM LOOKING UP
      *                  ONE ACCOUNT READS IT BY KEY INSTEAD OF LOADING
      *                  THE WHOLE FILE. ACCTCONVERT BUILDS IT ONCE FROM
      *                  THE OLD LINE SEQUENTIAL FILE.
      *****************************************************************
       01  ACCT-MAST-RECORD.
           05  ACCT-MAST-ACCOUNT-NO    PIC X(10).
               88  Acct-Mast-Open          VALUE "O".
               88  Acct-Mast-Closed        VALUE "C".
               88  Acct-Mast-Frozen        VALUE "F".
               88  Acct-Mast-Dormant       VALUE "D".
               88  Acct-Mast-Closing       VALUE "P".
