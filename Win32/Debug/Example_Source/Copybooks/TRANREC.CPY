      *                  AND SHOWS ON TRANSOUT, THE STATEMENTS AND
      *                  THE GL EXTRACT WITH BOTH DATES VISIBLE.
      *                  BLANK ON AN ORDINARY POSTING.
      *  2026-10-14  DL  ADDED THE POSTING REFERENCE AND THE REVERSAL
      *                  FIELDS.  BANKINGTRANSACTIONS STAMPS EVERY
      *                  ECHOED POSTING WITH A REFERENCE UNIQUE TO IT
      *                  - THE BUSINESS DATE AS YYYYMMDD FOLLOWED BY
      *                  A SIX-DIGIT RUN SEQUENCE - SO ANY ARCHIVED
      *                  POSTING CAN BE NAMED.  A TYPE "R" ENTRY IS A
      *                  REVERSAL: IT CARRIES THE REFERENCE OF THE
      *                  POSTING IT CANCELS, AND ON THE ECHO THE TYPE
      *                  CODE THAT POSTING HAD, WHICH DECIDES THE
      *                  SIDE THE REVERSAL POSTS TO (A REVERSED
      *                  CREDIT OR INTEREST ENTRY POSTS AS A DEBIT,
      *                  ANYTHING ELSE AS A CREDIT).  THE POSTING
      *                  REFERENCE IS BLANK ON THE TELLER INPUT FILE;
      *                  THE REVERSAL FIELDS ARE BLANK ON EVERY OTHER
      *                  TYPE.
      *  2026-10-14  DL  ADDED THE POSTING ORIGIN.  STANDINGORDERRUN
      *                  MARKS THE POSTINGS IT GENERATES "S" SO THEY
      *                  CAN BE TOLD APART FROM ENTRIES THE CUSTOMER
      *                  MADE - THE DORMANCY SCAN DOES NOT COUNT THEM
      *                  AS ACTIVITY.  BLANK ON A TELLER OR CUSTOMER
      *                  POSTING; BANKINGTRANSACTIONS CARRIES IT
      *                  THROUGH TO THE ECHOED OUTPUT.
      *  2026-10-14  DL  ORIGIN "C" MARKS THE SETTLEMENT POSTINGS
      *                  ACCOUNTCLOSE QUEUES FOR AN ACCOUNT BEING
      *                  CLOSED: THE FINAL INTEREST OR FEE ACCRUAL
      *                  (TYPE "I" OR "F") AND THE TRANSFER THAT
      *                  SWEEPS THE BALANCE TO THE PAYOUT ACCOUNT.
      *  2026-10-14  DL  ORIGIN "L" MARKS THE POSTINGS LOANINSTALMENTRUN
      *                  RAISES FROM THE LOAN SCHEDULE: THE DRAWDOWN
      *                  CREDIT (CONTRA = THE LOAN ACCOUNT) AND EACH
      *                  INSTALMENT TRANSFER TO THE LOAN ACCOUNT.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-ACCOUNT-NO         PIC X(10).
               88  Tran-Is-Adjustment      VALUE "A".
           05  TRAN-ORIG-DATE          PIC X(10).
           05  TRAN-ADJ-REASON         PIC X(20).
           05  TRAN-POST-REF           PIC X(14).
           05  TRAN-REV-REF            PIC X(14).
           05  TRAN-REV-TYPE           PIC X(01).
               88  Tran-Reverses-Credit    VALUE "C" "I".
           05  TRAN-ORIGIN             PIC X(01).
               88  Tran-From-Standing-Order VALUE "S".
               88  Tran-From-Account-Close VALUE "C".
               88  Tran-From-Loan          VALUE "L".
