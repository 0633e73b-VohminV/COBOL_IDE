      *****************************************************************
      *  ACCTCLS.CPY
      *  ACCOUNT CLOSURE RECORD
      *
      *  ONE ROW PER ACCOUNT CLOSURE STARTED THROUGH ACCOUNTCLOSE:
      *  THE ACCOUNT, THE PAYOUT ACCOUNT ITS BALANCE WAS SWEPT TO,
      *  THE LEDGER BALANCE AND FINAL ACCRUAL AT SETTLEMENT, WHAT WAS
      *  SWEPT, THE STANDING ORDERS CANCELLED AND THE OVERDRAFT
      *  LIMIT ZEROED.  A ROW STAYS PENDING UNTIL THE SETTLEMENT
      *  POSTINGS HAVE BEEN ARCHIVED AND THE BALANCE PROVES ZERO;
      *  ONLY THEN IS THE ACCOUNT MARKED CLOSED AND THE ROW
      *  COMPLETED WITH THE CLOSING DATE.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  ACCT-CLOSE-RECORD.
           05  CLS-ACCOUNT-NO          PIC X(10).
           05  CLS-PAYOUT-ACCT         PIC X(10).
           05  CLS-REQ-DATE            PIC X(10).
           05  CLS-STATUS              PIC X(01).
               88  Cls-Pending             VALUE "P".
               88  Cls-Complete            VALUE "C".
           05  CLS-LEDGER-BAL          PIC S9(09)V99.
           05  CLS-ACCRUAL-TYPE        PIC X(01).
           05  CLS-ACCRUAL             PIC 9(05)V99.
           05  CLS-SWEEP               PIC S9(09)V99.
           05  CLS-ORDERS-CANCELLED    PIC 9(03).
           05  CLS-OLD-LIMIT           PIC 9(07)V99.
           05  CLS-CLOSED-DATE         PIC X(10).
           05  CLS-OPERATOR-ID         PIC X(08).
