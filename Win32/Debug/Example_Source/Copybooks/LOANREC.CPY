      *****************************************************************
      *  LOANREC.CPY
      *  LOAN MASTER RECORD
      *
      *  ONE ROW PER LOAN.  THE LOAN HAS ITS OWN ACCOUNT ON ACCTMAST,
      *  WHICH TAKES THE REPAYMENTS, AND A REPAYMENT ACCOUNT - THE
      *  CUSTOMER'S OWN ACCOUNT - THE PRINCIPAL IS PAID OUT TO AND
      *  THE INSTALMENTS ARE COLLECTED FROM.  PRINCIPAL, ANNUAL RATE
      *  (PERCENT) AND TERM (MONTHS) ARE KEYED ON LOANMAINT; THE
      *  LEVEL MONTHLY INSTALMENT IS FILLED IN BY LOANSCHEDULE WHEN
      *  IT BUILDS THE AMORTISATION SCHEDULE.  LOAN-DRAWN-DATE IS SET
      *  WHEN THE DRAWDOWN HAS BEEN RAISED (OR AT ONCE FOR A LOAN
      *  TAKEN ON ALREADY PAID OUT), AND A LOAN IS RUN OFF ("R") WHEN
      *  ITS LAST INSTALMENT HAS BEEN RAISED.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  LOAN-MAST-RECORD.
           05  LOAN-ACCOUNT-NO         PIC X(10).
           05  LOAN-REPAY-ACCT         PIC X(10).
           05  LOAN-PRINCIPAL          PIC 9(07)V99.
           05  LOAN-RATE               PIC 9(02)V9(04).
           05  LOAN-TERM               PIC 9(03).
           05  LOAN-START-DATE         PIC X(10).
           05  LOAN-INSTALMENT         PIC 9(07)V99.
           05  LOAN-STATUS             PIC X(01).
               88  Loan-Active             VALUE "A".
               88  Loan-Run-Off            VALUE "R".
           05  LOAN-SCHED-FLAG         PIC X(01).
               88  Loan-Is-Scheduled       VALUE "Y".
           05  LOAN-DRAWN-DATE         PIC X(10).
           05  LOAN-DESCRIPTION        PIC X(20).
