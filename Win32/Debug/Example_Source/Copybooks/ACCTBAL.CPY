      *****************************************************************
      *  ACCTBAL.CPY
      *  CLOSING BALANCE BY ACCOUNT (INDEXED)
      *
      *  ONE ROW PER ACCOUNT ON ACCTBAL, KEYED BY ACCOUNT NUMBER,
      *  HOLDING THE CLOSING BALANCE OF THE LAST POSTING RUN THAT
      *  TOUCHED THE ACCOUNT AND THE BUSINESS DATE IT BELONGS TO.
      *  BANKINGTRANSACTIONS WRITES OR REWRITES THE ROW AT EACH
      *  ACCOUNT'S CONTROL BREAK, ALONGSIDE ITS BANKBAL ROW, SO A
      *  FRONT-DESK LOOKUP READS ONE RECORD INSTEAD OF SCANNING THE
      *  DAY'S FILE.  BANKBAL ITSELF STAYS THE SEQUENTIAL HAND-OFF
      *  THE RECONCILIATION, CONTROL TOTALS AND ARCHIVE READ WHOLE.
      *  ACCTCONVERT SEEDS THE FILE FROM THE CURRENT BANKBAL.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  ACCT-BAL-RECORD.
           05  AB-ACCOUNT-NO           PIC X(10).
           05  AB-AMOUNT               PIC S9(09)V99.
           05  AB-BUS-DATE             PIC X(10).
