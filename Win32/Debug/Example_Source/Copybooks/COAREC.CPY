      *****************************************************************
      *  COAREC.CPY
      *  CHART-OF-ACCOUNTS RECORD
      *
      *  ONE ROW PER GL ACCOUNT THE LEDGER MAY CARRY, GIVING THE
      *  BARE GLL-GL-ACCOUNT CODE A MEANING: A DESCRIPTION, THE
      *  CLASS IT BELONGS TO AND THE REPORTING LINE IT ROLLS UP TO
      *  ON THE FINANCIAL STATEMENTS.  CLASSES:
      *    A - ASSET        L - LIABILITY    Q - EQUITY
      *    I - INCOME       E - EXPENSE
      *  A, L AND Q ARE BALANCE-SHEET ACCOUNTS AND CARRY THE BALANCE
      *  BROUGHT FORWARD AT THE START OF THE FINANCIAL YEAR (JANUARY)
      *  - THE PERIOD LEDGER HOLDS MOVEMENTS ONLY; I AND E START
      *  EVERY YEAR AT NIL.  MAINTAINED ON THE CHARTMAINT SCREEN,
      *  EVERY CHANGE AUDITED; READ BY FINSTATEMENTS.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  GL-CHART-RECORD.
           05  COA-GL-ACCOUNT          PIC X(08).
           05  COA-DESCRIPTION         PIC X(30).
           05  COA-CLASS               PIC X(01).
               88  Coa-Asset               VALUE "A".
               88  Coa-Liability           VALUE "L".
               88  Coa-Equity              VALUE "Q".
               88  Coa-Income              VALUE "I".
               88  Coa-Expense             VALUE "E".
               88  Coa-Balance-Sheet       VALUE "A" "L" "Q".
               88  Coa-Valid-Class         VALUE "A" "L" "Q" "I" "E".
           05  COA-REPORT-LINE         PIC X(24).
           05  COA-OPEN-DR-CR          PIC X(02).
           05  COA-OPEN-BAL            PIC 9(11)V99.
           05  COA-ADDED-DATE          PIC X(10).
