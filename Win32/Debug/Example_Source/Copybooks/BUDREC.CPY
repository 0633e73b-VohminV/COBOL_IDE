      *  BUDREC.CPY
      *  DEPARTMENT WEEKLY SALES BUDGET RECORD
      *
      *  ONE ROW PER STORE AND DEPARTMENT, GIVING ITS WEEKLY SALES
      *  TARGET.
      *  READ BY SALES-ANALYSIS SO THE REPORT AND THE CSV CAN SHOW
      *  ACTUAL, BUDGET, VARIANCE AND PERCENT ATTAINED INSTEAD OF
      *  MANAGEMENT MARRYING THE CSV TO A BUDGET SPREADSHEET BY HAND
      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  ADDED THE STORE CODE - EACH SHOP IS BUDGETED
      *                  SEPARATELY AND THE ALL-STORES BUDGET IS THE
      *                  SUM OF THEM.  AN OLD ROW WITHOUT ONE IS THE
      *                  ORIGINAL (BLANK) STORE'S BUDGET.
      *****************************************************************
       01  BUDGET-RECORD.
           05  BUD-DEPT-CODE           PIC X(04).
           05  BUD-WEEK-TARGET         PIC 9(07).
           05  BUD-STORE-CODE          PIC X(04).
