      *****************************************************************
      *  CORRREG.CPY
      *  CORRESPONDENT RECONCILIATION REGISTER RECORD
      *
      *  ONE ROW APPENDED BY CORRRECON FOR EVERYTHING IT TAKES INTO
      *  THE RECONCILIATION: AN "S" ROW PER CORRESPONDENT STATEMENT
      *  DATE IMPORTED, CARRYING THE STATEMENT'S LINES, DEBITS,
      *  CREDITS AND CLOSING BALANCE, AND A "G" ROW PER GLEXTR DATE
      *  WHOSE CLEARING-ACCOUNT LINES WERE TAKEN, CARRYING THEIR
      *  LINES AND TOTALS.  A DATE ALREADY LISTED IS NOT TAKEN AGAIN,
      *  SO A RERUN CANNOT DOUBLE AN ITEM INTO THE OPEN-ITEM FILE -
      *  THE SAME IDEA AS THE FOLDED-EXTRACT REGISTER IN
      *  GENERALLEDGER.  THE "S" ROWS ALSO GIVE THE NEXT STATEMENT'S
      *  EXPECTED OPENING BALANCE AND, WITH THE "G" ROWS, THE PERIOD
      *  FIGURES CHECKED AGAINST THE LEDGER.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CORR-REG-RECORD.
           05  CRR-SOURCE              PIC X(01).
               88  Crr-Statement           VALUE "S".
               88  Crr-Ledger              VALUE "G".
           05  CRR-ITEM-DATE           PIC X(10).
           05  CRR-LINES               PIC 9(05).
           05  CRR-DEBITS              PIC 9(11)V99.
           05  CRR-CREDITS             PIC 9(11)V99.
           05  CRR-CLOSE-DR-CR         PIC X(02).
           05  CRR-CLOSE-BAL           PIC 9(11)V99.
           05  CRR-RUN-DATE            PIC X(10).
           05  CRR-OPERATOR-ID         PIC X(08).
