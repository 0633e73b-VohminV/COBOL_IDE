      *****************************************************************
      *  CORROPN.CPY
      *  CORRESPONDENT RECONCILIATION OPEN-ITEM RECORD
      *
      *  ONE ROW PER ITEM CORRRECON COULD NOT MATCH: A CLEARING-
      *  ACCOUNT LINE FROM GLEXTR WITH NO STATEMENT LINE TO PAIR IT
      *  (SIDE G), OR A CORRESPONDENT STATEMENT LINE WITH NO LEDGER
      *  LINE (SIDE B).  THE FILE IS REWRITTEN IN FULL EVERY RUN, SO
      *  IT ALWAYS HOLDS EXACTLY THE ITEMS STILL OPEN; EACH IS
      *  OFFERED FOR MATCHING AGAIN NEXT RUN UNTIL IT CLEARS.
      *  CO-ITEM-DATE IS THE ITEM'S OWN DATE (THE AGE IS COUNTED
      *  FROM IT) AND CO-FIRST-OPEN THE BUSINESS DATE IT WAS FIRST
      *  LEFT OPEN.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CORR-OPEN-RECORD.
           05  CO-SIDE                 PIC X(01).
               88  Co-Ledger               VALUE "G".
               88  Co-Statement            VALUE "B".
           05  CO-ITEM-DATE            PIC X(10).
           05  CO-DR-CR                PIC X(02).
           05  CO-AMOUNT               PIC 9(09)V99.
           05  CO-REFERENCE            PIC X(16).
           05  CO-NARRATIVE            PIC X(30).
           05  CO-FIRST-OPEN           PIC X(10).
