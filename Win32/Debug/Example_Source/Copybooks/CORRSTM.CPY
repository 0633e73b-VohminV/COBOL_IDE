      *****************************************************************
      *  CORRSTM.CPY
      *  CORRESPONDENT BANK STATEMENT RECORD
      *
      *  THE DAILY STATEMENT FILE OUR CORRESPONDENT BANK SENDS FOR
      *  THE ACCOUNT WE HOLD WITH THEM - THE ACCOUNT THE GLMAP "S"
      *  CLEARING ROW STANDS FOR IN OUR LEDGER.  THE FIRST RECORD IS
      *  AN "H" HEADER: STATEMENT DATE, OPENING AND CLOSING BALANCE
      *  (EACH WITH ITS DR/CR SIDE AS THE CORRESPONDENT SEES IT - CR
      *  IS MONEY IN OUR FAVOUR) AND THE NUMBER OF LINES THAT
      *  FOLLOW.  EACH "D" DETAIL IS ONE MOVEMENT ON THE ACCOUNT:
      *  VALUE DATE, SIDE, AMOUNT, THE CORRESPONDENT'S REFERENCE AND
      *  NARRATIVE.  CORRRECON REFUSES A FILE WHOSE LINE COUNT OR
      *  WHOSE OPENING BALANCE PLUS MOVEMENTS DOES NOT MAKE THE
      *  CLOSING BALANCE.  THEIR CR MATCHES OUR CLEARING DR.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CORR-STMT-RECORD.
           05  CS-REC-TYPE             PIC X(01).
               88  Cs-Is-Header            VALUE "H".
               88  Cs-Is-Detail            VALUE "D".
           05  CS-DETAIL.
               10  CS-VALUE-DATE       PIC X(10).
               10  CS-DR-CR            PIC X(02).
               10  CS-AMOUNT           PIC 9(09)V99.
               10  CS-REFERENCE        PIC X(16).
               10  CS-NARRATIVE        PIC X(30).
           05  CS-HEADER REDEFINES CS-DETAIL.
               10  CS-STMT-DATE        PIC X(10).
               10  CS-OPEN-DR-CR       PIC X(02).
               10  CS-OPEN-BAL         PIC 9(11)V99.
               10  CS-CLOSE-DR-CR      PIC X(02).
               10  CS-CLOSE-BAL        PIC 9(11)V99.
               10  CS-LINE-COUNT       PIC 9(05).
               10  FILLER              PIC X(24).
