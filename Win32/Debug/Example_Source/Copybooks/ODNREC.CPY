      *****************************************************************
      *  ODNREC.CPY
      *  OVERDRAFT BREACH CUSTOMER NOTICE RECORD
      *
      *  ONE ROW APPENDED TO ODNOTICE BY OVERDRAFTMONITOR FOR EVERY
      *  LETTER DUE TO A CUSTOMER WHOSE ACCOUNT IS OVER ITS
      *  OVERDRAFT LIMIT: THE FIRST NOTICE ON THE FIRST DAY OF A
      *  BREACH, THEN THE SECOND AND FINAL NOTICES WHEN THE BREACH
      *  REACHES THE ODSTAGE2 AND ODSTAGE3 CONSECUTIVE-DAY POINTS.
      *  NAME AND BRANCH COME FROM ACCTMAST SO THE LETTER RUN NEEDS
      *  NO OTHER FILE.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  OD-NOTICE-RECORD.
           05  ODN-ACCOUNT-NO          PIC X(10).
           05  ODN-CUST-NAME           PIC X(25).
           05  ODN-BRANCH              PIC X(04).
           05  ODN-BUS-DATE            PIC X(10).
           05  ODN-STAGE               PIC 9(01).
               88  Odn-First-Notice        VALUE 1.
               88  Odn-Second-Notice       VALUE 2.
               88  Odn-Final-Notice        VALUE 3.
           05  ODN-DAYS                PIC 9(04).
           05  ODN-BALANCE             PIC S9(09)V99.
           05  ODN-LIMIT               PIC 9(07)V99.
           05  ODN-EXCESS              PIC 9(09)V99.
           05  ODN-FIRST-DATE          PIC X(10).
