      *****************************************************************
      *  ODHREC.CPY
      *  OVERDRAFT BREACH HISTORY RECORD
      *
      *  ONE ROW PER ACCOUNT THAT HAS EVER CLOSED A DAY OVER ITS
      *  OVERDRAFT LIMIT, KEPT BY OVERDRAFTMONITOR.  WHILE THE
      *  ACCOUNT IS IN BREACH THE ROW CARRIES THE DATE THE CURRENT
      *  RUN OF BREACHED DAYS STARTED, THE LAST DAY COUNTED, THE
      *  CONSECUTIVE-DAY COUNT AND THE LAST NOTICE STAGE SENT (0
      *  NONE, 1 FIRST NOTICE, 2 SECOND, 3 FINAL, 4 PASSED TO THE
      *  COLLECTIONS QUEUE).  ONCE THE ACCOUNT IS BACK INSIDE ITS
      *  LIMIT THE ROW IS MARKED CURED AND RETIRED THE SAME NIGHT TO
      *  THE ODHARCH ARCHIVE, IN THIS SAME LAYOUT, WITH THE DEEPEST
      *  BALANCE SEEN - ONE ARCHIVE ROW PER FINISHED BREACH, SO A
      *  REPEAT OFFENDER STAYS VISIBLE THERE.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  A CURED ROW IS NOW RETIRED TO ODHARCH INSTEAD
      *                  OF KEPT ON ODHIST.
      *****************************************************************
       01  OD-HIST-RECORD.
           05  ODH-ACCOUNT-NO          PIC X(10).
           05  ODH-STATUS              PIC X(01).
               88  Odh-In-Breach           VALUE "B".
               88  Odh-Cured               VALUE "C".
           05  ODH-FIRST-DATE          PIC X(10).
           05  ODH-LAST-DATE           PIC X(10).
           05  ODH-DAYS                PIC 9(04).
           05  ODH-STAGE               PIC 9(01).
           05  ODH-EPISODES            PIC 9(03).
           05  ODH-BALANCE             PIC S9(09)V99.
           05  ODH-LIMIT               PIC 9(07)V99.
           05  ODH-WORST               PIC S9(09)V99.
