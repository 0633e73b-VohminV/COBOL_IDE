      *****************************************************************
      *  COLLREC.CPY
      *  COLLECTIONS WORK-QUEUE RECORD
      *
      *  ONE ROW PER ACCOUNT PASSED TO COLLECTIONS BY
      *  OVERDRAFTMONITOR - AN OVERDRAFT BREACH THAT RAN PAST THE
      *  FINAL NOTICE.  THE MONITOR REFRESHES THE DAYS OVERDRAWN,
      *  THE BALANCE AND THE CURED FLAG ON OPEN ITEMS EVERY NIGHT;
      *  THE COLLECTIONSQUEUE SCREEN RECORDS EACH CUSTOMER CONTACT
      *  (THE LAST OUTCOME, NOTE, DATE AND SUPERVISOR STAY ON THE
      *  ROW, THE FULL RUN OF CONTACTS ON COLLNOTE) AND CLOSES THE
      *  ITEM ON A SETTLED OR REFERRED-TO-RECOVERY OUTCOME.  THE
      *  MONITOR RETIRES A CLOSED ITEM TO THE COLLARCH ARCHIVE, IN
      *  THIS SAME LAYOUT, THE NEXT NIGHT.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  CLOSED ITEMS ARE NOW RETIRED TO COLLARCH BY
      *                  OVERDRAFTMONITOR.
      *****************************************************************
       01  COLL-QUEUE-RECORD.
           05  CQ-ACCOUNT-NO           PIC X(10).
           05  CQ-CUST-NAME            PIC X(25).
           05  CQ-BRANCH               PIC X(04).
           05  CQ-QUEUED-DATE          PIC X(10).
           05  CQ-DAYS                 PIC 9(04).
           05  CQ-BALANCE              PIC S9(09)V99.
           05  CQ-LIMIT                PIC 9(07)V99.
           05  CQ-STATUS               PIC X(01).
               88  Cq-Open                 VALUE "O".
               88  Cq-Closed               VALUE "C".
           05  CQ-CURED                PIC X(01).
               88  Cq-Is-Cured             VALUE "Y".
           05  CQ-OUTCOME              PIC X(01).
               88  Cq-Promise-To-Pay       VALUE "P".
               88  Cq-Arrangement          VALUE "A".
               88  Cq-No-Contact           VALUE "N".
               88  Cq-Referred             VALUE "R".
               88  Cq-Settled              VALUE "S".
               88  Cq-Outcome-Closes       VALUE "R" "S".
           05  CQ-LAST-CONTACT         PIC X(10).
           05  CQ-OPERATOR-ID          PIC X(08).
           05  CQ-NOTE                 PIC X(40).
