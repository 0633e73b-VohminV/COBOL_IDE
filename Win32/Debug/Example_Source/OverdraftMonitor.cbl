       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftMonitor.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  NIGHTLY OVERDRAFT BREACH
      *                  MONITOR: READS THE DAY'S BANKBAL CLOSING ROWS
      *                  AGAINST ACCTLIMS AND KEEPS A PER-ACCOUNT
      *                  BREACH HISTORY (ODHIST) COUNTING CONSECUTIVE
      *                  DAYS OVER THE LIMIT.  A CUSTOMER NOTICE ROW
      *                  (NAME AND BRANCH FROM ACCTMAST) GOES TO
      *                  ODNOTICE ON THE FIRST DAY OF A BREACH AND
      *                  AGAIN AT THE ODSTAGE2 AND ODSTAGE3 POINTS
      *                  (DEFAULT 7 AND 30 DAYS); A BREACH THAT RUNS
      *                  PAST THE FINAL POINT IS PASSED TO THE
      *                  COLLECTIONS QUEUE (COLLQUE) THE SUPERVISORS
      *                  WORK THROUGH THE COLLECTIONSQUEUE SCREEN.
      *                  UNTIL NOW A BREACH WAS ONE CONSOLE LINE IN
      *                  THE POSTING RUN AND THE BRANCHES FOUND
      *                  LONG-RUNNING OVERDRAFTS BY SCANNING THE
      *                  SETTLEMENT REPORT BY EYE.  BANKBAL ONLY
      *                  CARRIES ACCOUNTS THAT POSTED TODAY, SO AN
      *                  ACCOUNT IN BREACH WITH NO ROW TODAY KEEPS ITS
      *                  LAST BALANCE AND ITS COUNT RUNS ON - NOTHING
      *                  HAS CURED IT.  HISTORY AND QUEUE ARE
      *                  REWRITTEN IN FULL FROM THEIR WORK TABLES, SO
      *                  A FILE TOO BIG FOR ITS TABLE ABANDONS THE RUN
      *                  WITH NOTHING CHANGED.
      *  2026-10-14  DL  AN ACCOUNT CLOSING OR CLOSED ON THE MASTER IS
      *                  NEVER IN BREACH: ITS BANKBAL ROW IS THE
      *                  SETTLEMENT SWEEP THAT EMPTIED IT, SO THE ROW
      *                  CURES A RUNNING BREACH INSTEAD OF STARTING
      *                  ONE, AND A BREACH WITH NO ROW IS CURED THE
      *                  SAME WAY FOR EITHER STATUS.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.
      *                  EACH ACCOUNT'S NAME, BRANCH AND STATUS ARE READ
      *                  BY KEY AS IT IS CHECKED, REPLACING THE 500-SLOT
      *                  MASTER TABLE AND ITS OVERFLOW ABANDON.
      *  2026-10-15  DL  CURED BREACHES AND CLOSED COLLECTIONS ITEMS ARE
      *                  RETIRED WHEN THE FILES ARE SAVED - APPENDED TO
      *                  THE ODHARCH AND COLLARCH ARCHIVES AND LEFT OFF
      *                  ODHIST AND COLLQUE - SO THE WORK TABLES HOLD
      *                  ONLY LIVE ROWS AND NO LONGER FILL UP AND STOP
      *                  THE CLOSE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-BAL-FILE ASSIGN TO "BANKBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankBalStatus.

           SELECT ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctLimitStatus.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT OD-HIST-FILE ASSIGN TO "ODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OdHistStatus.

           SELECT OD-HIST-ARCH-FILE ASSIGN TO "ODHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OdHistArchStatus.

           SELECT OD-NOTICE-FILE ASSIGN TO "ODNOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OdNoticeStatus.

           SELECT COLL-QUEUE-FILE ASSIGN TO "COLLQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CollQueStatus.

           SELECT COLL-QUE-ARCH-FILE ASSIGN TO "COLLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CollArchStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-BAL-FILE.
           COPY BALREC.

       FD  ACCOUNT-LIMIT-FILE.
           COPY ACCTLIM.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  OD-HIST-FILE.
           COPY ODHREC.

      *  A RETIRED ODHIST ROW, ODHREC LAYOUT.
       FD  OD-HIST-ARCH-FILE.
       01  OD-HIST-ARCH-RECORD         PIC X(70).

       FD  OD-NOTICE-FILE.
           COPY ODNREC.

       FD  COLL-QUEUE-FILE.
           COPY COLLREC.

      *  A RETIRED COLLQUE ITEM, COLLREC LAYOUT.
       FD  COLL-QUE-ARCH-FILE.
       01  COLL-QUE-ARCH-RECORD        PIC X(134).

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       COPY SYSPARMW.

       77  BankBalStatus        PIC XX VALUE "00".
           88  Bank-Bal-OK          VALUE "00".
           88  Bank-Bal-EOF         VALUE "10".
       77  AcctLimitStatus      PIC XX VALUE "00".
           88  Acct-Limit-OK        VALUE "00".
           88  Acct-Limit-EOF       VALUE "10".
       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
       77  OdHistStatus         PIC XX VALUE "00".
           88  Od-Hist-OK           VALUE "00".
           88  Od-Hist-EOF          VALUE "10".
       77  OdHistArchStatus     PIC XX VALUE "00".
           88  Od-Hist-Arch-OK      VALUE "00".
       77  CollArchStatus       PIC XX VALUE "00".
           88  Coll-Arch-OK         VALUE "00".
       77  OdNoticeStatus       PIC XX VALUE "00".
           88  Od-Notice-OK         VALUE "00".
       77  CollQueStatus        PIC XX VALUE "00".
           88  Coll-Que-OK          VALUE "00".
           88  Coll-Que-EOF         VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxLimits            PIC 9(3) VALUE 500.
       77  LimitCount           PIC 9(3) VALUE 0.
       77  MaxHistory           PIC 9(3) VALUE 500.
       77  HistCount            PIC 9(3) VALUE 0.
       77  MaxQueue             PIC 9(3) VALUE 500.
       77  QueueCount           PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  HistIdx              PIC 9(3) VALUE 0.
       77  QueueIdx             PIC 9(3) VALUE 0.
       77  WorkAccountNo        PIC X(10).
       77  WorkLimit            PIC 9(07)V99 VALUE 0.
       77  WorkBalance          PIC S9(09)V99 VALUE 0.
       77  NoticeStage          PIC 9 VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  MasterOpenFlag       PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  MasterFound          PIC X VALUE "N".
           88  Master-Is-Found      VALUE "Y".
       77  BalanceRowsRead      PIC 9(7) VALUE 0.
       77  BreachCount          PIC 9(5) VALUE 0.
       77  CuredCount           PIC 9(5) VALUE 0.
       77  NoticeCount          PIC 9(5) VALUE 0.
       77  QueuedCount          PIC 9(5) VALUE 0.
       77  HistRetired          PIC 9(5) VALUE 0.
       77  QueueRetired         PIC 9(5) VALUE 0.
       77  TotalExcess          PIC 9(11)V99 VALUE 0.
       77  PrintBalance         PIC -(9)9.99.
       77  PrintLimit           PIC Z(6)9.99.

       01  LimitTable.
           05  LimitEntry OCCURS 500 TIMES.
               10  LimitAccountNo  PIC X(10).
               10  LimitAmount     PIC 9(07)V99.

       01  HistoryTable.
           05  HistEntry OCCURS 500 TIMES.
               10  HstAccountNo    PIC X(10).
               10  HstStatus       PIC X(01).
               10  HstFirstDate    PIC X(10).
               10  HstLastDate     PIC X(10).
               10  HstDays         PIC 9(04).
               10  HstStage        PIC 9(01).
               10  HstEpisodes     PIC 9(03).
               10  HstBalance      PIC S9(09)V99.
               10  HstLimit        PIC 9(07)V99.
               10  HstWorst        PIC S9(09)V99.
               10  HstSeenToday    PIC X(01).

       01  QueueTable.
           05  QueueEntry OCCURS 500 TIMES.
               10  QueAccountNo    PIC X(10).
               10  QueCustName     PIC X(25).
               10  QueBranch       PIC X(04).
               10  QueQueuedDate   PIC X(10).
               10  QueDays         PIC 9(04).
               10  QueBalance      PIC S9(09)V99.
               10  QueLimit        PIC 9(07)V99.
               10  QueStatus       PIC X(01).
               10  QueCured        PIC X(01).
               10  QueOutcome      PIC X(01).
               10  QueLastContact  PIC X(10).
               10  QueOperatorId   PIC X(08).
               10  QueNote         PIC X(40).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "OVERDRAFT MONITOR"        TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED
           DISPLAY "Notices at day 1, day " SPR-OD-STAGE2
                   " and day " SPR-OD-STAGE3
                   "; collections after day " SPR-OD-STAGE3 "."

           MOVE "N" TO OverflowFlag
           PERFORM Load-Account-Limits
           IF NOT Table-Overflowed
               PERFORM Load-Breach-History
           END-IF
           IF NOT Table-Overflowed
               PERFORM Load-Collections-Queue
           END-IF
           IF Table-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - nothing changed, so no breach"
                       " history or queue item can be lost."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           OPEN INPUT BANK-BAL-FILE
           IF NOT Bank-Bal-OK
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "UNABLE TO OPEN BANKBAL - NO BALANCES TO "
                      "MONITOR."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           CLOSE BANK-BAL-FILE

           PERFORM Open-Account-Master
           PERFORM Open-Notice-File
           DISPLAY " "
           DISPLAY "Account     Stage  Days  Balance       Limit"
           PERFORM Scan-Closing-Balances
           PERFORM Carry-Unposted-Breaches
           CLOSE OD-NOTICE-FILE
           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           PERFORM Refresh-Queue-Items

           PERFORM Save-Breach-History
           PERFORM Save-Collections-Queue
           PERFORM Report-Totals
           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO THE MONITOR COUNTS THE DAY THE SUITE IS
      *  PROCESSING.
      *****************************************************************
       Load-Business-Date.
           MOVE SPACES TO BusinessDate
           OPEN INPUT BUS-DATE-FILE
           IF Bus-Date-OK
               READ BUS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-DATE TO BusinessDate
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF
           IF BusinessDate = SPACES
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BusinessDate
           END-IF
           DISPLAY "Overdraft breaches for business date "
                   BusinessDate.

      *****************************************************************
      *  LOAD-ACCOUNT-LIMITS
      *  READS THE OVERDRAFT-LIMIT FILE INTO ITS TABLE.  NO FILE
      *  MEANS EVERY LIMIT IS ZERO, THE SAME DEFAULT THE POSTING RUN
      *  APPLIES.  A FILE BIGGER THAN THE TABLE ABANDONS THE RUN -
      *  A MISSING LIMIT WOULD SEND A CUSTOMER A NOTICE IN ERROR.
      *****************************************************************
       Load-Account-Limits.
           MOVE 0 TO LimitCount
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF NOT Acct-Limit-OK
               DISPLAY "No ACCTLIMS file present - overdraft limits"
                       " default to zero."
           ELSE
               PERFORM UNTIL Acct-Limit-EOF
                   READ ACCOUNT-LIMIT-FILE
                       AT END
                           SET Acct-Limit-EOF TO TRUE
                       NOT AT END
                           IF LimitCount < MaxLimits
                               ADD 1 TO LimitCount
                               MOVE ACCT-LIMIT-ACCOUNT-NO
                                   TO LimitAccountNo(LimitCount)
                               MOVE ACCT-LIMIT-AMOUNT
                                   TO LimitAmount(LimitCount)
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "ACCOUNT LIMITS EXCEED "
                                      "MAXLIMITS - RUN ABANDONED."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Acct-Limit-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-LIMIT-FILE
           END-IF.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER FOR THE NAME, BRANCH AND
      *  STATUS THE NOTICES AND THE QUEUE CARRY.  EACH ACCOUNT IS
      *  READ BY KEY AS IT IS CHECKED.
      *****************************************************************
       Open-Account-Master.
           MOVE "N" TO MasterOpenFlag
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF Acct-Mast-OK
               SET Master-Is-Open TO TRUE
           ELSE
               DISPLAY "No account master on file - notices go out"
                       " without a name or branch."
           END-IF.

      *****************************************************************
      *  LOAD-BREACH-HISTORY
      *  READS THE BREACH HISTORY INTO ITS WORK TABLE.  NO FILE IS
      *  THE FIRST NIGHT - EVERY BREACH FOUND STARTS AT DAY ONE.
      *****************************************************************
       Load-Breach-History.
           MOVE 0 TO HistCount
           OPEN INPUT OD-HIST-FILE
           IF Od-Hist-OK
               PERFORM UNTIL Od-Hist-EOF
                   READ OD-HIST-FILE
                       AT END
                           SET Od-Hist-EOF TO TRUE
                       NOT AT END
                           IF HistCount < MaxHistory
                               ADD 1 TO HistCount
                               PERFORM Copy-History-Row-In
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "BREACH HISTORY EXCEEDS "
                                      "MAXHISTORY - RUN ABANDONED."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Od-Hist-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OD-HIST-FILE
           END-IF.

      *****************************************************************
      *  COPY-HISTORY-ROW-IN
      *  ONE ODHIST ROW INTO THE TABLE SLOT IN HistCount.
      *****************************************************************
       Copy-History-Row-In.
           MOVE ODH-ACCOUNT-NO TO HstAccountNo(HistCount)
           MOVE ODH-STATUS     TO HstStatus(HistCount)
           MOVE ODH-FIRST-DATE TO HstFirstDate(HistCount)
           MOVE ODH-LAST-DATE  TO HstLastDate(HistCount)
           MOVE ODH-DAYS       TO HstDays(HistCount)
           MOVE ODH-STAGE      TO HstStage(HistCount)
           MOVE ODH-EPISODES   TO HstEpisodes(HistCount)
           MOVE ODH-BALANCE    TO HstBalance(HistCount)
           MOVE ODH-LIMIT      TO HstLimit(HistCount)
           MOVE ODH-WORST      TO HstWorst(HistCount)
           MOVE "N"            TO HstSeenToday(HistCount).

      *****************************************************************
      *  LOAD-COLLECTIONS-QUEUE
      *  READS THE COLLECTIONS QUEUE INTO ITS WORK TABLE.  ITEMS
      *  CLOSED SINCE LAST NIGHT ARE STILL ON IT UNTIL THE SAVE
      *  RETIRES THEM TO THE ARCHIVE.
      *****************************************************************
       Load-Collections-Queue.
           MOVE 0 TO QueueCount
           OPEN INPUT COLL-QUEUE-FILE
           IF Coll-Que-OK
               PERFORM UNTIL Coll-Que-EOF
                   READ COLL-QUEUE-FILE
                       AT END
                           SET Coll-Que-EOF TO TRUE
                       NOT AT END
                           IF QueueCount < MaxQueue
                               ADD 1 TO QueueCount
                               PERFORM Copy-Queue-Row-In
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "COLLECTIONS QUEUE EXCEEDS "
                                      "MAXQUEUE - RUN ABANDONED."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Coll-Que-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLL-QUEUE-FILE
           END-IF.

      *****************************************************************
      *  COPY-QUEUE-ROW-IN
      *  ONE COLLQUE ROW INTO THE TABLE SLOT IN QueueCount.
      *****************************************************************
       Copy-Queue-Row-In.
           MOVE CQ-ACCOUNT-NO   TO QueAccountNo(QueueCount)
           MOVE CQ-CUST-NAME    TO QueCustName(QueueCount)
           MOVE CQ-BRANCH       TO QueBranch(QueueCount)
           MOVE CQ-QUEUED-DATE  TO QueQueuedDate(QueueCount)
           MOVE CQ-DAYS         TO QueDays(QueueCount)
           MOVE CQ-BALANCE      TO QueBalance(QueueCount)
           MOVE CQ-LIMIT        TO QueLimit(QueueCount)
           MOVE CQ-STATUS       TO QueStatus(QueueCount)
           MOVE CQ-CURED        TO QueCured(QueueCount)
           MOVE CQ-OUTCOME      TO QueOutcome(QueueCount)
           MOVE CQ-LAST-CONTACT TO QueLastContact(QueueCount)
           MOVE CQ-OPERATOR-ID  TO QueOperatorId(QueueCount)
           MOVE CQ-NOTE         TO QueNote(QueueCount).

      *****************************************************************
      *  OPEN-NOTICE-FILE
      *  NOTICES ACCUMULATE ACROSS NIGHTS UNTIL THE LETTER RUN TAKES
      *  THEM, SO THE FILE IS EXTENDED, CREATED ON FIRST USE.
      *****************************************************************
       Open-Notice-File.
           OPEN EXTEND OD-NOTICE-FILE
           IF NOT Od-Notice-OK
               CLOSE OD-NOTICE-FILE
               OPEN OUTPUT OD-NOTICE-FILE
           END-IF.

      *****************************************************************
      *  SCAN-CLOSING-BALANCES
      *  CHECKS EVERY PER-ACCOUNT BANKBAL ROW FOR THE BUSINESS DATE
      *  AGAINST ITS LIMIT.  THE "ACCRUAL" AND "TOTAL" CONTROL ROWS
      *  ARE SKIPPED.
      *****************************************************************
       Scan-Closing-Balances.
           MOVE 0 TO BalanceRowsRead
           MOVE "00" TO BankBalStatus
           OPEN INPUT BANK-BAL-FILE
           PERFORM UNTIL Bank-Bal-EOF
               READ BANK-BAL-FILE
                   AT END
                       SET Bank-Bal-EOF TO TRUE
                   NOT AT END
                       IF BAL-ACCOUNT-NO NOT = "TOTAL"
                          AND BAL-ACCOUNT-NO NOT = "ACCRUAL"
                          AND BAL-DATE = BusinessDate
                           ADD 1 TO BalanceRowsRead
                           PERFORM Check-One-Balance
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-BAL-FILE.

      *****************************************************************
      *  CHECK-ONE-BALANCE
      *  ONE ACCOUNT'S CLOSING BALANCE AGAINST ITS LIMIT.  IN BREACH:
      *  START A NEW RUN OF DAYS OR COUNT ONE MORE ON THE RUNNING
      *  ONE (A RERUN FOR THE SAME DATE DOES NOT COUNT TWICE), THEN
      *  ESCALATE.  BACK INSIDE THE LIMIT: A RUNNING BREACH IS CURED.
      *  A CLOSING OR CLOSED ACCOUNT'S ROW IS ITS SETTLEMENT SWEEP AND
      *  COUNTS AS A ZERO BALANCE.
      *****************************************************************
       Check-One-Balance.
           MOVE BAL-ACCOUNT-NO TO WorkAccountNo
           MOVE BAL-AMOUNT TO WorkBalance
           PERFORM Find-Account-Limit
           PERFORM Find-Account-Master
           IF Master-Is-Found
              AND (Acct-Mast-Closing OR Acct-Mast-Closed)
               MOVE 0 TO WorkBalance
           END-IF
           PERFORM Find-History-Slot
           IF WorkBalance < (0 - WorkLimit)
               IF HistIdx = 0
                   PERFORM Add-History-Slot
               END-IF
               IF HistIdx > 0
                   MOVE "Y" TO HstSeenToday(HistIdx)
                   IF HstStatus(HistIdx) NOT = "B"
                       MOVE "B" TO HstStatus(HistIdx)
                       MOVE BusinessDate TO HstFirstDate(HistIdx)
                       MOVE BusinessDate TO HstLastDate(HistIdx)
                       MOVE 1 TO HstDays(HistIdx)
                       MOVE 0 TO HstStage(HistIdx)
                       ADD 1 TO HstEpisodes(HistIdx)
                       MOVE WorkBalance TO HstWorst(HistIdx)
                   ELSE
                       IF HstLastDate(HistIdx) < BusinessDate
                           ADD 1 TO HstDays(HistIdx)
                           MOVE BusinessDate TO HstLastDate(HistIdx)
                       END-IF
                   END-IF
                   MOVE WorkBalance TO HstBalance(HistIdx)
                   MOVE WorkLimit TO HstLimit(HistIdx)
                   IF WorkBalance < HstWorst(HistIdx)
                       MOVE WorkBalance TO HstWorst(HistIdx)
                   END-IF
                   PERFORM Escalate-Breach
               END-IF
           ELSE
               IF HistIdx > 0
                   MOVE "Y" TO HstSeenToday(HistIdx)
                   IF HstStatus(HistIdx) = "B"
                       MOVE WorkBalance TO HstBalance(HistIdx)
                       PERFORM Cure-Breach
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  CARRY-UNPOSTED-BREACHES
      *  AN ACCOUNT IN BREACH THAT DID NOT POST TODAY HAS NO BANKBAL
      *  ROW, BUT NOTHING HAS BROUGHT IT BACK INSIDE ITS LIMIT: ITS
      *  LAST BALANCE STANDS AND THE DAY COUNTS.  AN ACCOUNT CLOSING
      *  OR CLOSED ON THE MASTER SINCE IS TREATED AS CURED.
      *****************************************************************
       Carry-Unposted-Breaches.
           PERFORM VARYING HistIdx FROM 1 BY 1
                   UNTIL HistIdx > HistCount
               IF HstStatus(HistIdx) = "B"
                  AND HstSeenToday(HistIdx) NOT = "Y"
                   MOVE HstAccountNo(HistIdx) TO WorkAccountNo
                   PERFORM Find-Account-Master
                   IF Master-Is-Found
                      AND (Acct-Mast-Closed OR Acct-Mast-Closing)
                       PERFORM Cure-Breach
                   ELSE
                       IF HstLastDate(HistIdx) < BusinessDate
                           ADD 1 TO HstDays(HistIdx)
                           MOVE BusinessDate TO HstLastDate(HistIdx)
                       END-IF
                       MOVE HstBalance(HistIdx) TO WorkBalance
                       MOVE HstLimit(HistIdx) TO WorkLimit
                       PERFORM Escalate-Breach
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ESCALATE-BREACH
      *  MOVES THE BREACH IN HistIdx AT MOST ONE STAGE A NIGHT: THE
      *  FIRST NOTICE STRAIGHT AWAY, THE SECOND AT ODSTAGE2 DAYS,
      *  THE FINAL AT ODSTAGE3 DAYS, AND THE DAY AFTER THAT THE
      *  ACCOUNT GOES TO THE COLLECTIONS QUEUE.  A BREACH ALREADY
      *  QUEUED (STAGE 4) IS LEFT TO THE COLLECTIONS SCREEN.
      *****************************************************************
       Escalate-Breach.
           ADD 1 TO BreachCount
           MOVE 0 TO NoticeStage
           EVALUATE TRUE
               WHEN HstStage(HistIdx) = 0
                   MOVE 1 TO NoticeStage
               WHEN HstStage(HistIdx) = 1
                    AND HstDays(HistIdx) >= SPR-OD-STAGE2
                   MOVE 2 TO NoticeStage
               WHEN HstStage(HistIdx) = 2
                    AND HstDays(HistIdx) >= SPR-OD-STAGE3
                   MOVE 3 TO NoticeStage
               WHEN HstStage(HistIdx) = 3
                    AND HstDays(HistIdx) > SPR-OD-STAGE3
                   MOVE 4 TO NoticeStage
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NoticeStage > 0
               MOVE NoticeStage TO HstStage(HistIdx)
               MOVE HstAccountNo(HistIdx) TO WorkAccountNo
               PERFORM Find-Account-Master
               IF NoticeStage = 4
                   PERFORM Queue-For-Collections
               ELSE
                   PERFORM Write-Breach-Notice
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-BREACH-NOTICE
      *  ONE CUSTOMER NOTICE ROW FOR THE BREACH IN HistIdx AT THE
      *  STAGE IN NoticeStage, WITH NAME AND BRANCH FROM THE MASTER
      *  ROW JUST READ (BLANK WHEN THE ACCOUNT HAS NO MASTER ROW).
      *****************************************************************
       Write-Breach-Notice.
           MOVE SPACES TO OD-NOTICE-RECORD
           MOVE HstAccountNo(HistIdx) TO ODN-ACCOUNT-NO
           IF Master-Is-Found
               MOVE ACCT-MAST-CUST-NAME TO ODN-CUST-NAME
               MOVE ACCT-MAST-BRANCH    TO ODN-BRANCH
           END-IF
           MOVE BusinessDate          TO ODN-BUS-DATE
           MOVE NoticeStage           TO ODN-STAGE
           MOVE HstDays(HistIdx)      TO ODN-DAYS
           MOVE HstBalance(HistIdx)   TO ODN-BALANCE
           MOVE HstLimit(HistIdx)     TO ODN-LIMIT
           COMPUTE ODN-EXCESS =
               (0 - HstBalance(HistIdx)) - HstLimit(HistIdx)
           MOVE HstFirstDate(HistIdx) TO ODN-FIRST-DATE
           WRITE OD-NOTICE-RECORD
           ADD 1 TO NoticeCount
           ADD ODN-EXCESS TO TotalExcess
           MOVE HstBalance(HistIdx) TO PrintBalance
           MOVE HstLimit(HistIdx) TO PrintLimit
           EVALUATE NoticeStage
               WHEN 1
                   DISPLAY HstAccountNo(HistIdx) "  FIRST  "
                           HstDays(HistIdx) " " PrintBalance
                           " " PrintLimit
               WHEN 2
                   DISPLAY HstAccountNo(HistIdx) "  SECOND "
                           HstDays(HistIdx) " " PrintBalance
                           " " PrintLimit
               WHEN OTHER
                   DISPLAY HstAccountNo(HistIdx) "  FINAL  "
                           HstDays(HistIdx) " " PrintBalance
                           " " PrintLimit
           END-EVALUATE.

      *****************************************************************
      *  QUEUE-FOR-COLLECTIONS
      *  PASSES THE BREACH IN HistIdx TO THE COLLECTIONS QUEUE AS A
      *  NEW OPEN ITEM.  A QUEUE ALREADY FULL LEAVES THE BREACH AT
      *  THE FINAL-NOTICE STAGE SO TOMORROW'S RUN TRIES AGAIN.
      *****************************************************************
       Queue-For-Collections.
           IF QueueCount >= MaxQueue
               MOVE 3 TO HstStage(HistIdx)
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "COLLECTIONS QUEUE FULL - "
                      HstAccountNo(HistIdx)
                      " NOT QUEUED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO QueueCount
               MOVE HstAccountNo(HistIdx) TO QueAccountNo(QueueCount)
               MOVE SPACES TO QueCustName(QueueCount)
               MOVE SPACES TO QueBranch(QueueCount)
               IF Master-Is-Found
                   MOVE ACCT-MAST-CUST-NAME TO QueCustName(QueueCount)
                   MOVE ACCT-MAST-BRANCH    TO QueBranch(QueueCount)
               END-IF
               MOVE BusinessDate TO QueQueuedDate(QueueCount)
               MOVE HstDays(HistIdx) TO QueDays(QueueCount)
               MOVE HstBalance(HistIdx) TO QueBalance(QueueCount)
               MOVE HstLimit(HistIdx) TO QueLimit(QueueCount)
               MOVE "O" TO QueStatus(QueueCount)
               MOVE "N" TO QueCured(QueueCount)
               MOVE SPACE TO QueOutcome(QueueCount)
               MOVE SPACES TO QueLastContact(QueueCount)
               MOVE SPACES TO QueOperatorId(QueueCount)
               MOVE SPACES TO QueNote(QueueCount)
               ADD 1 TO QueuedCount
               MOVE HstBalance(HistIdx) TO PrintBalance
               MOVE HstLimit(HistIdx) TO PrintLimit
               DISPLAY HstAccountNo(HistIdx) "  COLLECT "
                       HstDays(HistIdx) " " PrintBalance
                       " " PrintLimit
           END-IF.

      *****************************************************************
      *  CURE-BREACH
      *  THE ACCOUNT IN HistIdx IS BACK INSIDE ITS LIMIT (OR CLOSED):
      *  THE ROW IS MARKED CURED, AND THE SAVE RETIRES IT TO THE
      *  HISTORY ARCHIVE.
      *****************************************************************
       Cure-Breach.
           MOVE "C" TO HstStatus(HistIdx)
           ADD 1 TO CuredCount
           MOVE HstBalance(HistIdx) TO PrintBalance
           DISPLAY HstAccountNo(HistIdx) "  CURED  "
                   HstDays(HistIdx) " " PrintBalance.

      *****************************************************************
      *  REFRESH-QUEUE-ITEMS
      *  BRINGS EVERY OPEN QUEUE ITEM UP TO DATE FROM THE HISTORY:
      *  DAYS OVERDRAWN, BALANCE, AND WHETHER THE ACCOUNT HAS SINCE
      *  COME BACK INSIDE ITS LIMIT - SO THE SUPERVISOR WORKING THE
      *  QUEUE SEES TONIGHT'S POSITION, NOT THE DAY IT WAS QUEUED.
      *****************************************************************
       Refresh-Queue-Items.
           PERFORM VARYING QueueIdx FROM 1 BY 1
                   UNTIL QueueIdx > QueueCount
               IF QueStatus(QueueIdx) = "O"
                   MOVE QueAccountNo(QueueIdx) TO WorkAccountNo
                   PERFORM Find-History-Slot
                   IF HistIdx > 0
                       MOVE HstBalance(HistIdx)
                           TO QueBalance(QueueIdx)
                       IF HstStatus(HistIdx) = "B"
                           MOVE HstDays(HistIdx)
                               TO QueDays(QueueIdx)
                           MOVE "N" TO QueCured(QueueIdx)
                       ELSE
                           MOVE "Y" TO QueCured(QueueIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-ACCOUNT-LIMIT
      *  LOOKS WorkAccountNo UP IN THE LIMIT TABLE AND LEAVES ITS
      *  OVERDRAFT LIMIT (ZERO WHEN NOT LISTED) IN WorkLimit.
      *****************************************************************
       Find-Account-Limit.
           MOVE 0 TO WorkLimit
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LimitCount
               IF LimitAccountNo(K) = WorkAccountNo
                   MOVE LimitAmount(K) TO WorkLimit
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-HISTORY-SLOT
      *  LOCATES WorkAccountNo IN THE HISTORY TABLE.  RESULT IN
      *  HistIdx, ZERO WHEN THE ACCOUNT HAS NEVER BREACHED.
      *****************************************************************
       Find-History-Slot.
           MOVE 0 TO HistIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > HistCount
               IF HstAccountNo(K) = WorkAccountNo
                   MOVE K TO HistIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ADD-HISTORY-SLOT
      *  OPENS A HISTORY ROW FOR A FIRST-EVER BREACH.  A FULL TABLE
      *  LEAVES HistIdx ZERO - THE BREACH IS REPORTED, NOT TRACKED,
      *  AND THE RUN ENDS RC 8 SO SOMEONE SPLITS THE FILE.
      *****************************************************************
       Add-History-Slot.
           IF HistCount >= MaxHistory
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "BREACH HISTORY FULL - "
                      WorkAccountNo " NOT TRACKED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO HistCount
               MOVE HistCount TO HistIdx
               MOVE WorkAccountNo TO HstAccountNo(HistIdx)
               MOVE SPACE TO HstStatus(HistIdx)
               MOVE SPACES TO HstFirstDate(HistIdx)
               MOVE SPACES TO HstLastDate(HistIdx)
               MOVE 0 TO HstDays(HistIdx)
               MOVE 0 TO HstStage(HistIdx)
               MOVE 0 TO HstEpisodes(HistIdx)
               MOVE 0 TO HstBalance(HistIdx)
               MOVE 0 TO HstLimit(HistIdx)
               MOVE 0 TO HstWorst(HistIdx)
               MOVE "N" TO HstSeenToday(HistIdx)
           END-IF.

      *****************************************************************
      *  FIND-ACCOUNT-MASTER
      *  READS WorkAccountNo FROM THE ACCOUNT MASTER BY KEY.  SETS
      *  Master-Is-Found AND LEAVES THE ROW IN ACCT-MAST-RECORD.
      *****************************************************************
       Find-Account-Master.
           MOVE "N" TO MasterFound
           IF Master-Is-Open
               MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Master-Is-Found TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  SAVE-BREACH-HISTORY
      *  REWRITES THE BREACH HISTORY FROM THE WORK TABLE.  A CURED
      *  ROW IS RETIRED: IT IS APPENDED TO THE ODHARCH ARCHIVE, ONE
      *  ROW PER FINISHED BREACH, AND LEFT OFF ODHIST, SO THE LIVE
      *  FILE HOLDS ONLY THE BREACHES STILL RUNNING.  THE ARCHIVE IS
      *  WRITTEN FIRST - A RUN STOPPED BETWEEN THE TWO CAN ONLY
      *  ARCHIVE A ROW TWICE, NEVER LOSE IT.
      *****************************************************************
       Save-Breach-History.
           MOVE 0 TO HistRetired
           OPEN EXTEND OD-HIST-ARCH-FILE
           IF NOT Od-Hist-Arch-OK
               CLOSE OD-HIST-ARCH-FILE
               OPEN OUTPUT OD-HIST-ARCH-FILE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > HistCount
               IF HstStatus(K) = "C"
                   PERFORM Build-History-Row
                   WRITE OD-HIST-ARCH-RECORD FROM OD-HIST-RECORD
                   ADD 1 TO HistRetired
               END-IF
           END-PERFORM
           CLOSE OD-HIST-ARCH-FILE

           OPEN OUTPUT OD-HIST-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > HistCount
               IF HstStatus(K) NOT = "C"
                   PERFORM Build-History-Row
                   WRITE OD-HIST-RECORD
               END-IF
           END-PERFORM
           CLOSE OD-HIST-FILE.

      *****************************************************************
      *  BUILD-HISTORY-ROW
      *  LAYS THE HISTORY SLOT IN K OUT AS AN ODHIST ROW.
      *****************************************************************
       Build-History-Row.
           MOVE HstAccountNo(K) TO ODH-ACCOUNT-NO
           MOVE HstStatus(K)    TO ODH-STATUS
           MOVE HstFirstDate(K) TO ODH-FIRST-DATE
           MOVE HstLastDate(K)  TO ODH-LAST-DATE
           MOVE HstDays(K)      TO ODH-DAYS
           MOVE HstStage(K)     TO ODH-STAGE
           MOVE HstEpisodes(K)  TO ODH-EPISODES
           MOVE HstBalance(K)   TO ODH-BALANCE
           MOVE HstLimit(K)     TO ODH-LIMIT
           MOVE HstWorst(K)     TO ODH-WORST.

      *****************************************************************
      *  SAVE-COLLECTIONS-QUEUE
      *  REWRITES THE COLLECTIONS QUEUE FROM THE WORK TABLE.  AN ITEM
      *  THE COLLECTIONS SCREEN HAS CLOSED IS RETIRED TO THE
      *  COLLARCH ARCHIVE AND LEFT OFF COLLQUE, ARCHIVE FIRST AS FOR
      *  THE HISTORY.  NOTHING IS WRITTEN WHEN THE QUEUE IS STILL
      *  EMPTY.
      *****************************************************************
       Save-Collections-Queue.
           MOVE 0 TO QueueRetired
           IF QueueCount > 0
               OPEN EXTEND COLL-QUE-ARCH-FILE
               IF NOT Coll-Arch-OK
                   CLOSE COLL-QUE-ARCH-FILE
                   OPEN OUTPUT COLL-QUE-ARCH-FILE
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > QueueCount
                   IF QueStatus(K) = "C"
                       PERFORM Build-Queue-Row
                       WRITE COLL-QUE-ARCH-RECORD
                           FROM COLL-QUEUE-RECORD
                       ADD 1 TO QueueRetired
                   END-IF
               END-PERFORM
               CLOSE COLL-QUE-ARCH-FILE

               OPEN OUTPUT COLL-QUEUE-FILE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > QueueCount
                   IF QueStatus(K) NOT = "C"
                       PERFORM Build-Queue-Row
                       WRITE COLL-QUEUE-RECORD
                   END-IF
               END-PERFORM
               CLOSE COLL-QUEUE-FILE
           END-IF.

      *****************************************************************
      *  BUILD-QUEUE-ROW
      *  LAYS THE QUEUE SLOT IN K OUT AS A COLLQUE ROW.
      *****************************************************************
       Build-Queue-Row.
           MOVE QueAccountNo(K)   TO CQ-ACCOUNT-NO
           MOVE QueCustName(K)    TO CQ-CUST-NAME
           MOVE QueBranch(K)      TO CQ-BRANCH
           MOVE QueQueuedDate(K)  TO CQ-QUEUED-DATE
           MOVE QueDays(K)        TO CQ-DAYS
           MOVE QueBalance(K)     TO CQ-BALANCE
           MOVE QueLimit(K)       TO CQ-LIMIT
           MOVE QueStatus(K)      TO CQ-STATUS
           MOVE QueCured(K)       TO CQ-CURED
           MOVE QueOutcome(K)     TO CQ-OUTCOME
           MOVE QueLastContact(K) TO CQ-LAST-CONTACT
           MOVE QueOperatorId(K)  TO CQ-OPERATOR-ID
           MOVE QueNote(K)        TO CQ-NOTE.

      *****************************************************************
      *  REPORT-TOTALS
      *  THE RUN'S COUNTS: BALANCE ROWS CHECKED, ACCOUNTS IN BREACH
      *  TONIGHT, NOTICES WRITTEN, BREACHES CURED AND ACCOUNTS NEWLY
      *  PASSED TO COLLECTIONS.
      *****************************************************************
       Report-Totals.
           DISPLAY " "
           DISPLAY "Balance rows checked:     " BalanceRowsRead
           DISPLAY "Accounts in breach:       " BreachCount
           DISPLAY "Notices written:          " NoticeCount
           DISPLAY "Breaches cured:           " CuredCount
           DISPLAY "Queued for collections:   " QueuedCount
           DISPLAY "Cured breaches archived:  " HistRetired
           DISPLAY "Closed items archived:    " QueueRetired.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  BALANCE ROWS CHECKED, NOTICES WRITTEN AND THE TOTAL AMOUNT
      *  BY WHICH THE NOTIFIED ACCOUNTS EXCEED THEIR LIMITS.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "OVERDRAFTMONITOR" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE BalanceRowsRead TO JRN-RECS-IN
           MOVE BalanceRowsRead TO JRN-RECS-OUT
           MOVE 0 TO JRN-RECS-REJECT
           MOVE TotalExcess TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
