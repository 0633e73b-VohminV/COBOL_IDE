       IDENTIFICATION DIVISION.
       PROGRAM-ID. DormancyScan.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  PERIODIC DORMANCY SCAN:
      *                  READS THE CUMULATIVE POSTING ARCHIVE
      *                  (STMTTRAN) FOR THE LAST CUSTOMER-INITIATED
      *                  POSTING ON EACH ACCOUNT AND MARKS EVERY OPEN
      *                  ACCOUNT WITH NONE SINCE THE CUTOFF - THE
      *                  BUSINESS DATE LESS THE DORMMONTHS PARAMETER
      *                  (DEFAULT 12 MONTHS) - DORMANT ("D") ON
      *                  ACCTMAST.  ONLY DEBITS, CREDITS AND TRANSFERS
      *                  OUT THAT THE CUSTOMER MADE COUNT AS ACTIVITY:
      *                  INTEREST, FEES, STANDING-ORDER POSTINGS
      *                  (ORIGIN "S"), INCOMING TRANSFER LEGS,
      *                  REVERSALS AND PRIOR-PERIOD ADJUSTMENTS DO
      *                  NOT.  AN ACCOUNT WHOSE FIRST ARCHIVED POSTING
      *                  IS AFTER THE CUTOFF, OR WITH NO POSTING ON
      *                  THE ARCHIVE AT ALL, IS TOO NEW TO JUDGE AND
      *                  IS LEFT ALONE.  FROZEN AND CLOSED ACCOUNTS
      *                  ARE NOT TOUCHED.  EVERY CHANGE IS AUDITED
      *                  THROUGH AUDITWRITE.  RUN FROM THE MENU BY A
      *                  SUPERVISOR, NOT AS A NIGHTLY STEP.
      *  2026-10-14  DL  LOAN POSTINGS (ORIGIN "L") ARE NOT CUSTOMER
      *                  ACTIVITY, AND A LOAN ACCOUNT ON LOANMAST IS
      *                  NEVER MARKED DORMANT - IT IS COUNTED APART.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.
      *  2026-10-15  DL  ACCTMAST IS OPENED FOR UPDATE FOR THE RUN AND
      *                  ONLY THE ACCOUNTS MARKED DORMANT ARE REWRITTEN,
      *                  BY KEY, SO THE WORK TABLE, ITS 500-ACCOUNT
      *                  CEILING AND THE FULL REWRITE OF THE MASTER ARE
      *                  GONE.  THE MASTER, LOANMAST AND THE ARCHIVE ARE
      *                  SORTED TOGETHER BY ACCOUNT AND EACH ACCOUNT IS
      *                  JUDGED AT ITS CONTROL BREAK.  ACCTMAST IS TAKEN
      *                  ON THE LOCK REGISTRY FOR THE RUN, AND THE SCAN
      *                  IS REFUSED WHILE A MAINTENANCE SCREEN OR THE
      *                  NIGHTLY CLOSE HOLDS IT.  A REWRITE THE FILE
      *                  REFUSES IS REPORTED AND ENDS THE RUN RC 8.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanMastStatus.

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

           SELECT DORMANCY-SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  STMT-TRAN-FILE.
           COPY TRANREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

      *  ONE ROW PER ACCOUNT ON THE MASTER ("M"), PER LOAN ON LOANMAST
      *  ("L") AND PER ARCHIVED POSTING ("P"), SORTED TOGETHER BY
      *  ACCOUNT SO EACH ACCOUNT IS JUDGED AT ITS CONTROL BREAK.
       SD  DORMANCY-SORT-FILE.
       01  DRM-SORT-RECORD.
           05  DRM-ACCOUNT-NO          PIC X(10).
           05  DRM-KIND                PIC X(01).
               88  Drm-Is-Master           VALUE "M".
               88  Drm-Is-Loan             VALUE "L".
               88  Drm-Is-Posting          VALUE "P".
           05  DRM-POST-DATE           PIC X(10).
           05  DRM-ACTIVITY            PIC X(01).
               88  Drm-Is-Activity         VALUE "Y".

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY SYSPARMW.

       COPY LOCKCTL.

       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
           88  Acct-Mast-EOF        VALUE "10".
           88  Acct-Mast-Missing    VALUE "35".
       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  CutoffDate           PIC X(10) VALUE SPACES.

       77  MasterCount          PIC 9(7) VALUE 0.
       77  WorkAccountNo        PIC X(10).
       77  WorkYear             PIC 9(4) VALUE 0.
       77  WorkMonth            PIC 9(2) VALUE 0.
       77  WorkDay              PIC 9(2) VALUE 0.
       77  MonthCount           PIC 9(6) VALUE 0.
       77  DateDigits           PIC 9(8) VALUE 0.
       77  DateDigitsX          PIC X(8) VALUE SPACES.
       77  ActivityFlag         PIC X VALUE "N".
           88  Is-Customer-Activity VALUE "Y".
       77  SortEndFlag          PIC X VALUE "N".
           88  Sort-Is-Done         VALUE "Y".
       77  FirstRecordFlag      PIC X VALUE "Y".
           88  No-Account-Yet       VALUE "Y".
       77  PostingsRead         PIC 9(7) VALUE 0.
       77  DormantCount         PIC 9(7) VALUE 0.
       77  AlreadyDormantCount  PIC 9(7) VALUE 0.
       77  TooNewCount          PIC 9(7) VALUE 0.
       77  ActiveCount          PIC 9(7) VALUE 0.
       77  NotOpenCount         PIC 9(7) VALUE 0.
       77  UnknownAcctCount     PIC 9(7) VALUE 0.
       77  LoanAcctCount        PIC 9(7) VALUE 0.
       77  RefusedCount         PIC 9(7) VALUE 0.
       77  PrintLastActive      PIC X(10).

      *  THE ACCOUNT AT THE CURRENT CONTROL BREAK OF THE SORT.
       01  DormAccount.
           05  DormAcctNo          PIC X(10).
           05  DormOnMaster        PIC X(01).
               88  Dorm-On-Master      VALUE "Y".
           05  DormIsLoan          PIC X(01).
               88  Dorm-Is-Loan        VALUE "Y".
           05  DormFirstSeen       PIC X(10).
           05  DormLastActive      PIC X(10).
           05  DormPostings        PIC 9(7).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "DORMANCY SCAN"            TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED
           PERFORM Compute-Cutoff-Date
           DISPLAY "No customer activity since " CutoffDate
                   " (" SPR-DORM-MONTHS " months) marks an open"
                   " account dormant."

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Dormancy scan not run -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-MASTER-FILE
           IF NOT Acct-Mast-OK
               IF Acct-Mast-Missing
                   DISPLAY "No account master on file - nothing to"
                           " scan."
               ELSE
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "UNABLE TO OPEN ACCTMAST - STATUS "
                          AcctMastStatus "."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM Release-File-Locks
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           OPEN INPUT STMT-TRAN-FILE
           IF NOT Stmt-Tran-OK
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "UNABLE TO OPEN STMTTRAN - NO POSTING HISTORY "
                      "TO SCAN."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER-FILE
               PERFORM Release-File-Locks
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "Account     Customer name              Brch"
                   "  Last activity"
           SORT DORMANCY-SORT-FILE
               ON ASCENDING KEY DRM-ACCOUNT-NO
               INPUT PROCEDURE IS Release-Scan-Rows
               OUTPUT PROCEDURE IS Judge-Accounts
           CLOSE STMT-TRAN-FILE
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM Release-File-Locks

           IF DormantCount > 0
               DISPLAY "Account master updated in place - "
                       DormantCount " account(s) marked dormant."
           ELSE
               DISPLAY "No account newly dormant - master left as"
                       " it was."
           END-IF
           IF RefusedCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM Report-Totals
           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO THE CUTOFF IS MEASURED FROM THE DAY THE
      *  SUITE IS PROCESSING.
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
           DISPLAY "Dormancy scan for business date " BusinessDate.

      *****************************************************************
      *  COMPUTE-CUTOFF-DATE
      *  STEPS THE BUSINESS DATE BACK SPR-DORM-MONTHS CALENDAR
      *  MONTHS, PULLING THE DAY BACK TO THE END OF A SHORTER MONTH
      *  THE SAME WAY STANDINGORDERRUN.CBL ADVANCES A MONTHLY ORDER.
      *  AN ACCOUNT WITH NO CUSTOMER POSTING ON OR AFTER THIS DATE
      *  IS DORMANT.
      *****************************************************************
       Compute-Cutoff-Date.
           MOVE BusinessDate(1:4) TO WorkYear
           MOVE BusinessDate(6:2) TO WorkMonth
           MOVE BusinessDate(9:2) TO WorkDay
           COMPUTE MonthCount = WorkYear * 12 + WorkMonth - 1
                              - SPR-DORM-MONTHS
           COMPUTE WorkYear = MonthCount / 12
           COMPUTE WorkMonth = MonthCount - (WorkYear * 12) + 1
           IF WorkMonth = 2 AND WorkDay > 28
               MOVE 28 TO WorkDay
           END-IF
           IF (WorkMonth = 4 OR WorkMonth = 6
               OR WorkMonth = 9 OR WorkMonth = 11)
              AND WorkDay > 30
               MOVE 30 TO WorkDay
           END-IF
           COMPUTE DateDigits =
               WorkYear * 10000 + WorkMonth * 100 + WorkDay
           MOVE DateDigits TO DateDigitsX
           MOVE SPACES TO CutoffDate
           STRING DateDigitsX(1:4) "-" DateDigitsX(5:2) "-"
                  DateDigitsX(7:2)
                  DELIMITED BY SIZE INTO CutoffDate.

      *****************************************************************
      *  RELEASE-SCAN-ROWS
      *  SORT INPUT PROCEDURE.  RELEASES A ROW FOR EVERY ACCOUNT ON
      *  THE MASTER, SO ONE WITH NO POSTINGS IS STILL JUDGED, A ROW
      *  FOR EVERY LOAN ON LOANMAST, AND A ROW FOR EVERY ARCHIVED
      *  POSTING WITH ITS CUSTOMER-ACTIVITY FLAG ALREADY DECIDED.
      *****************************************************************
       Release-Scan-Rows.
           MOVE LOW-VALUES TO ACCT-MAST-ACCOUNT-NO
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-MAST-ACCOUNT-NO
               INVALID KEY
                   SET Acct-Mast-EOF TO TRUE
           END-START
           PERFORM UNTIL Acct-Mast-EOF
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       SET Acct-Mast-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MasterCount
                       MOVE SPACES TO DRM-SORT-RECORD
                       MOVE ACCT-MAST-ACCOUNT-NO TO DRM-ACCOUNT-NO
                       SET Drm-Is-Master TO TRUE
                       RELEASE DRM-SORT-RECORD
               END-READ
           END-PERFORM
           MOVE "00" TO AcctMastStatus

           OPEN INPUT LOAN-MASTER-FILE
           IF Loan-Mast-OK
               PERFORM UNTIL Loan-Mast-EOF
                   READ LOAN-MASTER-FILE
                       AT END
                           SET Loan-Mast-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO DRM-SORT-RECORD
                           MOVE LOAN-ACCOUNT-NO TO DRM-ACCOUNT-NO
                           SET Drm-Is-Loan TO TRUE
                           RELEASE DRM-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF

           PERFORM UNTIL Stmt-Tran-EOF
               READ STMT-TRAN-FILE
                   AT END
                       SET Stmt-Tran-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PostingsRead
                       PERFORM Release-One-Posting
               END-READ
           END-PERFORM.

      *****************************************************************
      *  RELEASE-ONE-POSTING
      *  RELEASES THE ARCHIVED POSTING JUST READ.  CUSTOMER ACTIVITY
      *  IS A DEBIT, CREDIT OR TRANSFER OUT THAT IS NOT A STANDING-
      *  ORDER POSTING, A LOAN POSTING OR A PRIOR-PERIOD ADJUSTMENT;
      *  EVERYTHING ELSE THE BANK POSTED ON THE CUSTOMER'S BEHALF.
      *****************************************************************
       Release-One-Posting.
           MOVE "N" TO ActivityFlag
           EVALUATE TRAN-TYPE-CODE
               WHEN "D"
               WHEN "d"
               WHEN "C"
               WHEN "c"
               WHEN "T"
               WHEN "t"
                   MOVE "Y" TO ActivityFlag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF Tran-From-Standing-Order OR Tran-From-Loan
              OR Tran-Is-Adjustment
               MOVE "N" TO ActivityFlag
           END-IF
           MOVE SPACES TO DRM-SORT-RECORD
           MOVE TRAN-ACCOUNT-NO TO DRM-ACCOUNT-NO
           SET Drm-Is-Posting TO TRUE
           MOVE TRAN-POST-DATE TO DRM-POST-DATE
           MOVE ActivityFlag TO DRM-ACTIVITY
           RELEASE DRM-SORT-RECORD.

      *****************************************************************
      *  JUDGE-ACCOUNTS
      *  SORT OUTPUT PROCEDURE.  FOLDS EACH ACCOUNT'S ROWS AND JUDGES
      *  THE ACCOUNT AT ITS CONTROL BREAK.
      *****************************************************************
       Judge-Accounts.
           MOVE "N" TO SortEndFlag
           MOVE "Y" TO FirstRecordFlag
           PERFORM UNTIL Sort-Is-Done
               RETURN DORMANCY-SORT-FILE
                   AT END
                       SET Sort-Is-Done TO TRUE
                   NOT AT END
                       IF No-Account-Yet
                          OR DRM-ACCOUNT-NO NOT = DormAcctNo
                           IF NOT No-Account-Yet
                               PERFORM Judge-One-Account
                           END-IF
                           PERFORM Clear-Dorm-Account
                           MOVE "N" TO FirstRecordFlag
                       END-IF
                       PERFORM Fold-Sorted-Row
               END-RETURN
           END-PERFORM
           IF NOT No-Account-Yet
               PERFORM Judge-One-Account
           END-IF.

      *****************************************************************
      *  CLEAR-DORM-ACCOUNT
      *  STARTS THE FIGURES FOR THE ACCOUNT JUST RETURNED, WITH THE
      *  FIRST-SEEN AND LAST-ACTIVE DATES BLANK.
      *****************************************************************
       Clear-Dorm-Account.
           MOVE DRM-ACCOUNT-NO TO DormAcctNo
           MOVE "N" TO DormOnMaster
           MOVE "N" TO DormIsLoan
           MOVE SPACES TO DormFirstSeen
           MOVE SPACES TO DormLastActive
           MOVE 0 TO DormPostings.

      *****************************************************************
      *  FOLD-SORTED-ROW
      *  ADDS THE ROW JUST RETURNED TO THE ACCOUNT'S FIGURES.  ANY
      *  POSTING AT ALL MOVES THE FIRST-SEEN DATE BACK; ONLY CUSTOMER
      *  ACTIVITY MOVES THE LAST-ACTIVE DATE FORWARD.
      *****************************************************************
       Fold-Sorted-Row.
           EVALUATE TRUE
               WHEN Drm-Is-Master
                   MOVE "Y" TO DormOnMaster
               WHEN Drm-Is-Loan
                   MOVE "Y" TO DormIsLoan
               WHEN OTHER
                   ADD 1 TO DormPostings
                   IF DormFirstSeen = SPACES
                      OR DRM-POST-DATE < DormFirstSeen
                       MOVE DRM-POST-DATE TO DormFirstSeen
                   END-IF
                   IF Drm-Is-Activity
                      AND DRM-POST-DATE > DormLastActive
                       MOVE DRM-POST-DATE TO DormLastActive
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  JUDGE-ONE-ACCOUNT
      *  DECIDES THE ACCOUNT AT THE BREAK, READING ITS MASTER RECORD
      *  BY KEY.  POSTINGS FOR AN ACCOUNT NOT ON THE MASTER ARE
      *  COUNTED AND SKIPPED.  ONLY AN OPEN ACCOUNT CAN GO DORMANT,
      *  AND NEVER A LOAN ACCOUNT; ONE ON THE ARCHIVE SINCE BEFORE
      *  THE CUTOFF WITH NO CUSTOMER ACTIVITY ON OR AFTER IT IS
      *  MARKED, AUDITED AND LISTED.
      *****************************************************************
       Judge-One-Account.
           IF NOT Dorm-On-Master
               ADD DormPostings TO UnknownAcctCount
           ELSE
               MOVE DormAcctNo TO WorkAccountNo
               MOVE DormAcctNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       ADD DormPostings TO UnknownAcctCount
                   NOT INVALID KEY
                       PERFORM Judge-Master-Record
               END-READ
           END-IF.

      *****************************************************************
      *  JUDGE-MASTER-RECORD
      *  SORTS THE MASTER RECORD JUST READ INTO ONE OF THE SCAN'S
      *  COUNTS, OR MARKS IT DORMANT.
      *****************************************************************
       Judge-Master-Record.
           EVALUATE TRUE
               WHEN Acct-Mast-Dormant
                   ADD 1 TO AlreadyDormantCount
               WHEN NOT Acct-Mast-Open
                   ADD 1 TO NotOpenCount
               WHEN Dorm-Is-Loan
                   ADD 1 TO LoanAcctCount
               WHEN DormFirstSeen = SPACES
                 OR DormFirstSeen > CutoffDate
                   ADD 1 TO TooNewCount
               WHEN DormLastActive NOT < CutoffDate
                   ADD 1 TO ActiveCount
               WHEN OTHER
                   PERFORM Mark-Account-Dormant
           END-EVALUATE.

      *****************************************************************
      *  MARK-ACCOUNT-DORMANT
      *  SETS THE MASTER RECORD JUST READ TO "D" AND REWRITES IT IN
      *  PLACE, THEN WRITES THE AUDIT ROW WITH THE BEFORE AND AFTER
      *  IMAGES AND PRINTS THE REPORT LINE.  A REWRITE THE FILE
      *  REFUSES IS REPORTED WITH ITS STATUS, NOT AUDITED, AND ENDS
      *  THE RUN RC 8.
      *****************************************************************
       Mark-Account-Dormant.
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE ACCT-MAST-RECORD TO AUD-BEFORE-IMAGE
           SET Acct-Mast-Dormant TO TRUE
           REWRITE ACCT-MAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF NOT Acct-Mast-OK
               ADD 1 TO RefusedCount
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "ACCTMAST WRITE REFUSED FOR " WorkAccountNo
                      " - STATUS " AcctMastStatus
                      " - NOT CHANGED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               ADD 1 TO DormantCount
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE ACCT-MAST-RECORD TO AUD-AFTER-IMAGE
               MOVE "DORMANT" TO AUD-ACTION
               PERFORM Write-Audit-Row
               IF DormLastActive = SPACES
                   MOVE "NONE" TO PrintLastActive
               ELSE
                   MOVE DormLastActive TO PrintLastActive
               END-IF
               DISPLAY ACCT-MAST-ACCOUNT-NO "  " ACCT-MAST-CUST-NAME
                       "  " ACCT-MAST-BRANCH "  " PrintLastActive
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE.
      *****************************************************************
       Write-Audit-Row.
           MOVE "ACCTMAST" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE WorkAccountNo TO AUD-KEY
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  REPORT-TOTALS
      *  PRINTS THE SCAN'S COUNTS SO EVERY ACCOUNT ON THE MASTER IS
      *  ACCOUNTED FOR IN ONE OF THEM.
      *****************************************************************
       Report-Totals.
           DISPLAY " "
           DISPLAY "Archived postings read:   " PostingsRead
           DISPLAY "  for accounts not on master: " UnknownAcctCount
           DISPLAY "Accounts on master:       " MasterCount
           DISPLAY "  newly dormant:          " DormantCount
           DISPLAY "  already dormant:        " AlreadyDormantCount
           DISPLAY "  active since cutoff:    " ActiveCount
           DISPLAY "  too new to judge:       " TooNewCount
           DISPLAY "  loan accounts:          " LoanAcctCount
           DISPLAY "  closed or frozen:       " NotOpenCount.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  ARCHIVED POSTINGS READ AND ACCOUNTS NEWLY MARKED DORMANT.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "DORMANCYSCAN" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE PostingsRead TO JRN-RECS-IN
           MOVE DormantCount TO JRN-RECS-OUT
           MOVE RefusedCount TO JRN-RECS-REJECT
           MOVE 0 TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES ACCTMAST ON THE LOCK REGISTRY FOR THE RUN, SO NO
      *  MAINTENANCE SESSION - AND NOT THE NIGHTLY CLOSE - CAN CHANGE
      *  IT UNDER THE SCAN.  Lck-Refused COMES BACK, WITH THE HOLDER
      *  IN LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "ACCTMAST" TO LCK-FILE-NAME
           MOVE "DormancyScan" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES ACCTMAST BACK ONCE THE SCAN HAS CLOSED THE FILE.
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "ACCTMAST" TO LCK-FILE-NAME
           MOVE "DormancyScan" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
