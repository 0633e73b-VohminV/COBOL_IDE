       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashMonitor.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  NIGHTLY CASH-TRANSACTION
      *                  MONITOR FOR COMPLIANCE.  READS THE DAY'S
      *                  POSTINGS ON TRANSOUT, WITH A ROLLING WINDOW
      *                  OVER THE STMTTRAN ARCHIVE, AND RAISES A CASE
      *                  ON CASEFILE FOR EACH HIT: A SINGLE CASH
      *                  CREDIT OR DEBIT ABOVE THE CASHLIMIT
      *                  THRESHOLD (RULE L); STRUCTCOUNT OR MORE CASH
      *                  POSTINGS JUST UNDER IT - WITHIN STRUCTPCT
      *                  PERCENT - ON ONE ACCOUNT INSIDE STRUCTDAYS
      *                  DAYS, AT LEAST ONE OF THEM TODAY (RULE S);
      *                  AND QUIETAMT OR MORE OF CUSTOMER ACTIVITY
      *                  TODAY ON AN ACCOUNT WITH NONE FOR QUIETDAYS
      *                  DAYS (RULE Q).  CASH IS A TELLER DEBIT OR
      *                  CREDIT (D OR C) THE CUSTOMER MADE - NOT A
      *                  STANDING-ORDER, CLOSURE OR LOAN POSTING, NOT
      *                  A PRIOR-PERIOD ADJUSTMENT; CUSTOMER ACTIVITY
      *                  ALSO TAKES TRANSFERS OUT, AS THE DORMANCY
      *                  SCAN COUNTS IT.  THRESHOLDS ARE SYSPARM KEYS.
      *                  A HIT ALREADY ON FILE - THE SAME POSTING, A
      *                  STRUCTURING CASE ON THE ACCOUNT INSIDE THE
      *                  WINDOW, A QUIET-ACCOUNT CASE RAISED TODAY -
      *                  IS NOT RAISED AGAIN, SO A RERUN ADDS
      *                  NOTHING.  CASES ARE WORKED ON THE CASEREVIEW
      *                  SCREEN.  RUNS AS A NIGHTLY-CLOSE STEP AFTER
      *                  THE OVERDRAFT MONITOR, WHILE TRANSOUT STILL
      *                  HOLDS ONLY THE DAY'S POSTINGS; A HIT DOES NOT
      *                  STOP THE CLOSE.
      *  2026-10-15  DL  THE DAY'S ACCOUNTS ARE NO LONGER HELD IN A
      *                  500-SLOT TABLE THAT ABANDONED THE STEP: TODAY'S
      *                  TRANSOUT ACTIVITY AND THE EARLIER ARCHIVE ROWS
      *                  ARE SORTED BY ACCOUNT AND EACH ACCOUNT IS
      *                  JUDGED AT ITS CONTROL BREAK.
      *  2026-10-15  DL  CASES CLOSED MORE THAN CASEDAYS DAYS (SYSPARM,
      *                  DEFAULT 90) BEFORE THE BUSINESS DATE MOVE FROM
      *                  CASEFILE TO THE CASEHIST CASE HISTORY FILE AT
      *                  THE START OF THE STEP, STREAMED THROUGH THE
      *                  CASEWORK WORK FILE, SO CASEFILE AND THE
      *                  CASEREVIEW SCREEN CARRY ONLY THE OPEN AND
      *                  RECENTLY CLOSED CASES.  THE CUTOFF NEVER FALLS
      *                  INSIDE THE STRUCTURING WINDOW, AND THE NEXT
      *                  CASE NUMBER IS TAKEN PAST THE HIGHEST IN
      *                  CASEHIST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransOutStatus.

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseStatus.

           SELECT CASE-WORK-FILE ASSIGN TO "CASEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseWorkStatus.

           SELECT CASE-HIST-FILE ASSIGN TO "CASEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseHistStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

           SELECT ACTIVITY-SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-OUT-FILE.
           COPY TRANREC.

       FD  STMT-TRAN-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==       BY ==STMT-RECORD==
                         ==TRAN-ACCOUNT-NO==   BY ==STMT-ACCOUNT-NO==
                         ==TRAN-TYPE-CODE==    BY ==STMT-TYPE-CODE==
                         ==TRAN-AMOUNT==       BY ==STMT-AMOUNT==
                         ==TRAN-POST-DATE==    BY ==STMT-POST-DATE==
                         ==TRAN-OPERATOR-ID==  BY ==STMT-OPERATOR-ID==
                         ==TRAN-CURRENCY-CODE== BY
                             ==STMT-CURRENCY-CODE==
                         ==TRAN-ORIG-AMOUNT==  BY ==STMT-ORIG-AMOUNT==
                         ==TRAN-CONTRA-ACCT==  BY ==STMT-CONTRA-ACCT==
                         ==TRAN-ADJ-FLAG==     BY ==STMT-ADJ-FLAG==
                         ==Tran-Is-Adjustment== BY
                             ==Stmt-Is-Adjustment==
                         ==TRAN-ORIG-DATE==    BY ==STMT-ORIG-DATE==
                         ==TRAN-ADJ-REASON==   BY ==STMT-ADJ-REASON==
                         ==TRAN-POST-REF==     BY ==STMT-POST-REF==
                         ==TRAN-REV-REF==      BY ==STMT-REV-REF==
                         ==TRAN-REV-TYPE==     BY ==STMT-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Stmt-Reverses-Credit==
                         ==TRAN-ORIGIN==       BY ==STMT-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Stmt-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Stmt-From-Account-Close==
                         ==Tran-From-Loan==    BY ==Stmt-From-Loan==.

       FD  CASE-FILE.
           COPY CASEREC.

       FD  CASE-WORK-FILE.
       01  CASE-WORK-RECORD            PIC X(175).

      *  CLOSED CASES MOVED OFF CASEFILE, IN CASEREC LAYOUT.
       FD  CASE-HIST-FILE.
       01  CASE-HIST-RECORD.
           05  CASEH-NO                PIC 9(06).
           05  FILLER                  PIC X(169).

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

      *  ONE CUSTOMER-ACTIVITY POSTING, TODAY'S OR ARCHIVED, FOR THE
      *  PER-ACCOUNT RULES.  ACT-CLASS IS THE CLASSIFY-POSTING CLASS.
       SD  ACTIVITY-SORT-FILE.
       01  ACT-SORT-RECORD.
           05  ACT-ACCOUNT-NO          PIC X(10).
           05  ACT-SOURCE              PIC X(01).
               88  Act-From-Today          VALUE "T".
               88  Act-From-Archive        VALUE "A".
           05  ACT-POST-DATE           PIC X(10).
           05  ACT-CLASS               PIC X(01).
               88  Act-Is-Cash             VALUE "C".
           05  ACT-AMOUNT              PIC 9(09)V99.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       COPY SYSPARMW.

       77  TransOutStatus       PIC XX VALUE "00".
           88  Trans-Out-OK         VALUE "00".
           88  Trans-Out-EOF        VALUE "10".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  CaseStatus           PIC XX VALUE "00".
           88  Case-File-OK         VALUE "00".
           88  Case-File-EOF        VALUE "10".
       77  CaseWorkStatus       PIC XX VALUE "00".
           88  Case-Work-OK         VALUE "00".
           88  Case-Work-EOF        VALUE "10".
       77  CaseHistStatus       PIC XX VALUE "00".
           88  Case-Hist-OK         VALUE "00".
           88  Case-Hist-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  WindowStartDate      PIC X(10) VALUE SPACES.
       77  QuietCutoffDate      PIC X(10) VALUE SPACES.
       77  CaseCutoffDate       PIC X(10) VALUE SPACES.

       77  MaxRecent            PIC 9(3) VALUE 500.
       77  DayCount             PIC 9(7) VALUE 0.
       77  RecentCount          PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  NextCaseNo           PIC 9(6) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  SortEndFlag          PIC X VALUE "N".
           88  Sort-Is-Done         VALUE "Y".
       77  FirstRecordFlag      PIC X VALUE "Y".
           88  No-Account-Yet       VALUE "Y".
       77  DuplicateFlag        PIC X VALUE "N".
           88  Case-Is-Duplicate    VALUE "Y".
       77  PostingClass         PIC X VALUE SPACE.
           88  Is-Cash-Posting      VALUE "C".
           88  Is-Customer-Activity VALUE "C" "A".
       77  WorkAccountNo        PIC X(10) VALUE SPACES.
       77  WorkTypeCode         PIC X(01) VALUE SPACE.
       77  WorkAdjFlag          PIC X(01) VALUE SPACE.
       77  WorkOrigin           PIC X(01) VALUE SPACE.
       77  NearLow              PIC 9(05)V99 VALUE 0.
       77  BusDateInt           PIC 9(7) VALUE 0.
       77  DateInt              PIC 9(7) VALUE 0.
       77  DateText             PIC X(10) VALUE SPACES.
       77  DateDigits           PIC 9(8) VALUE 0.
       77  DateDigitsX          PIC X(8) VALUE SPACES.
       77  TransRead            PIC 9(7) VALUE 0.
       77  ActivityToday        PIC 9(7) VALUE 0.
       77  ArchiveRead          PIC 9(7) VALUE 0.
       77  CasesRaised          PIC 9(5) VALUE 0.
       77  LargeCount           PIC 9(5) VALUE 0.
       77  StructCount          PIC 9(5) VALUE 0.
       77  QuietCount           PIC 9(5) VALUE 0.
       77  RerunSkipped         PIC 9(5) VALUE 0.
       77  CasesKept            PIC 9(7) VALUE 0.
       77  CasesArchived        PIC 9(7) VALUE 0.
       77  HitTotal             PIC 9(09)V99 VALUE 0.
       77  PrintAmount          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  NewCase.
           05  NewCaseRule         PIC X(01).
           05  NewCaseAcct         PIC X(10).
           05  NewCaseAmount       PIC 9(09)V99.
           05  NewCasePostings     PIC 9(03).
           05  NewCasePostRef      PIC X(14).
           05  NewCaseDetail       PIC X(40).

      *  THE ACCOUNT AT THE CURRENT CONTROL BREAK OF THE SORT.
       01  DayAccount.
           05  DayAcctNo           PIC X(10).
           05  DayActivity         PIC 9(09)V99.
           05  DayPostings         PIC 9(03).
           05  DayNearCount        PIC 9(03).
           05  DayNearAmount       PIC 9(09)V99.
           05  PriorNearCount      PIC 9(03).
           05  PriorNearAmount     PIC 9(09)V99.
           05  PriorHistory        PIC X(01).
           05  LastPriorActive     PIC X(10).

       01  RecentCases.
           05  RecentEntry OCCURS 500 TIMES.
               10  RecRule         PIC X(01).
               10  RecAcct         PIC X(10).
               10  RecRaisedDate   PIC X(10).
               10  RecPostRef      PIC X(14).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "CASH MONITOR"             TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED
           PERFORM Compute-Rule-Limits
           PERFORM Archive-Closed-Cases

           MOVE "N" TO OverflowFlag
           PERFORM Load-Recent-Cases
           IF Table-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - no case raised, so a rerun"
                       " starts clean."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           OPEN EXTEND CASE-FILE
           IF NOT Case-File-OK
               CLOSE CASE-FILE
               OPEN OUTPUT CASE-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Case    Rule Account            Amount  Detail"
           PERFORM Raise-Large-Cash-Cases
           IF ActivityToday = 0
               DISPLAY "  (no customer postings on TRANSOUT today -"
                       " nothing more to monitor)"
           ELSE
               SORT ACTIVITY-SORT-FILE
                   ON ASCENDING KEY ACT-ACCOUNT-NO
                   INPUT PROCEDURE IS Release-Activity
                   OUTPUT PROCEDURE IS Judge-Day-Accounts
           END-IF
           CLOSE CASE-FILE
           IF CasesRaised = 0
               DISPLAY "  (no case raised)"
           END-IF

           PERFORM Report-Totals
           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO THE CASES CARRY THE DAY THE BATCH SUITE IS
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
           DISPLAY "Business date: " BusinessDate.

      *****************************************************************
      *  COMPUTE-RULE-LIMITS
      *  WORKS THE RULES' FIGURES OUT OF THE PARAMETERS: THE LOW END
      *  OF THE JUST-UNDER BAND, THE FIRST DAY OF THE STRUCTURING
      *  WINDOW (TODAY COUNTS AS ITS LAST DAY) AND THE DATE ON OR
      *  BEFORE WHICH A CUSTOMER'S LAST ACTIVITY LEAVES THE ACCOUNT
      *  QUIET.
      *****************************************************************
       Compute-Rule-Limits.
           COMPUTE NearLow ROUNDED =
               SPR-CASH-LIMIT * SPR-STRUCT-PCT / 100
           MOVE BusinessDate TO DateText
           PERFORM Convert-Date-To-Int
           MOVE DateInt TO BusDateInt
           COMPUTE DateInt = BusDateInt - SPR-STRUCT-DAYS + 1
           PERFORM Convert-Int-To-Date
           MOVE DateText TO WindowStartDate
           COMPUTE DateInt = BusDateInt - SPR-QUIET-DAYS
           PERFORM Convert-Int-To-Date
           MOVE DateText TO QuietCutoffDate
           MOVE SPR-CASH-LIMIT TO PrintAmount
           DISPLAY "Large cash over:      " PrintAmount
           MOVE NearLow TO PrintAmount
           DISPLAY "Structuring from:     " PrintAmount
                   ", " SPR-STRUCT-COUNT " or more since "
                   WindowStartDate
           MOVE SPR-QUIET-AMT TO PrintAmount
           DISPLAY "Quiet account today:  " PrintAmount
                   " or more, none since " QuietCutoffDate.

      *****************************************************************
      *  ARCHIVE-CLOSED-CASES
      *  STREAMS THE CASE FILE THROUGH ITS WORK FILE, MOVING EVERY
      *  CASE CLOSED BEFORE THE CUTOFF - CASEDAYS BEFORE THE BUSINESS
      *  DATE, AND NEVER INSIDE THE STRUCTURING WINDOW THE DUPLICATE
      *  CHECK LOOKS AT - TO THE CASE HISTORY FILE, SO CASEFILE AND
      *  THE CASEREVIEW SCREEN CARRY ONLY THE OPEN AND RECENTLY
      *  CLOSED CASES.  THE CASE FILE IS COPIED BACK FROM THE WORK
      *  FILE ONLY WHEN A CASE MOVED.
      *****************************************************************
       Archive-Closed-Cases.
           MOVE 0 TO CasesKept
           MOVE 0 TO CasesArchived
           COMPUTE DateInt = BusDateInt - SPR-CASE-DAYS
           PERFORM Convert-Int-To-Date
           MOVE DateText TO CaseCutoffDate
           IF CaseCutoffDate > WindowStartDate
               MOVE WindowStartDate TO CaseCutoffDate
           END-IF
           MOVE "00" TO CaseStatus
           OPEN INPUT CASE-FILE
           IF Case-File-OK
               OPEN OUTPUT CASE-WORK-FILE
               OPEN EXTEND CASE-HIST-FILE
               IF NOT Case-Hist-OK
                   CLOSE CASE-HIST-FILE
                   OPEN OUTPUT CASE-HIST-FILE
               END-IF
               PERFORM UNTIL Case-File-EOF
                   READ CASE-FILE
                       AT END
                           SET Case-File-EOF TO TRUE
                       NOT AT END
                           PERFORM Judge-Case-Row
                   END-READ
               END-PERFORM
               CLOSE CASE-HIST-FILE
               CLOSE CASE-WORK-FILE
               CLOSE CASE-FILE
               IF CasesArchived > 0
                   PERFORM Rewrite-Case-File
               END-IF
           END-IF
           DISPLAY "Closed cases to CASEHIST: closed before "
                   CaseCutoffDate " (" SPR-CASE-DAYS " days)".

      *****************************************************************
      *  JUDGE-CASE-ROW
      *  THE CASE ROW JUST READ TO THE HISTORY FILE IF IT WAS CLOSED
      *  BEFORE THE CUTOFF, TO THE WORK FILE OTHERWISE.
      *****************************************************************
       Judge-Case-Row.
           IF Case-Closed AND CASE-CLOSED-DATE < CaseCutoffDate
               MOVE CASE-RECORD TO CASE-HIST-RECORD
               WRITE CASE-HIST-RECORD
               ADD 1 TO CasesArchived
           ELSE
               MOVE CASE-RECORD TO CASE-WORK-RECORD
               WRITE CASE-WORK-RECORD
               ADD 1 TO CasesKept
           END-IF.

      *****************************************************************
      *  REWRITE-CASE-FILE
      *  COPIES THE WORK FILE BACK OVER THE CASE FILE, LESS THE
      *  CASES JUST MOVED TO HISTORY.
      *****************************************************************
       Rewrite-Case-File.
           OPEN OUTPUT CASE-FILE
           MOVE "00" TO CaseWorkStatus
           OPEN INPUT CASE-WORK-FILE
           PERFORM UNTIL Case-Work-EOF
               READ CASE-WORK-FILE
                   AT END
                       SET Case-Work-EOF TO TRUE
                   NOT AT END
                       MOVE CASE-WORK-RECORD TO CASE-RECORD
                       WRITE CASE-RECORD
               END-READ
           END-PERFORM
           CLOSE CASE-WORK-FILE
           CLOSE CASE-FILE.

      *****************************************************************
      *  LOAD-RECENT-CASES
      *  READS THE CASE FILE FOR THE NEXT CASE NUMBER, AND KEEPS THE
      *  CASES RAISED INSIDE THE STRUCTURING WINDOW - ALL A REPEAT
      *  HIT CAN COLLIDE WITH - FOR THE DUPLICATE CHECK.  THE CASE
      *  HISTORY FILE IS READ FOR THE NUMBER TOO, SO ONE MOVED OFF
      *  TO HISTORY IS NEVER GIVEN OUT AGAIN.  MORE
      *  RECENT CASES THAN THE TABLE HOLDS ABANDONS THE RUN, SINCE
      *  A MISSED ONE WOULD BE RAISED TWICE.
      *****************************************************************
       Load-Recent-Cases.
           MOVE 0 TO RecentCount
           MOVE 0 TO NextCaseNo
           OPEN INPUT CASE-FILE
           IF Case-File-OK
               PERFORM UNTIL Case-File-EOF
                   READ CASE-FILE
                       AT END
                           SET Case-File-EOF TO TRUE
                       NOT AT END
                           IF CASE-NO > NextCaseNo
                               MOVE CASE-NO TO NextCaseNo
                           END-IF
                           IF CASE-RAISED-DATE NOT < WindowStartDate
                               PERFORM Keep-Recent-Case
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           MOVE "00" TO CaseHistStatus
           OPEN INPUT CASE-HIST-FILE
           IF Case-Hist-OK
               PERFORM UNTIL Case-Hist-EOF
                   READ CASE-HIST-FILE
                       AT END
                           SET Case-Hist-EOF TO TRUE
                       NOT AT END
                           IF CASEH-NO > NextCaseNo
                               MOVE CASEH-NO TO NextCaseNo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-HIST-FILE
           END-IF
           ADD 1 TO NextCaseNo.

      *****************************************************************
      *  KEEP-RECENT-CASE
      *  THE CASE ROW JUST READ INTO THE NEXT RECENT-CASE SLOT.
      *****************************************************************
       Keep-Recent-Case.
           IF RecentCount < MaxRecent
               ADD 1 TO RecentCount
               MOVE CASE-RULE        TO RecRule(RecentCount)
               MOVE CASE-ACCOUNT-NO  TO RecAcct(RecentCount)
               MOVE CASE-RAISED-DATE TO RecRaisedDate(RecentCount)
               MOVE CASE-POST-REF    TO RecPostRef(RecentCount)
           ELSE
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "RECENT CASES EXCEED MAXRECENT - RUN "
                      "ABANDONED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               SET Table-Overflowed TO TRUE
               SET Case-File-EOF TO TRUE
           END-IF.

      *****************************************************************
      *  RELEASE-ACTIVITY
      *  SORT INPUT PROCEDURE.  RELEASES EVERY CUSTOMER-ACTIVITY
      *  POSTING ON TODAY'S TRANSOUT, THEN EVERY EARLIER ONE ON THE
      *  STATEMENT ARCHIVE, SO THE OUTPUT PROCEDURE SEES EACH
      *  ACCOUNT'S DAY AND HISTORY TOGETHER.  NO TABLE OF TODAY'S
      *  ACCOUNTS IS HELD, SO A BUSY DAY CANNOT OUTGROW ONE.
      *****************************************************************
       Release-Activity.
           MOVE "00" TO TransOutStatus
           OPEN INPUT TRANS-OUT-FILE
           IF Trans-Out-OK
               PERFORM UNTIL Trans-Out-EOF
                   READ TRANS-OUT-FILE
                       AT END
                           SET Trans-Out-EOF TO TRUE
                       NOT AT END
                           PERFORM Release-Day-Posting
                   END-READ
               END-PERFORM
               CLOSE TRANS-OUT-FILE
           END-IF
           PERFORM Scan-Statement-Archive.

      *****************************************************************
      *  RELEASE-DAY-POSTING
      *  RELEASES THE TRANSOUT ROW JUST READ WHEN IT IS CUSTOMER
      *  ACTIVITY.
      *****************************************************************
       Release-Day-Posting.
           MOVE TRAN-TYPE-CODE TO WorkTypeCode
           MOVE TRAN-ADJ-FLAG  TO WorkAdjFlag
           MOVE TRAN-ORIGIN    TO WorkOrigin
           PERFORM Classify-Posting
           IF Is-Customer-Activity
               MOVE SPACES          TO ACT-SORT-RECORD
               MOVE TRAN-ACCOUNT-NO TO ACT-ACCOUNT-NO
               SET Act-From-Today   TO TRUE
               MOVE TRAN-POST-DATE  TO ACT-POST-DATE
               MOVE PostingClass    TO ACT-CLASS
               MOVE TRAN-AMOUNT     TO ACT-AMOUNT
               RELEASE ACT-SORT-RECORD
           END-IF.

      *****************************************************************
      *  CLASSIFY-POSTING
      *  SORTS THE POSTING IN WorkTypeCode/WorkAdjFlag/WorkOrigin:
      *  "C" CASH - A TELLER DEBIT OR CREDIT; "A" OTHER CUSTOMER
      *  ACTIVITY - A TRANSFER OUT; BLANK FOR EVERYTHING THE BANK
      *  POSTED ON THE CUSTOMER'S BEHALF (STANDING-ORDER, CLOSURE AND
      *  LOAN POSTINGS, ADJUSTMENTS, ACCRUALS, INCOMING TRANSFER
      *  LEGS AND REVERSALS).
      *****************************************************************
       Classify-Posting.
           MOVE SPACE TO PostingClass
           EVALUATE WorkTypeCode
               WHEN "D"
               WHEN "d"
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO PostingClass
               WHEN "T"
               WHEN "t"
                   MOVE "A" TO PostingClass
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WorkAdjFlag = "A"
              OR WorkOrigin = "S" OR WorkOrigin = "C"
              OR WorkOrigin = "L"
               MOVE SPACE TO PostingClass
           END-IF.

      *****************************************************************
      *  SCAN-STATEMENT-ARCHIVE
      *  RELEASES THE ARCHIVE'S CUSTOMER ACTIVITY BEFORE TODAY, FOR
      *  THE LAST DAY EACH ACCOUNT WAS ACTIVE AND ITS CASH POSTINGS
      *  JUST UNDER THE THRESHOLD INSIDE THE WINDOW.  ROWS DATED
      *  TODAY ARE LEFT TO TRANSOUT SO NONE COUNTS TWICE.  WITH NO
      *  ARCHIVE BOTH RULES SEE TODAY ONLY.
      *****************************************************************
       Scan-Statement-Archive.
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO ArchiveRead
                           IF STMT-POST-DATE < BusinessDate
                               PERFORM Release-Archived-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           ELSE
               DISPLAY "No STMTTRAN archive on hand - the window"
                       " and quiet rules see today only."
           END-IF.

      *****************************************************************
      *  RELEASE-ARCHIVED-POSTING
      *  RELEASES THE ARCHIVED POSTING JUST READ WHEN IT IS CUSTOMER
      *  ACTIVITY.
      *****************************************************************
       Release-Archived-Posting.
           MOVE STMT-TYPE-CODE TO WorkTypeCode
           MOVE STMT-ADJ-FLAG  TO WorkAdjFlag
           MOVE STMT-ORIGIN    TO WorkOrigin
           PERFORM Classify-Posting
           IF Is-Customer-Activity
               MOVE SPACES          TO ACT-SORT-RECORD
               MOVE STMT-ACCOUNT-NO TO ACT-ACCOUNT-NO
               SET Act-From-Archive TO TRUE
               MOVE STMT-POST-DATE  TO ACT-POST-DATE
               MOVE PostingClass    TO ACT-CLASS
               MOVE STMT-AMOUNT     TO ACT-AMOUNT
               RELEASE ACT-SORT-RECORD
           END-IF.

      *****************************************************************
      *  JUDGE-DAY-ACCOUNTS
      *  SORT OUTPUT PROCEDURE.  FOLDS EACH ACCOUNT'S POSTINGS AND,
      *  AT THE ACCOUNT BREAK, JUDGES AN ACCOUNT ACTIVE TODAY
      *  AGAINST THE STRUCTURING AND QUIET-ACCOUNT RULES.
      *****************************************************************
       Judge-Day-Accounts.
           MOVE "N" TO SortEndFlag
           MOVE "Y" TO FirstRecordFlag
           PERFORM UNTIL Sort-Is-Done
               RETURN ACTIVITY-SORT-FILE
                   AT END
                       SET Sort-Is-Done TO TRUE
                   NOT AT END
                       IF No-Account-Yet
                          OR ACT-ACCOUNT-NO NOT = DayAcctNo
                           IF NOT No-Account-Yet
                               PERFORM Judge-Day-Account
                           END-IF
                           PERFORM Clear-Day-Account
                           MOVE "N" TO FirstRecordFlag
                       END-IF
                       PERFORM Fold-Sorted-Posting
               END-RETURN
           END-PERFORM
           IF NOT No-Account-Yet
               PERFORM Judge-Day-Account
           END-IF.

      *****************************************************************
      *  CLEAR-DAY-ACCOUNT
      *  STARTS THE FIGURES FOR THE ACCOUNT JUST RETURNED.
      *****************************************************************
       Clear-Day-Account.
           MOVE ACT-ACCOUNT-NO TO DayAcctNo
           MOVE 0 TO DayActivity
           MOVE 0 TO DayPostings
           MOVE 0 TO DayNearCount
           MOVE 0 TO DayNearAmount
           MOVE 0 TO PriorNearCount
           MOVE 0 TO PriorNearAmount
           MOVE "N" TO PriorHistory
           MOVE SPACES TO LastPriorActive.

      *****************************************************************
      *  FOLD-SORTED-POSTING
      *  ADDS THE POSTING JUST RETURNED TO THE ACCOUNT'S FIGURES:
      *  TODAY'S ACTIVITY AND NEAR-LIMIT CASH, OR THE LAST DAY ACTIVE
      *  BEFORE TODAY AND THE WINDOW'S EARLIER NEAR-LIMIT CASH.
      *****************************************************************
       Fold-Sorted-Posting.
           IF Act-From-Today
               ADD ACT-AMOUNT TO DayActivity
               ADD 1 TO DayPostings
               IF Act-Is-Cash
                  AND ACT-AMOUNT NOT < NearLow
                  AND ACT-AMOUNT NOT > SPR-CASH-LIMIT
                   ADD 1 TO DayNearCount
                   ADD ACT-AMOUNT TO DayNearAmount
               END-IF
           ELSE
               MOVE "Y" TO PriorHistory
               IF ACT-POST-DATE > LastPriorActive
                   MOVE ACT-POST-DATE TO LastPriorActive
               END-IF
               IF Act-Is-Cash
                  AND ACT-POST-DATE NOT < WindowStartDate
                  AND ACT-AMOUNT NOT < NearLow
                  AND ACT-AMOUNT NOT > SPR-CASH-LIMIT
                   ADD 1 TO PriorNearCount
                   ADD ACT-AMOUNT TO PriorNearAmount
               END-IF
           END-IF.

      *****************************************************************
      *  JUDGE-DAY-ACCOUNT
      *  AN ACCOUNT WITH CUSTOMER ACTIVITY TODAY IS JUDGED; ONE WITH
      *  ONLY ARCHIVED ACTIVITY IS NOT.
      *****************************************************************
       Judge-Day-Account.
           IF DayPostings > 0
               ADD 1 TO DayCount
               PERFORM Judge-Structuring
               PERFORM Judge-Quiet-Account
           END-IF.

      *****************************************************************
      *  RAISE-LARGE-CASH-CASES
      *  READS TRANSOUT AND RAISES A RULE-L CASE FOR EVERY CASH
      *  POSTING ABOVE THE THRESHOLD NOT ALREADY ON FILE, COUNTING
      *  THE DAY'S CUSTOMER ACTIVITY AS IT GOES.
      *****************************************************************
       Raise-Large-Cash-Cases.
           MOVE "00" TO TransOutStatus
           OPEN INPUT TRANS-OUT-FILE
           IF Trans-Out-OK
               PERFORM UNTIL Trans-Out-EOF
                   READ TRANS-OUT-FILE
                       AT END
                           SET Trans-Out-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TransRead
                           MOVE TRAN-TYPE-CODE TO WorkTypeCode
                           MOVE TRAN-ADJ-FLAG  TO WorkAdjFlag
                           MOVE TRAN-ORIGIN    TO WorkOrigin
                           PERFORM Classify-Posting
                           IF Is-Customer-Activity
                               ADD 1 TO ActivityToday
                           END-IF
                           IF Is-Cash-Posting
                              AND TRAN-AMOUNT > SPR-CASH-LIMIT
                               PERFORM Judge-Large-Cash
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-OUT-FILE
           ELSE
               DISPLAY "No TRANSOUT on hand - no postings today."
           END-IF.

      *****************************************************************
      *  JUDGE-LARGE-CASH
      *  RAISES THE RULE-L CASE FOR THE TRANSOUT ROW JUST READ.
      *****************************************************************
       Judge-Large-Cash.
           MOVE "L"             TO NewCaseRule
           MOVE TRAN-ACCOUNT-NO TO NewCaseAcct
           MOVE TRAN-AMOUNT     TO NewCaseAmount
           MOVE 1               TO NewCasePostings
           MOVE TRAN-POST-REF   TO NewCasePostRef
           IF WorkTypeCode = "C" OR WorkTypeCode = "c"
               MOVE "CASH CREDIT ABOVE THE REPORTING LIMIT"
                   TO NewCaseDetail
           ELSE
               MOVE "CASH DEBIT ABOVE THE REPORTING LIMIT"
                   TO NewCaseDetail
           END-IF
           PERFORM Raise-Case.

      *****************************************************************
      *  JUDGE-STRUCTURING
      *  THE ACCOUNT AT THE BREAK IS A STRUCTURING HIT WHEN IT HAS A
      *  CASH POSTING JUST UNDER THE THRESHOLD TODAY AND, WITH THE
      *  WINDOW'S EARLIER ONES, STRUCTCOUNT OR MORE OF THEM.
      *****************************************************************
       Judge-Structuring.
           IF DayNearCount > 0
              AND DayNearCount + PriorNearCount
                  NOT < SPR-STRUCT-COUNT
               MOVE "S"                TO NewCaseRule
               MOVE DayAcctNo          TO NewCaseAcct
               COMPUTE NewCaseAmount =
                   DayNearAmount + PriorNearAmount
               COMPUTE NewCasePostings =
                   DayNearCount + PriorNearCount
               MOVE SPACES             TO NewCasePostRef
               MOVE SPACES             TO NewCaseDetail
               STRING "NEAR-LIMIT CASH SINCE "
                      WindowStartDate
                      DELIMITED BY SIZE INTO NewCaseDetail
               PERFORM Raise-Case
           END-IF.

      *****************************************************************
      *  JUDGE-QUIET-ACCOUNT
      *  THE ACCOUNT AT THE BREAK IS A QUIET-ACCOUNT HIT WHEN THE
      *  ARCHIVE SHOWS CUSTOMER ACTIVITY ON IT, NONE SINCE THE QUIET
      *  CUTOFF, AND TODAY'S ACTIVITY REACHES QUIETAMT.  AN ACCOUNT
      *  WITH NO ARCHIVED ACTIVITY AT ALL IS NEW, NOT QUIET.
      *****************************************************************
       Judge-Quiet-Account.
           IF PriorHistory = "Y"
              AND LastPriorActive NOT > QuietCutoffDate
              AND DayActivity NOT < SPR-QUIET-AMT
               MOVE "Q"                TO NewCaseRule
               MOVE DayAcctNo          TO NewCaseAcct
               MOVE DayActivity        TO NewCaseAmount
               MOVE DayPostings        TO NewCasePostings
               MOVE SPACES             TO NewCasePostRef
               MOVE SPACES             TO NewCaseDetail
               STRING "ACTIVE AGAIN - QUIET SINCE "
                      LastPriorActive
                      DELIMITED BY SIZE INTO NewCaseDetail
               PERFORM Raise-Case
           END-IF.

      *****************************************************************
      *  RAISE-CASE
      *  WRITES THE HIT IN NewCase AS AN OPEN CASE UNDER THE NEXT
      *  CASE NUMBER, UNLESS IT IS ALREADY ON FILE.
      *****************************************************************
       Raise-Case.
           PERFORM Check-Duplicate-Case
           IF Case-Is-Duplicate
               ADD 1 TO RerunSkipped
           ELSE
               MOVE SPACES          TO CASE-RECORD
               MOVE NextCaseNo      TO CASE-NO
               MOVE NewCaseRule     TO CASE-RULE
               MOVE NewCaseAcct     TO CASE-ACCOUNT-NO
               MOVE BusinessDate    TO CASE-RAISED-DATE
               MOVE NewCaseAmount   TO CASE-AMOUNT
               MOVE NewCasePostings TO CASE-POSTINGS
               MOVE NewCasePostRef  TO CASE-POST-REF
               MOVE NewCaseDetail   TO CASE-DETAIL
               MOVE "O"             TO CASE-STATUS
               WRITE CASE-RECORD
               ADD 1 TO NextCaseNo
               ADD 1 TO CasesRaised
               ADD NewCaseAmount TO HitTotal
               EVALUATE NewCaseRule
                   WHEN "L"
                       ADD 1 TO LargeCount
                   WHEN "S"
                       ADD 1 TO StructCount
                   WHEN OTHER
                       ADD 1 TO QuietCount
               END-EVALUATE
               MOVE NewCaseAmount TO PrintAmount
               DISPLAY CASE-NO "  " NewCaseRule "   " NewCaseAcct
                       PrintAmount "  " NewCaseDetail
           END-IF.

      *****************************************************************
      *  CHECK-DUPLICATE-CASE
      *  A LARGE-CASH HIT IS ON FILE WHEN A RULE-L CASE NAMES THE
      *  SAME POSTING; A STRUCTURING HIT WHEN A RULE-S CASE ON THE
      *  ACCOUNT WAS RAISED INSIDE THE WINDOW; A QUIET-ACCOUNT HIT
      *  WHEN A RULE-Q CASE ON THE ACCOUNT WAS RAISED TODAY.
      *****************************************************************
       Check-Duplicate-Case.
           MOVE "N" TO DuplicateFlag
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > RecentCount OR Case-Is-Duplicate
               IF RecRule(K) = NewCaseRule
                   EVALUATE NewCaseRule
                       WHEN "L"
                           IF RecPostRef(K) = NewCasePostRef
                               MOVE "Y" TO DuplicateFlag
                           END-IF
                       WHEN "S"
                           IF RecAcct(K) = NewCaseAcct
                               MOVE "Y" TO DuplicateFlag
                           END-IF
                       WHEN OTHER
                           IF RecAcct(K) = NewCaseAcct
                              AND RecRaisedDate(K) = BusinessDate
                               MOVE "Y" TO DuplicateFlag
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-TOTALS
      *  PRINTS THE RUN'S COUNTS.
      *****************************************************************
       Report-Totals.
           DISPLAY " "
           DISPLAY "Postings read today:      " TransRead
           DISPLAY "Archived postings read:   " ArchiveRead
           DISPLAY "Accounts active today:    " DayCount
           DISPLAY "Cases raised:             " CasesRaised
           DISPLAY "  large cash:             " LargeCount
           DISPLAY "  structuring:            " StructCount
           DISPLAY "  quiet account:          " QuietCount
           DISPLAY "Hits already on file:     " RerunSkipped
           DISPLAY "Closed cases to CASEHIST: " CasesArchived
                   "  (" CasesKept " left on CASEFILE)".

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  POSTINGS READ, CASES RAISED AND THEIR AMOUNT.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "CASHMONITOR" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE TransRead TO JRN-RECS-IN
           MOVE CasesRaised TO JRN-RECS-OUT
           MOVE 0 TO JRN-RECS-REJECT
           MOVE HitTotal TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.

      *****************************************************************
      *  CONVERT-DATE-TO-INT
      *  TURNS THE YYYY-MM-DD DATE IN DateText INTO A DAY NUMBER IN
      *  DateInt.
      *****************************************************************
       Convert-Date-To-Int.
           MOVE SPACES TO DateDigitsX
           STRING DateText(1:4) DateText(6:2) DateText(9:2)
               DELIMITED BY SIZE INTO DateDigitsX
           MOVE DateDigitsX TO DateDigits
           MOVE FUNCTION INTEGER-OF-DATE(DateDigits) TO DateInt.

      *****************************************************************
      *  CONVERT-INT-TO-DATE
      *  TURNS THE DAY NUMBER IN DateInt BACK INTO A YYYY-MM-DD DATE
      *  IN DateText.
      *****************************************************************
       Convert-Int-To-Date.
           MOVE FUNCTION DATE-OF-INTEGER(DateInt) TO DateDigits
           MOVE DateDigits TO DateDigitsX
           MOVE SPACES TO DateText
           STRING DateDigitsX(1:4) "-" DateDigitsX(5:2) "-"
                  DateDigitsX(7:2)
               DELIMITED BY SIZE INTO DateText.
