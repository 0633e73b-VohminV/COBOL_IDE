       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountClose.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  ACCOUNT CLOSURE WITH FINAL
      *                  SETTLEMENT.  UNTIL NOW AN ACCOUNT WAS CLOSED
      *                  BY SETTING "C" IN ACCOUNT MAINTENANCE, WHICH
      *                  STOPPED ITS POSTINGS BUT LEFT THE BALANCE,
      *                  THE OVERDRAFT LIMIT AND THE STANDING ORDERS
      *                  BEHIND.  CLOSURE IS NOW TWO STAGES.  [S]
      *                  SETTLE WORKS OUT THE LEDGER BALANCE (THE
      *                  STMTOPEN OPENING PLUS EVERY LATER POSTING ON
      *                  THE STMTTRAN ARCHIVE), QUEUES A FINAL DAY'S
      *                  INTEREST OR FEE AT THE SYSPARM BAND RATE AND
      *                  TRANSFERS FOR WHAT IS LEFT TO A NOMINATED
      *                  PAYOUT ACCOUNT ON BANKREPOST (ORIGIN "C", SO
      *                  THEY POST AT THE NEXT NIGHTLY CLOSE), CANCELS
      *                  THE ACCOUNT'S STANDING ORDERS, ZEROES ITS
      *                  OVERDRAFT LIMIT AND MARKS IT CLOSING ("P"),
      *                  WHICH REFUSES EVERY OTHER POSTING.  [C]
      *                  COMPLETE, ONCE THE SETTLEMENT HAS POSTED AND
      *                  BEEN ARCHIVED, RECOMPUTES THE LEDGER AND
      *                  MARKS THE ACCOUNT CLOSED ("C") ONLY IF IT IS
      *                  AT ZERO, THEN PRINTS THE CUSTOMER'S CLOSING
      *                  STATEMENT TO CLOSSTMT.  A RESIDUAL LEFT BY A
      *                  SETTLEMENT POSTING THAT FAILED IS SWEPT BY
      *                  RUNNING [S] AGAIN.  EVERY STEP IS AUDITED
      *                  THROUGH AUDITWRITE AND THE REQUEST IS KEPT ON
      *                  ACCTCLOS.  THE TABLE FILES ARE REWRITTEN IN
      *                  FULL AS EACH STEP COMPLETES, SO ONE TOO BIG
      *                  FOR ITS TABLE IS REFUSED WHOLE.  SUPERVISOR-
      *                  ONLY, GATED AT THE MENU.
      *  2026-10-14  DL  A LOAN ACCOUNT ON LOANMAST, OR THE REPAYMENT
      *                  ACCOUNT OF A LOAN STILL ACTIVE, IS REFUSED AT
      *                  SETTLEMENT - THE LOAN MUST RUN OFF OR HAVE
      *                  ITS REPAYMENT ACCOUNT CHANGED FIRST.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.
      *  2026-10-15  DL  ACCTMAST IS OPENED FOR UPDATE FOR THE SESSION
      *                  AND READ BY KEY: THE CLOSING ACCOUNT IS
      *                  REWRITTEN IN PLACE WHEN IT GOES CLOSING OR
      *                  CLOSED, SO THE ACCOUNT TABLE, ITS CEILING AND
      *                  THE FULL REWRITE OF THE MASTER ARE GONE.  A
      *                  REWRITE THE FILE REFUSES IS REPORTED, RC 8.
      *                  ACCTMAST, STORDERS, ACCTLIMS AND BANKREPOST ARE
      *                  TAKEN ON THE LOCK REGISTRY FOR THE SESSION, ALL
      *                  OR NONE, AND THE SCREEN REFUSES TO OPEN WHEN
      *                  ANOTHER SESSION OR THE NIGHTLY CLOSE HOLDS ANY
      *                  OF THEM.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctLimitStatus.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StOrdStatus.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanMastStatus.

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

           SELECT STMT-OPEN-FILE ASSIGN TO "STMTOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtOpenStatus.

           SELECT REPOST-FILE ASSIGN TO "BANKREPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepostStatus.

           SELECT ACCT-CLOSE-FILE ASSIGN TO "ACCTCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctClosStatus.

           SELECT CLOSE-STMT-FILE ASSIGN TO "CLOSSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClosStmtStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  ACCOUNT-LIMIT-FILE.
           COPY ACCTLIM.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  STMT-TRAN-FILE.
           COPY TRANREC.

       FD  STMT-OPEN-FILE.
           COPY BALREC.

       FD  REPOST-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==     BY ==REPO-RECORD==
                         ==TRAN-ACCOUNT-NO== BY ==REPO-ACCOUNT-NO==
                         ==TRAN-TYPE-CODE==  BY ==REPO-TYPE-CODE==
                         ==TRAN-AMOUNT==     BY ==REPO-AMOUNT==
                         ==TRAN-POST-DATE==  BY ==REPO-POST-DATE==
                         ==TRAN-OPERATOR-ID== BY
                             ==REPO-OPERATOR-ID==
                         ==TRAN-CURRENCY-CODE== BY
                             ==REPO-CURRENCY-CODE==
                         ==TRAN-ORIG-AMOUNT== BY
                             ==REPO-ORIG-AMOUNT==
                         ==TRAN-CONTRA-ACCT== BY
                             ==REPO-CONTRA-ACCT==
                         ==TRAN-ADJ-FLAG==   BY ==REPO-ADJ-FLAG==
                         ==Tran-Is-Adjustment== BY
                             ==Repo-Is-Adjustment==
                         ==TRAN-ORIG-DATE==  BY ==REPO-ORIG-DATE==
                         ==TRAN-ADJ-REASON== BY
                             ==REPO-ADJ-REASON==
                         ==TRAN-POST-REF==   BY ==REPO-POST-REF==
                         ==TRAN-REV-REF==    BY ==REPO-REV-REF==
                         ==TRAN-REV-TYPE==   BY ==REPO-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Repo-Reverses-Credit==
                         ==TRAN-ORIGIN==     BY ==REPO-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Repo-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Repo-From-Account-Close==
                         ==Tran-From-Loan== BY
                             ==Repo-From-Loan==.

       FD  ACCT-CLOSE-FILE.
           COPY ACCTCLS.

       FD  CLOSE-STMT-FILE.
       01  CLOSE-STMT-RECORD           PIC X(80).

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

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
       77  AcctLimitStatus      PIC XX VALUE "00".
           88  Acct-Limit-OK        VALUE "00".
           88  Acct-Limit-EOF       VALUE "10".
       77  StOrdStatus          PIC XX VALUE "00".
           88  St-Ord-OK            VALUE "00".
           88  St-Ord-EOF           VALUE "10".
       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  StmtOpenStatus       PIC XX VALUE "00".
           88  Stmt-Open-OK         VALUE "00".
           88  Stmt-Open-EOF        VALUE "10".
       77  RepostStatus         PIC XX VALUE "00".
           88  Repost-OK            VALUE "00".
           88  Repost-EOF           VALUE "10".
       77  AcctClosStatus       PIC XX VALUE "00".
           88  Acct-Clos-OK         VALUE "00".
           88  Acct-Clos-EOF        VALUE "10".
       77  ClosStmtStatus       PIC XX VALUE "00".
           88  Clos-Stmt-OK         VALUE "00".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  LockRefusalText      PIC X(70) VALUE SPACES.
       77  CloseLockCount       PIC 9 VALUE 4.
       77  LockIdx              PIC 9 VALUE 0.
       77  LocksTaken           PIC 9 VALUE 0.

       77  MaxLimits            PIC 9(3) VALUE 500.
       77  MaxOrders            PIC 9(3) VALUE 200.
       77  MaxCloses            PIC 9(3) VALUE 500.
       77  LimitCount           PIC 9(3) VALUE 0.
       77  OrderCount           PIC 9(3) VALUE 0.
       77  CloseCount           PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  J                    PIC 9(3) VALUE 0.
       77  LimitIdx             PIC 9(3) VALUE 0.
       77  CloseIdx             PIC 9(3) VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  ConfirmReply         PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Close-Done           VALUE "N".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  MastOpenFlag         PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  AcctFoundFlag        PIC X VALUE "N".
           88  Account-On-File      VALUE "Y".
       77  PayoutFoundFlag      PIC X VALUE "N".
           88  Payout-On-File       VALUE "Y".
       77  PayoutStatus         PIC X VALUE SPACE.
       77  MastWriteFlag        PIC X VALUE "Y".
           88  Master-Write-OK      VALUE "Y".
       77  LoanTie              PIC X VALUE SPACE.
           88  Is-Loan-Account      VALUE "L".
           88  Is-Loan-Repayment    VALUE "R".
       77  TiedLoanAcct         PIC X(10) VALUE SPACES.
       77  BandFound            PIC X VALUE "N".
           88  Band-Is-Found        VALUE "Y".
       77  WorkAccountNo        PIC X(10) VALUE SPACES.
       77  PayoutAccountNo      PIC X(10) VALUE SPACES.
       77  SweepFromAcct        PIC X(10) VALUE SPACES.
       77  SweepToAcct          PIC X(10) VALUE SPACES.

       77  OpeningBalance       PIC S9(09)V99 VALUE 0.
       77  OpeningDate          PIC X(10) VALUE SPACES.
       77  LedgerBalance        PIC S9(09)V99 VALUE 0.
       77  LedgerPostings       PIC 9(5) VALUE 0.
       77  SignedAmount         PIC S9(09)V99 VALUE 0.
       77  RunningBalance       PIC S9(09)V99 VALUE 0.
       77  WorkMagnitude        PIC 9(09)V99 VALUE 0.
       77  WorkRate             PIC 9V9(4) VALUE 0.
       77  BestBandLow          PIC 9(09) VALUE 0.
       77  AccrualWork          PIC 9(09)V99 VALUE 0.
       77  AccrualType          PIC X VALUE SPACE.
       77  AccrualAmount        PIC 9(05)V99 VALUE 0.
       77  PostTypeCode         PIC X VALUE SPACE.
       77  SettledBalance       PIC S9(09)V99 VALUE 0.
       77  SweepLeft            PIC 9(09)V99 VALUE 0.
       77  ChunkAmount          PIC 9(05)V99 VALUE 0.
       77  MaxPostAmount        PIC 9(05)V99 VALUE 99999.99.
       77  QueuedRows           PIC 9(3) VALUE 0.
       77  PendingRows          PIC 9(3) VALUE 0.
       77  CancelledOrders      PIC 9(3) VALUE 0.
       77  OldLimit             PIC 9(07)V99 VALUE 0.

       77  PrintAmount          PIC ZZZZ9.99.
       77  PrintBalance         PIC -(8)9.99.
       77  PrintLine            PIC X(80).
       77  TypeLabel            PIC X(12).

      *  THE FILES THE SCREEN TAKES ON THE LOCK REGISTRY, IN THE
      *  ORDER THEY ARE TAKEN.  CloseLockCount MUST MATCH.
       01  CloseLockFiles.
           05  FILLER               PIC X(10) VALUE "ACCTMAST".
           05  FILLER               PIC X(10) VALUE "STORDERS".
           05  FILLER               PIC X(10) VALUE "ACCTLIMS".
           05  FILLER               PIC X(10) VALUE "BANKREPOST".
       01  CloseLockTable REDEFINES CloseLockFiles.
           05  CloseLockFile OCCURS 4 TIMES PIC X(10).

       01  LimitTable.
           05  LimitEntry OCCURS 500 TIMES.
               10  LimitAccountNo  PIC X(10).
               10  LimitAmount     PIC 9(07)V99.

       01  OrderTable.
           05  OrderEntry OCCURS 200 TIMES.
               10  OrdAccountNo    PIC X(10).
               10  OrdTypeCode     PIC X(01).
               10  OrdAmount       PIC 9(05)V99.
               10  OrdFrequency    PIC X(01).
               10  OrdNextDue      PIC X(10).
               10  OrdDescription  PIC X(20).

       01  CloseTable.
           05  CloseEntry OCCURS 500 TIMES.
               10  ClsAccountNo        PIC X(10).
               10  ClsPayoutAcct       PIC X(10).
               10  ClsReqDate          PIC X(10).
               10  ClsStatus           PIC X(01).
               10  ClsLedgerBal        PIC S9(09)V99.
               10  ClsAccrualType      PIC X(01).
               10  ClsAccrual          PIC 9(05)V99.
               10  ClsSweep            PIC S9(09)V99.
               10  ClsOrdersCancelled  PIC 9(03).
               10  ClsOldLimit         PIC 9(07)V99.
               10  ClsClosedDate       PIC X(10).
               10  ClsOperatorId       PIC X(08).

       01  AcctWorkImage.
           05  AcctImageAcct       PIC X(10).
           05  AcctImageName       PIC X(25).
           05  AcctImageBranch     PIC X(04).
           05  AcctImageStatus     PIC X(01).

       01  OrderWorkImage.
           05  OrderImageAcct      PIC X(10).
           05  OrderImageType      PIC X(01).
           05  OrderImageAmount    PIC 9(05)V99.
           05  OrderImageFreq      PIC X(01).
           05  OrderImageDue       PIC X(10).
           05  OrderImageDesc      PIC X(20).

       01  LimitWorkImage.
           05  LimitImageAcct      PIC X(10).
           05  LimitImageAmount    PIC 9(07)V99.

       01  CloseWorkImage.
           05  CloseImageAcct      PIC X(10).
           05  CloseImagePayout    PIC X(10).
           05  CloseImageReqDate   PIC X(10).
           05  CloseImageStatus    PIC X(01).
           05  CloseImageLedger    PIC S9(09)V99.
           05  CloseImageAccType   PIC X(01).
           05  CloseImageAccrual   PIC 9(05)V99.
           05  CloseImageSweep     PIC S9(09)V99.
           05  CloseImageOrders    PIC 9(03).
           05  CloseImageOldLimit  PIC 9(07)V99.

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "ACCOUNT CLOSURE"          TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           MOVE 0 TO RETURN-CODE
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           PERFORM Load-Business-Date
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Account closure not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           MOVE "N" TO OverflowFlag
           PERFORM Open-Account-Master
           PERFORM Load-Limits
           PERFORM Load-Orders
           PERFORM Load-Close-Requests
           IF Table-Overflowed
               DISPLAY "A file holds more rows than this screen can"
                       " carry - nothing changed, so no row can be"
                       " lost.  Split the file before closing"
                       " accounts."
               MOVE 8 TO RETURN-CODE
               IF Master-Is-Open
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
               PERFORM Release-File-Locks
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF NOT Master-Is-Open
               DISPLAY "No account master on file - nothing can be"
                       " closed."
               PERFORM Release-File-Locks
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           MOVE "Y" TO LoopFlag
           PERFORM UNTIL Close-Done
               DISPLAY " "
               DISPLAY "[S] Settle an account for closure"
               DISPLAY "[C] Complete a settled closure"
               DISPLAY "[L] List closure requests"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "S"
                       PERFORM Settle-Account
                   WHEN "C"
                       PERFORM Complete-Closure
                   WHEN "L"
                       PERFORM List-Close-Requests
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNT-MASTER-FILE
           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE.  THE SETTLEMENT POSTINGS, THE AUDIT ROWS AND
      *  THE CLOSURE REQUEST ARE ALL STAMPED WITH IT.
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
           END-IF.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER FOR UPDATE FOR THE WHOLE
      *  SESSION.  EACH ACCOUNT IS READ BY KEY AS IT IS NEEDED AND A
      *  CHANGED ONE IS REWRITTEN IN PLACE, SO THE SCREEN HOLDS NO
      *  COPY OF THE FILE.  NO FILE AT ALL LEAVES Master-Is-Open OFF.
      *****************************************************************
       Open-Account-Master.
           MOVE "N" TO MastOpenFlag
           OPEN I-O ACCOUNT-MASTER-FILE
           IF Acct-Mast-OK
               SET Master-Is-Open TO TRUE
           ELSE
               IF NOT Acct-Mast-Missing
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "UNABLE TO OPEN ACCTMAST - STATUS "
                          AcctMastStatus "."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-LIMITS
      *  READS THE OVERDRAFT-LIMIT FILE, IF PRESENT, INTO ITS TABLE
      *  SO THE CLOSING ACCOUNT'S LIMIT CAN BE ZEROED AND THE FILE
      *  REWRITTEN.  OVERFLOW REFUSES THE SCREEN AS FOR THE MASTER.
      *****************************************************************
       Load-Limits.
           MOVE 0 TO LimitCount
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF Acct-Limit-OK
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
                               STRING "OVERDRAFT LIMITS EXCEED "
                                      "MAXLIMITS."
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
      *  LOAD-ORDERS
      *  READS THE STANDING-ORDERS FILE, IF PRESENT, INTO ITS TABLE
      *  SO THE CLOSING ACCOUNT'S INSTRUCTIONS CAN BE CANCELLED.
      *****************************************************************
       Load-Orders.
           MOVE 0 TO OrderCount
           OPEN INPUT STANDING-ORDER-FILE
           IF St-Ord-OK
               PERFORM UNTIL St-Ord-EOF
                   READ STANDING-ORDER-FILE
                       AT END
                           SET St-Ord-EOF TO TRUE
                       NOT AT END
                           IF OrderCount < MaxOrders
                               ADD 1 TO OrderCount
                               MOVE STANDING-ORDER-RECORD
                                   TO OrderEntry(OrderCount)
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "STANDING ORDERS EXCEED "
                                      "MAXORDERS."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET St-Ord-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

      *****************************************************************
      *  LOAD-CLOSE-REQUESTS
      *  READS THE CLOSURE REQUEST FILE, IF PRESENT.  NO FILE JUST
      *  MEANS NO ACCOUNT HAS BEEN SETTLED YET.
      *****************************************************************
       Load-Close-Requests.
           MOVE 0 TO CloseCount
           OPEN INPUT ACCT-CLOSE-FILE
           IF Acct-Clos-OK
               PERFORM UNTIL Acct-Clos-EOF
                   READ ACCT-CLOSE-FILE
                       AT END
                           SET Acct-Clos-EOF TO TRUE
                       NOT AT END
                           IF CloseCount < MaxCloses
                               ADD 1 TO CloseCount
                               MOVE ACCT-CLOSE-RECORD
                                   TO CloseEntry(CloseCount)
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "CLOSURE REQUESTS EXCEED "
                                      "MAXCLOSES."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Acct-Clos-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-CLOSE-FILE
           END-IF.

      *****************************************************************
      *  LIST-CLOSE-REQUESTS
      *  SHOWS EVERY CLOSURE REQUEST: PENDING ONES AWAIT THE NIGHTLY
      *  CLOSE AND [C], COMPLETE ONES CARRY THE DATE CLOSED.
      *****************************************************************
       List-Close-Requests.
           DISPLAY " "
           DISPLAY "Account     Payout      Requested   St"
                   "     Ledger bal  Closed"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CloseCount
               MOVE ClsLedgerBal(K) TO PrintBalance
               DISPLAY ClsAccountNo(K) "  " ClsPayoutAcct(K)
                       "  " ClsReqDate(K) "  " ClsStatus(K)
                       "  " PrintBalance "  " ClsClosedDate(K)
           END-PERFORM
           DISPLAY "Closure requests on file: " CloseCount.

      *****************************************************************
      *  FIND-ACCOUNT
      *  READS THE MASTER RECORD FOR WorkAccountNo BY KEY.  SETS
      *  Account-On-File AND LEAVES THE RECORD IN ACCT-MAST-RECORD,
      *  READY TO BE CHANGED AND REWRITTEN.
      *****************************************************************
       Find-Account.
           MOVE "N" TO AcctFoundFlag
           MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
           READ ACCOUNT-MASTER-FILE
               KEY IS ACCT-MAST-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Account-On-File TO TRUE
           END-READ.

      *****************************************************************
      *  FIND-PAYOUT-ACCOUNT
      *  READS PayoutAccountNo BY KEY FOR ITS STATUS, SETTING
      *  Payout-On-File AND PayoutStatus, THEN READS WorkAccountNo
      *  AGAIN SO THE CLOSING ACCOUNT IS BACK IN ACCT-MAST-RECORD.
      *****************************************************************
       Find-Payout-Account.
           MOVE "N" TO PayoutFoundFlag
           MOVE SPACE TO PayoutStatus
           MOVE PayoutAccountNo TO ACCT-MAST-ACCOUNT-NO
           READ ACCOUNT-MASTER-FILE
               KEY IS ACCT-MAST-ACCOUNT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Payout-On-File TO TRUE
                   MOVE ACCT-MAST-STATUS TO PayoutStatus
           END-READ
           PERFORM Find-Account.

      *****************************************************************
      *  REWRITE-ACCOUNT
      *  PUTS THE CHANGED RECORD IN ACCT-MAST-RECORD BACK IN PLACE.
      *  Master-Write-OK IS OFF IF THE FILE REFUSES IT, WHICH IS
      *  REPORTED WITH ITS FILE STATUS AND ENDS THE SESSION RC 8.
      *****************************************************************
       Rewrite-Account.
           SET Master-Write-OK TO TRUE
           REWRITE ACCT-MAST-RECORD
               INVALID KEY
                   MOVE "N" TO MastWriteFlag
           END-REWRITE
           IF NOT Acct-Mast-OK
               MOVE "N" TO MastWriteFlag
           END-IF
           IF NOT Master-Write-OK
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "ACCTMAST WRITE REFUSED FOR " WorkAccountNo
                      " - STATUS " AcctMastStatus
                      " - NOT CHANGED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  FIND-CLOSE-REQUEST
      *  LOCATES THE PENDING CLOSURE REQUEST FOR WorkAccountNo.
      *  RESULT IN CloseIdx, ZERO WHEN THERE IS NONE.
      *****************************************************************
       Find-Close-Request.
           MOVE 0 TO CloseIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CloseCount
               IF ClsAccountNo(K) = WorkAccountNo
                  AND ClsStatus(K) = "P"
                   MOVE K TO CloseIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  SETTLE-ACCOUNT
      *  FIRST STAGE OF A CLOSURE.  AN OPEN OR DORMANT ACCOUNT IS
      *  SETTLED TO AN OPEN PAYOUT ACCOUNT: THE LEDGER BALANCE AND
      *  THE FINAL ACCRUAL ARE SHOWN AND, ON CONFIRMATION, APPLY-
      *  SETTLEMENT DOES THE WORK.  AN ACCOUNT ALREADY CLOSING GOES
      *  TO SETTLE-RESIDUAL INSTEAD.  NOTHING IS SETTLED WHILE
      *  BANKREPOST STILL HOLDS A POSTING FOR THE ACCOUNT, AS THE
      *  LEDGER WOULD NOT YET INCLUDE IT.
      *****************************************************************
       Settle-Account.
           DISPLAY "Account to close: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Account
           PERFORM Check-Loan-Ties
           IF NOT Account-On-File
               DISPLAY "Account " WorkAccountNo " is not on file."
           ELSE
           IF ACCT-MAST-STATUS = "P"
               PERFORM Settle-Residual
           ELSE
           IF ACCT-MAST-STATUS NOT = "O"
              AND ACCT-MAST-STATUS NOT = "D"
               DISPLAY "Account " WorkAccountNo " is at status "
                       ACCT-MAST-STATUS " - only an open or"
                       " dormant account can be settled."
           ELSE
           IF Is-Loan-Account
               DISPLAY "Account " WorkAccountNo " is a loan account"
                       " - it closes when the loan runs off, not"
                       " here."
           ELSE
           IF Is-Loan-Repayment
               DISPLAY "Account " WorkAccountNo " repays active loan "
                       TiedLoanAcct " - change the loan's repayment"
                       " account first."
           ELSE
           IF CloseCount >= MaxCloses
               DISPLAY "Closure request table is full - not"
                       " settled."
           ELSE
               DISPLAY "Account " ACCT-MAST-ACCOUNT-NO
                       "  " ACCT-MAST-CUST-NAME
                       "  status " ACCT-MAST-STATUS
               DISPLAY "Payout account for the balance: "
                   WITH NO ADVANCING
               ACCEPT PayoutAccountNo
               PERFORM Find-Payout-Account
               PERFORM Check-Queued-Postings
               IF NOT Payout-On-File
                   DISPLAY "Payout account " PayoutAccountNo
                           " is not on file - not settled."
               ELSE
               IF PayoutAccountNo = WorkAccountNo
                   DISPLAY "An account cannot be paid out to"
                           " itself - not settled."
               ELSE
               IF PayoutStatus NOT = "O"
                   DISPLAY "Payout account " PayoutAccountNo
                           " is not open - not settled."
               ELSE
               IF QueuedRows > 0
                   DISPLAY QueuedRows " released posting(s) for "
                           WorkAccountNo " still wait on BANKREPOST"
                           " - run the nightly close first."
               ELSE
                   PERFORM Compute-Ledger-Balance
                   PERFORM Compute-Final-Accrual
                   IF AccrualWork > MaxPostAmount
                       DISPLAY "Final accrual is too large for one"
                               " posting - refer the account to"
                               " the back office."
                   ELSE
                       PERFORM Show-Settlement
                       DISPLAY "Settle and close this account"
                               " (Y/N)? " WITH NO ADVANCING
                       ACCEPT ConfirmReply
                       IF FUNCTION UPPER-CASE(ConfirmReply) = "Y"
                           PERFORM Apply-Settlement
                       ELSE
                           DISPLAY "Nothing changed."
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  SHOW-SETTLEMENT
      *  DISPLAYS THE FIGURES THE SUPERVISOR IS ASKED TO CONFIRM:
      *  LEDGER BALANCE, FINAL ACCRUAL, THE AMOUNT TO BE SWEPT AND
      *  WHICH WAY, AND WHAT ELSE THE CLOSURE WILL CHANGE.
      *****************************************************************
       Show-Settlement.
           MOVE LedgerBalance TO PrintBalance
           IF OpeningDate = SPACES
               DISPLAY "Ledger balance:          " PrintBalance
                       "  (" LedgerPostings " posting(s) archived)"
           ELSE
               DISPLAY "Ledger balance:          " PrintBalance
                       "  (" LedgerPostings " posting(s) since "
                       OpeningDate ")"
           END-IF
           MOVE AccrualAmount TO PrintAmount
           EVALUATE AccrualType
               WHEN "I"
                   DISPLAY "Final day's interest:       " PrintAmount
               WHEN "F"
                   DISPLAY "Final day's fee:            " PrintAmount
               WHEN OTHER
                   DISPLAY "No final accrual."
           END-EVALUATE
           MOVE SettledBalance TO PrintBalance
           IF SettledBalance > 0
               DISPLAY "Paid out to " PayoutAccountNo ":   "
                       PrintBalance
           ELSE
           IF SettledBalance < 0
               DISPLAY "Recovered from " PayoutAccountNo ": "
                       PrintBalance
           ELSE
               DISPLAY "Nothing to sweep - the account closes now."
           END-IF
           END-IF
           MOVE 0 TO J
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > OrderCount
               IF OrdAccountNo(K) = WorkAccountNo
                   ADD 1 TO J
               END-IF
           END-PERFORM
           DISPLAY "Standing orders to cancel: " J
           PERFORM Find-Limit
           IF LimitIdx > 0
               MOVE LimitAmount(LimitIdx) TO PrintBalance
               DISPLAY "Overdraft limit to zero:  " PrintBalance
           END-IF.

      *****************************************************************
      *  APPLY-SETTLEMENT
      *  CARRIES THE CONFIRMED SETTLEMENT OUT IN ORDER: STANDING
      *  ORDERS CANCELLED, OVERDRAFT LIMIT ZEROED, SETTLEMENT
      *  POSTINGS QUEUED, CLOSURE REQUEST RECORDED.  WHEN NOTHING HAD
      *  TO BE POSTED THE ACCOUNT IS ALREADY AT ZERO AND IS CLOSED
      *  STRAIGHT AWAY; OTHERWISE IT IS MARKED CLOSING UNTIL [C].
      *****************************************************************
       Apply-Settlement.
           PERFORM Cancel-Account-Orders
           PERFORM Zero-Account-Limit
           PERFORM Queue-Settlement-Postings

           ADD 1 TO CloseCount
           MOVE CloseCount TO CloseIdx
           MOVE WorkAccountNo    TO ClsAccountNo(CloseIdx)
           MOVE PayoutAccountNo  TO ClsPayoutAcct(CloseIdx)
           MOVE BusinessDate     TO ClsReqDate(CloseIdx)
           MOVE "P"              TO ClsStatus(CloseIdx)
           MOVE LedgerBalance    TO ClsLedgerBal(CloseIdx)
           MOVE AccrualType      TO ClsAccrualType(CloseIdx)
           MOVE AccrualAmount    TO ClsAccrual(CloseIdx)
           MOVE SettledBalance   TO ClsSweep(CloseIdx)
           MOVE CancelledOrders  TO ClsOrdersCancelled(CloseIdx)
           MOVE OldLimit         TO ClsOldLimit(CloseIdx)
           MOVE SPACES           TO ClsClosedDate(CloseIdx)
           MOVE StampOperatorId  TO ClsOperatorId(CloseIdx)
           MOVE SPACES TO AUD-BEFORE-IMAGE
           PERFORM Build-Close-After-Image
           MOVE "REQUEST" TO AUD-ACTION
           PERFORM Write-Close-Audit-Row

           IF QueuedRows = 0
               PERFORM Finish-Closure
           ELSE
               PERFORM Build-Acct-Before-Image
               MOVE "P" TO ACCT-MAST-STATUS
               PERFORM Rewrite-Account
               PERFORM Save-Close-Requests
               IF Master-Write-OK
                   PERFORM Build-Acct-After-Image
                   MOVE "CLOSING" TO AUD-ACTION
                   PERFORM Write-Acct-Audit-Row
                   DISPLAY "Account " WorkAccountNo " is closing - "
                           QueuedRows " settlement posting(s) queued"
                           " for the next nightly close.  Use [C]"
                           " after it has run."
               ELSE
                   DISPLAY QueuedRows " settlement posting(s) queued"
                           " but " WorkAccountNo " is not marked"
                           " closing - refer it to the back office."
               END-IF
           END-IF.

      *****************************************************************
      *  SETTLE-RESIDUAL
      *  AN ACCOUNT ALREADY CLOSING WHOSE SETTLEMENT HAS POSTED BUT
      *  LEFT A BALANCE - A SETTLEMENT POSTING REFUSED AT THE NIGHTLY
      *  CLOSE, SAY.  THE FINAL ACCRUAL WAS TAKEN AT THE FIRST
      *  SETTLEMENT, SO THE RESIDUAL IS SWEPT TO THE SAME PAYOUT
      *  ACCOUNT WITH NO FURTHER ACCRUAL.
      *****************************************************************
       Settle-Residual.
           PERFORM Find-Close-Request
           PERFORM Check-Queued-Postings
           IF CloseIdx = 0
               DISPLAY "Account " WorkAccountNo " is closing but has"
                       " no pending closure request on ACCTCLOS."
           ELSE
           IF QueuedRows > 0
               DISPLAY "Account " WorkAccountNo " still has "
                       QueuedRows " settlement posting(s) queued -"
                       " run the nightly close first."
           ELSE
               MOVE ClsPayoutAcct(CloseIdx) TO PayoutAccountNo
               PERFORM Find-Payout-Account
               PERFORM Compute-Ledger-Balance
               MOVE SPACE TO AccrualType
               MOVE 0 TO AccrualAmount
               MOVE LedgerBalance TO SettledBalance
               IF LedgerBalance = 0
                   DISPLAY "Ledger balance is zero - use [C] to"
                           " complete the closure."
               ELSE
               IF NOT Payout-On-File
                   DISPLAY "Payout account " PayoutAccountNo
                           " is no longer on file - not settled."
               ELSE
               IF PayoutStatus NOT = "O"
                   DISPLAY "Payout account " PayoutAccountNo
                           " is no longer open - not settled."
               ELSE
                   MOVE LedgerBalance TO PrintBalance
                   DISPLAY "Residual balance on " WorkAccountNo ": "
                           PrintBalance "  to/from " PayoutAccountNo
                   DISPLAY "Sweep the residual (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF FUNCTION UPPER-CASE(ConfirmReply) = "Y"
                       MOVE 0 TO QueuedRows
                       PERFORM Queue-Sweep-Postings
                       PERFORM Build-Close-Before-Image
                       ADD SettledBalance TO ClsSweep(CloseIdx)
                       PERFORM Build-Close-After-Image
                       MOVE "RESWEEP" TO AUD-ACTION
                       PERFORM Write-Close-Audit-Row
                       PERFORM Save-Close-Requests
                       DISPLAY QueuedRows " residual posting(s)"
                               " queued for the next nightly close."
                   ELSE
                       DISPLAY "Nothing changed."
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  COMPLETE-CLOSURE
      *  SECOND STAGE.  THE ACCOUNT MUST BE CLOSING WITH A PENDING
      *  REQUEST AND NOTHING LEFT ON BANKREPOST.  THE LEDGER IS
      *  RECOMPUTED FROM THE ARCHIVE AND THE ACCOUNT IS CLOSED ONLY
      *  WHEN IT IS AT ZERO, SO A CLOSED ACCOUNT NEVER HOLDS MONEY.
      *****************************************************************
       Complete-Closure.
           DISPLAY "Account to complete: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Account
           IF NOT Account-On-File
               DISPLAY "Account " WorkAccountNo " is not on file."
           ELSE
           IF ACCT-MAST-STATUS NOT = "P"
               DISPLAY "Account " WorkAccountNo " is not closing"
                       " (status " ACCT-MAST-STATUS
                       ") - settle it with [S] first."
           ELSE
               PERFORM Find-Close-Request
               PERFORM Check-Queued-Postings
               IF CloseIdx = 0
                   DISPLAY "Account " WorkAccountNo " has no pending"
                           " closure request on ACCTCLOS."
               ELSE
               IF QueuedRows > 0
                   DISPLAY QueuedRows " settlement posting(s) still"
                           " queued - run the nightly close first."
               ELSE
                   PERFORM Compute-Ledger-Balance
                   IF LedgerBalance NOT = 0
                       MOVE LedgerBalance TO PrintBalance
                       DISPLAY "Ledger balance is still " PrintBalance
                               " - not closed.  If the settlement"
                               " has posted and been archived, sweep"
                               " the residual with [S]."
                   ELSE
                       MOVE ClsPayoutAcct(CloseIdx)
                           TO PayoutAccountNo
                       PERFORM Finish-Closure
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  FINISH-CLOSURE
      *  MARKS THE ACCOUNT IN ACCT-MAST-RECORD CLOSED ("C"), REWRITING
      *  IT IN PLACE, AND ITS REQUEST IN CloseIdx COMPLETE, AUDITS
      *  BOTH, SAVES THE REQUESTS AND PRINTS THE CLOSING STATEMENT.
      *  WHEN THE MASTER REFUSES THE REWRITE THE REQUEST IS SAVED
      *  STILL PENDING AND NOTHING IS PRINTED.
      *****************************************************************
       Finish-Closure.
           PERFORM Build-Acct-Before-Image
           MOVE "C" TO ACCT-MAST-STATUS
           PERFORM Rewrite-Account
           IF NOT Master-Write-OK
               PERFORM Save-Close-Requests
               DISPLAY "Account " WorkAccountNo " is not closed -"
                       " refer it to the back office."
           ELSE
               PERFORM Build-Acct-After-Image
               MOVE "CLOSE" TO AUD-ACTION
               PERFORM Write-Acct-Audit-Row
               PERFORM Complete-Close-Request
           END-IF.

      *****************************************************************
      *  COMPLETE-CLOSE-REQUEST
      *  MARKS THE REQUEST IN CloseIdx COMPLETE ONCE THE MASTER SHOWS
      *  THE ACCOUNT CLOSED, AND PRINTS THE CLOSING STATEMENT.
      *****************************************************************
       Complete-Close-Request.
           PERFORM Build-Close-Before-Image
           MOVE "C" TO ClsStatus(CloseIdx)
           MOVE BusinessDate TO ClsClosedDate(CloseIdx)
           PERFORM Build-Close-After-Image
           MOVE "COMPLETE" TO AUD-ACTION
           PERFORM Write-Close-Audit-Row

           PERFORM Save-Close-Requests
           PERFORM Print-Closing-Statement
           DISPLAY "Account " WorkAccountNo " closed - closing"
                   " statement written to CLOSSTMT.".

      *****************************************************************
      *  CHECK-QUEUED-POSTINGS
      *  COUNTS THE ROWS ON BANKREPOST, WAITING FOR THE NEXT NIGHTLY
      *  CLOSE, THAT POST TO OR AGAINST WorkAccountNo.  RESULT IN
      *  QueuedRows.  NO FILE MEANS NOTHING IS QUEUED.
      *****************************************************************
       Check-Queued-Postings.
           MOVE 0 TO QueuedRows
           OPEN INPUT REPOST-FILE
           IF Repost-OK
               PERFORM UNTIL Repost-EOF
                   READ REPOST-FILE
                       AT END
                           SET Repost-EOF TO TRUE
                       NOT AT END
                           IF REPO-ACCOUNT-NO = WorkAccountNo
                              OR REPO-CONTRA-ACCT = WorkAccountNo
                               ADD 1 TO QueuedRows
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPOST-FILE
           END-IF.

      *****************************************************************
      *  CHECK-LOAN-TIES
      *  READS LOANMAST FOR WorkAccountNo.  LoanTie IS "L" WHEN IT IS
      *  A LOAN ACCOUNT, "R" WHEN IT REPAYS A LOAN STILL ACTIVE (THE
      *  LOAN IN TiedLoanAcct), BLANK WHEN IT IS NEITHER.
      *****************************************************************
       Check-Loan-Ties.
           MOVE SPACE TO LoanTie
           MOVE SPACES TO TiedLoanAcct
           OPEN INPUT LOAN-MASTER-FILE
           IF Loan-Mast-OK
               PERFORM UNTIL Loan-Mast-EOF OR Is-Loan-Account
                   READ LOAN-MASTER-FILE
                       AT END
                           SET Loan-Mast-EOF TO TRUE
                       NOT AT END
                           IF LOAN-ACCOUNT-NO = WorkAccountNo
                               SET Is-Loan-Account TO TRUE
                           ELSE
                           IF LOAN-REPAY-ACCT = WorkAccountNo
                              AND Loan-Active
                               SET Is-Loan-Repayment TO TRUE
                               MOVE LOAN-ACCOUNT-NO TO TiedLoanAcct
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *****************************************************************
      *  COMPUTE-LEDGER-BALANCE
      *  THE ACCOUNT'S BOOK BALANCE ON THE STATEMENT MODEL: ITS
      *  STMTOPEN OPENING BALANCE PLUS EVERY STMTTRAN POSTING DATED
      *  AFTER THAT OPENING.  WITH NO OPENING ROW THE ACCOUNT OPENS
      *  AT ZERO AND THE WHOLE ARCHIVE COUNTS.  RESULT IN
      *  LedgerBalance, WITH THE POSTINGS COUNTED IN LedgerPostings.
      *****************************************************************
       Compute-Ledger-Balance.
           PERFORM Find-Opening-Balance
           MOVE OpeningBalance TO LedgerBalance
           MOVE 0 TO LedgerPostings
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF TRAN-ACCOUNT-NO = WorkAccountNo
                              AND TRAN-POST-DATE > OpeningDate
                               PERFORM Apply-Posting-Sign
                               ADD SignedAmount TO LedgerBalance
                               ADD 1 TO LedgerPostings
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF.

      *****************************************************************
      *  FIND-OPENING-BALANCE
      *  READS STMTOPEN FOR WorkAccountNo'S OPENING BALANCE AND THE
      *  DATE IT WAS STRUCK.  THE "TOTAL" AND "ACCRUAL" CONTROL ROWS
      *  ARE NOT ACCOUNTS AND ARE SKIPPED.
      *****************************************************************
       Find-Opening-Balance.
           MOVE 0 TO OpeningBalance
           MOVE SPACES TO OpeningDate
           OPEN INPUT STMT-OPEN-FILE
           IF Stmt-Open-OK
               PERFORM UNTIL Stmt-Open-EOF
                   READ STMT-OPEN-FILE
                       AT END
                           SET Stmt-Open-EOF TO TRUE
                       NOT AT END
                           IF BAL-ACCOUNT-NO NOT = "TOTAL"
                              AND BAL-ACCOUNT-NO NOT = "ACCRUAL"
                              AND BAL-ACCOUNT-NO = WorkAccountNo
                               MOVE BAL-AMOUNT TO OpeningBalance
                               MOVE BAL-DATE   TO OpeningDate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-OPEN-FILE
           END-IF.

      *****************************************************************
      *  APPLY-POSTING-SIGN
      *  SIGNS THE STMTTRAN POSTING IN THE RECORD AREA THE WAY THE
      *  ACCOUNT STATEMENT DOES: DEBITS (D), FEES (F) AND TRANSFERS
      *  OUT (T) REDUCE THE BALANCE; CREDITS, INTEREST (I) AND
      *  TRANSFERS IN (V) INCREASE IT; A REVERSAL (R) MOVES IT
      *  OPPOSITE TO THE ENTRY IT CANCELS.  ALSO SETS TypeLabel FOR
      *  THE CLOSING STATEMENT.  RESULT IN SignedAmount.
      *****************************************************************
       Apply-Posting-Sign.
           MOVE TRAN-AMOUNT TO SignedAmount
           EVALUATE TRAN-TYPE-CODE
               WHEN "D"
               WHEN "d"
                   MOVE "DEBIT"    TO TypeLabel
                   COMPUTE SignedAmount = 0 - TRAN-AMOUNT
               WHEN "F"
                   MOVE "FEE"      TO TypeLabel
                   COMPUTE SignedAmount = 0 - TRAN-AMOUNT
               WHEN "I"
                   MOVE "INTEREST" TO TypeLabel
               WHEN "T"
               WHEN "t"
                   MOVE "TRANSFER OUT" TO TypeLabel
                   COMPUTE SignedAmount = 0 - TRAN-AMOUNT
               WHEN "V"
                   MOVE "TRANSFER IN" TO TypeLabel
               WHEN "R"
                   MOVE "REVERSAL" TO TypeLabel
                   IF Tran-Reverses-Credit
                       COMPUTE SignedAmount = 0 - TRAN-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE "CREDIT"   TO TypeLabel
           END-EVALUATE.

      *****************************************************************
      *  COMPUTE-FINAL-ACCRUAL
      *  ONE LAST DAY'S INTEREST ON A CREDIT BALANCE, OR OVERDRAFT FEE
      *  ON A DEBIT BALANCE, AT THE SAME SYSPARM BAND RATES AND BAND
      *  PICK THE NIGHTLY CLOSE USES - THE NIGHTLY CLOSE TAKES NO
      *  ACCRUAL OF ITS OWN ON A CLOSING ACCOUNT, SO THIS IS THE
      *  ACCRUAL UP TO THE CLOSING DATE.  SettledBalance IS WHAT IS
      *  LEFT TO SWEEP ONCE THE ACCRUAL HAS POSTED.  AccrualWork
      *  HOLDS THE UNCLIPPED FIGURE SO THE CALLER CAN REFUSE ONE TOO
      *  LARGE FOR A POSTING.
      *****************************************************************
       Compute-Final-Accrual.
           MOVE SPACE TO AccrualType
           MOVE 0 TO AccrualWork
           MOVE 0 TO AccrualAmount
           IF LedgerBalance > 0
               MOVE LedgerBalance TO WorkMagnitude
               PERFORM Find-Interest-Rate
               COMPUTE AccrualWork ROUNDED = WorkMagnitude * WorkRate
               IF AccrualWork > 0
                   MOVE "I" TO AccrualType
               END-IF
           END-IF
           IF LedgerBalance < 0
               COMPUTE WorkMagnitude = 0 - LedgerBalance
               PERFORM Find-Fee-Rate
               COMPUTE AccrualWork ROUNDED = WorkMagnitude * WorkRate
               IF AccrualWork > 0
                   MOVE "F" TO AccrualType
               END-IF
           END-IF
           IF AccrualWork NOT > MaxPostAmount
               MOVE AccrualWork TO AccrualAmount
           END-IF
           EVALUATE AccrualType
               WHEN "I"
                   COMPUTE SettledBalance = LedgerBalance
                                          + AccrualAmount
               WHEN "F"
                   COMPUTE SettledBalance = LedgerBalance
                                          - AccrualAmount
               WHEN OTHER
                   MOVE LedgerBalance TO SettledBalance
           END-EVALUATE.

      *****************************************************************
      *  FIND-INTEREST-RATE
      *  PICKS THE DAILY INTEREST RATE FOR THE BALANCE IN
      *  WorkMagnitude: THE BAND WITH THE HIGHEST LOWER BOUND NOT
      *  ABOVE IT.  NO BAND MEANS A ZERO RATE.
      *****************************************************************
       Find-Interest-Rate.
           MOVE 0 TO WorkRate
           MOVE 0 TO BestBandLow
           MOVE "N" TO BandFound
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > SPR-INT-BAND-COUNT
               IF WorkMagnitude >= SPR-INT-LOW(K)
                  AND (NOT Band-Is-Found
                       OR SPR-INT-LOW(K) >= BestBandLow)
                   MOVE "Y" TO BandFound
                   MOVE SPR-INT-LOW(K) TO BestBandLow
                   MOVE SPR-INT-RATE(K) TO WorkRate
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-FEE-RATE
      *  SAME BAND PICK AS FIND-INTEREST-RATE, ON THE OVERDRAWN
      *  MAGNITUDE IN WorkMagnitude.
      *****************************************************************
       Find-Fee-Rate.
           MOVE 0 TO WorkRate
           MOVE 0 TO BestBandLow
           MOVE "N" TO BandFound
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > SPR-FEE-BAND-COUNT
               IF WorkMagnitude >= SPR-FEE-LOW(K)
                  AND (NOT Band-Is-Found
                       OR SPR-FEE-LOW(K) >= BestBandLow)
                   MOVE "Y" TO BandFound
                   MOVE SPR-FEE-LOW(K) TO BestBandLow
                   MOVE SPR-FEE-RATE(K) TO WorkRate
               END-IF
           END-PERFORM.

      *****************************************************************
      *  CANCEL-ACCOUNT-ORDERS
      *  DROPS EVERY STANDING ORDER ON WorkAccountNo FROM THE TABLE,
      *  AUDITING EACH AS A CANCELLATION THE WAY STANDING-ORDER
      *  MAINTENANCE DOES, AND REWRITES STORDERS IF ANY WENT.
      *****************************************************************
       Cancel-Account-Orders.
           MOVE 0 TO CancelledOrders
           MOVE 1 TO J
           PERFORM UNTIL J > OrderCount
               IF OrdAccountNo(J) = WorkAccountNo
                   PERFORM Build-Order-Image
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE OrderWorkImage TO AUD-BEFORE-IMAGE
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE "CANCEL" TO AUD-ACTION
                   MOVE "STORDERS" TO AUD-FILE-NAME
                   MOVE SPACES TO AUD-KEY
                   STRING OrdAccountNo(J)
                          OrdTypeCode(J)
                          OrdFrequency(J)
                       DELIMITED BY SIZE INTO AUD-KEY
                   PERFORM Write-Audit-Row
                   PERFORM VARYING K FROM J BY 1
                           UNTIL K >= OrderCount
                       MOVE OrderEntry(K + 1) TO OrderEntry(K)
                   END-PERFORM
                   SUBTRACT 1 FROM OrderCount
                   ADD 1 TO CancelledOrders
               ELSE
                   ADD 1 TO J
               END-IF
           END-PERFORM
           IF CancelledOrders > 0
               PERFORM Save-Orders
           END-IF.

      *****************************************************************
      *  FIND-LIMIT
      *  LOCATES WorkAccountNo ON THE OVERDRAFT-LIMIT TABLE.  RESULT
      *  IN LimitIdx, ZERO WHEN THE ACCOUNT HAS NO LIMIT ROW.
      *****************************************************************
       Find-Limit.
           MOVE 0 TO LimitIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LimitCount
               IF LimitAccountNo(K) = WorkAccountNo
                   MOVE K TO LimitIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ZERO-ACCOUNT-LIMIT
      *  SETS THE CLOSING ACCOUNT'S OVERDRAFT LIMIT TO ZERO, AUDITED
      *  WITH ITS BEFORE AND AFTER IMAGES, AND REWRITES ACCTLIMS.
      *  THE OLD LIMIT IS KEPT ON THE CLOSURE REQUEST.
      *****************************************************************
       Zero-Account-Limit.
           MOVE 0 TO OldLimit
           PERFORM Find-Limit
           IF LimitIdx > 0
               IF LimitAmount(LimitIdx) > 0
                   MOVE LimitAmount(LimitIdx) TO OldLimit
                   PERFORM Build-Limit-Image
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE LimitWorkImage TO AUD-BEFORE-IMAGE
                   MOVE 0 TO LimitAmount(LimitIdx)
                   PERFORM Build-Limit-Image
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE LimitWorkImage TO AUD-AFTER-IMAGE
                   MOVE "LIMIT" TO AUD-ACTION
                   MOVE "ACCTLIMS" TO AUD-FILE-NAME
                   MOVE SPACES TO AUD-KEY
                   MOVE WorkAccountNo TO AUD-KEY
                   PERFORM Write-Audit-Row
                   PERFORM Save-Limits
               END-IF
           END-IF.

      *****************************************************************
      *  QUEUE-SETTLEMENT-POSTINGS
      *  QUEUES THE FINAL ACCRUAL AND THE BALANCE SWEEP ON BANKREPOST
      *  FOR THE NEXT NIGHTLY CLOSE.  RESULT IN QueuedRows.
      *****************************************************************
       Queue-Settlement-Postings.
           MOVE 0 TO QueuedRows
           IF AccrualType NOT = SPACE
               MOVE AccrualType   TO PostTypeCode
               MOVE WorkAccountNo TO SweepFromAcct
               MOVE SPACES        TO SweepToAcct
               MOVE AccrualAmount TO ChunkAmount
               PERFORM Write-Settlement-Row
           END-IF
           PERFORM Queue-Sweep-Postings.

      *****************************************************************
      *  QUEUE-SWEEP-POSTINGS
      *  MOVES SettledBalance OUT OF (OR, WHEN OVERDRAWN, INTO) THE
      *  CLOSING ACCOUNT AS TRANSFERS WITH THE PAYOUT ACCOUNT.  A
      *  CREDIT BALANCE IS A TRANSFER OUT OF THE CLOSING ACCOUNT; A
      *  DEBIT BALANCE IS A TRANSFER OUT OF THE PAYOUT ACCOUNT INTO
      *  IT.  A SWEEP LARGER THAN ONE POSTING CAN CARRY IS SPLIT.
      *****************************************************************
       Queue-Sweep-Postings.
           MOVE 0 TO SweepLeft
           IF SettledBalance > 0
               MOVE SettledBalance  TO SweepLeft
               MOVE WorkAccountNo   TO SweepFromAcct
               MOVE PayoutAccountNo TO SweepToAcct
           END-IF
           IF SettledBalance < 0
               COMPUTE SweepLeft = 0 - SettledBalance
               MOVE PayoutAccountNo TO SweepFromAcct
               MOVE WorkAccountNo   TO SweepToAcct
           END-IF
           MOVE "T" TO PostTypeCode
           PERFORM UNTIL SweepLeft = 0
               IF SweepLeft > MaxPostAmount
                   MOVE MaxPostAmount TO ChunkAmount
               ELSE
                   MOVE SweepLeft TO ChunkAmount
               END-IF
               SUBTRACT ChunkAmount FROM SweepLeft
               PERFORM Write-Settlement-Row
           END-PERFORM.

      *****************************************************************
      *  WRITE-SETTLEMENT-ROW
      *  APPENDS ONE SETTLEMENT POSTING - TYPE PostTypeCode FOR
      *  ChunkAmount ON SweepFromAcct, CONTRA SweepToAcct - TO
      *  BANKREPOST, STAMPED ORIGIN "C" SO THE NIGHTLY CLOSE LETS IT
      *  THROUGH A CLOSING ACCOUNT, AND AUDITS IT.
      *****************************************************************
       Write-Settlement-Row.
           OPEN EXTEND REPOST-FILE
           IF NOT Repost-OK
               CLOSE REPOST-FILE
               OPEN OUTPUT REPOST-FILE
           END-IF
           MOVE SPACES          TO REPO-RECORD
           MOVE SweepFromAcct   TO REPO-ACCOUNT-NO
           MOVE PostTypeCode    TO REPO-TYPE-CODE
           MOVE ChunkAmount     TO REPO-AMOUNT
           MOVE BusinessDate    TO REPO-POST-DATE
           MOVE StampOperatorId TO REPO-OPERATOR-ID
           MOVE SPACES          TO REPO-CURRENCY-CODE
           MOVE 0               TO REPO-ORIG-AMOUNT
           MOVE SweepToAcct     TO REPO-CONTRA-ACCT
           MOVE SPACES          TO REPO-ADJ-FLAG
           MOVE SPACES          TO REPO-ORIG-DATE
           MOVE SPACES          TO REPO-ADJ-REASON
           MOVE SPACES          TO REPO-POST-REF
           MOVE SPACES          TO REPO-REV-REF
           MOVE SPACES          TO REPO-REV-TYPE
           MOVE "C"             TO REPO-ORIGIN
           WRITE REPO-RECORD
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE REPO-RECORD TO AUD-AFTER-IMAGE
           CLOSE REPOST-FILE
           ADD 1 TO QueuedRows
           MOVE "SETTLE" TO AUD-ACTION
           MOVE "BANKREPOST" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE WorkAccountNo TO AUD-KEY
           PERFORM Write-Audit-Row.

      *****************************************************************
      *  PRINT-CLOSING-STATEMENT
      *  APPENDS THE CUSTOMER'S CLOSING STATEMENT TO CLOSSTMT: THE
      *  ACCOUNT, ITS OPENING BALANCE, EVERY POSTING SINCE WITH THE
      *  RUNNING BALANCE - THE SETTLEMENT POSTINGS AMONG THEM - AND
      *  THE ZERO CLOSING BALANCE WITH THE PAYOUT ACCOUNT.
      *****************************************************************
       Print-Closing-Statement.
           OPEN EXTEND CLOSE-STMT-FILE
           IF NOT Clos-Stmt-OK
               CLOSE CLOSE-STMT-FILE
               OPEN OUTPUT CLOSE-STMT-FILE
           END-IF

           MOVE RPT-HEADER-RULE TO CLOSE-STMT-RECORD
           WRITE CLOSE-STMT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PrintLine
           STRING "ACCOUNT CLOSING STATEMENT  -  CLOSED "
                  BusinessDate
               DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           MOVE SPACES TO PrintLine
           STRING "Account: " ACCT-MAST-ACCOUNT-NO
                  "  " ACCT-MAST-CUST-NAME
                  "  Branch " ACCT-MAST-BRANCH
               DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           MOVE RPT-FOOTER-RULE TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line

           PERFORM Find-Opening-Balance
           MOVE OpeningBalance TO RunningBalance
           MOVE OpeningBalance TO PrintBalance
           MOVE SPACES TO PrintLine
           STRING "Opening balance:                      "
                  PrintBalance DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line

           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF TRAN-ACCOUNT-NO = WorkAccountNo
                              AND TRAN-POST-DATE > OpeningDate
                               PERFORM Print-Statement-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF

           MOVE RPT-FOOTER-RULE TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           IF ClsAccrualType(CloseIdx) = "I"
              OR ClsAccrualType(CloseIdx) = "F"
               MOVE ClsAccrual(CloseIdx) TO PrintAmount
               MOVE SPACES TO PrintLine
               IF ClsAccrualType(CloseIdx) = "I"
                   STRING "Final interest to closing date:   "
                          PrintAmount DELIMITED BY SIZE INTO PrintLine
               ELSE
                   STRING "Final fee to closing date:        "
                          PrintAmount DELIMITED BY SIZE INTO PrintLine
               END-IF
               MOVE PrintLine TO CLOSE-STMT-RECORD
               PERFORM Write-Statement-Line
           END-IF
           MOVE ClsSweep(CloseIdx) TO PrintBalance
           MOVE SPACES TO PrintLine
           STRING "Balance settled with account "
                  ClsPayoutAcct(CloseIdx) ": "
                  PrintBalance DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           MOVE 0 TO PrintBalance
           MOVE SPACES TO PrintLine
           STRING "Closing balance:                      "
                  PrintBalance DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           MOVE "This account is now closed." TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           MOVE RPT-HEADER-RULE TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line
           CLOSE CLOSE-STMT-FILE.

      *****************************************************************
      *  PRINT-STATEMENT-POSTING
      *  APPLIES ONE ARCHIVED POSTING TO THE RUNNING BALANCE AND
      *  PRINTS IT: DATE, TYPE, AMOUNT, BALANCE AFTER IT AND, FOR A
      *  TRANSFER LEG, THE CONTRA ACCOUNT.
      *****************************************************************
       Print-Statement-Posting.
           PERFORM Apply-Posting-Sign
           ADD SignedAmount TO RunningBalance
           MOVE TRAN-AMOUNT TO PrintAmount
           MOVE RunningBalance TO PrintBalance
           MOVE SPACES TO PrintLine
           IF TRAN-TYPE-CODE = "T" OR TRAN-TYPE-CODE = "t"
              OR TRAN-TYPE-CODE = "V"
               STRING TRAN-POST-DATE "  " TypeLabel "  "
                      PrintAmount "  " PrintBalance
                      "  " TRAN-CONTRA-ACCT
                   DELIMITED BY SIZE INTO PrintLine
           ELSE
               STRING TRAN-POST-DATE "  " TypeLabel "  "
                      PrintAmount "  " PrintBalance
                   DELIMITED BY SIZE INTO PrintLine
           END-IF
           MOVE PrintLine TO CLOSE-STMT-RECORD
           PERFORM Write-Statement-Line.

      *****************************************************************
      *  WRITE-STATEMENT-LINE
      *  WRITES THE LINE IN THE RECORD AREA, SINGLE-SPACED.
      *****************************************************************
       Write-Statement-Line.
           WRITE CLOSE-STMT-RECORD AFTER ADVANCING 1 LINE.

      *****************************************************************
      *  BUILD-ACCT-BEFORE-IMAGE / BUILD-ACCT-AFTER-IMAGE
      *  CAPTURE THE MASTER RECORD IN ACCT-MAST-RECORD, IN THE
      *  ACCTMST RECORD SHAPE, AS IT STANDS BEFORE AND AFTER A
      *  CHANGE.
      *****************************************************************
       Build-Acct-Before-Image.
           PERFORM Build-Acct-Image
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE AcctWorkImage TO AUD-BEFORE-IMAGE.

       Build-Acct-After-Image.
           PERFORM Build-Acct-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE AcctWorkImage TO AUD-AFTER-IMAGE.

       Build-Acct-Image.
           MOVE ACCT-MAST-ACCOUNT-NO   TO AcctImageAcct
           MOVE ACCT-MAST-CUST-NAME    TO AcctImageName
           MOVE ACCT-MAST-BRANCH       TO AcctImageBranch
           MOVE ACCT-MAST-STATUS       TO AcctImageStatus.

      *****************************************************************
      *  BUILD-CLOSE-BEFORE-IMAGE / BUILD-CLOSE-AFTER-IMAGE
      *  CAPTURE THE CLOSURE REQUEST IN CloseIdx, IN THE ACCTCLS
      *  RECORD SHAPE, FOR ITS AUDIT ROWS.
      *****************************************************************
       Build-Close-Before-Image.
           PERFORM Build-Close-Image
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE CloseWorkImage TO AUD-BEFORE-IMAGE.

       Build-Close-After-Image.
           PERFORM Build-Close-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE CloseWorkImage TO AUD-AFTER-IMAGE.

       Build-Close-Image.
           MOVE ClsAccountNo(CloseIdx)       TO CloseImageAcct
           MOVE ClsPayoutAcct(CloseIdx)      TO CloseImagePayout
           MOVE ClsReqDate(CloseIdx)         TO CloseImageReqDate
           MOVE ClsStatus(CloseIdx)          TO CloseImageStatus
           MOVE ClsLedgerBal(CloseIdx)       TO CloseImageLedger
           MOVE ClsAccrualType(CloseIdx)     TO CloseImageAccType
           MOVE ClsAccrual(CloseIdx)         TO CloseImageAccrual
           MOVE ClsSweep(CloseIdx)           TO CloseImageSweep
           MOVE ClsOrdersCancelled(CloseIdx) TO CloseImageOrders
           MOVE ClsOldLimit(CloseIdx)        TO CloseImageOldLimit.

      *****************************************************************
      *  BUILD-ORDER-IMAGE / BUILD-LIMIT-IMAGE
      *  LAY THE STANDING-ORDER SLOT IN J, AND THE LIMIT SLOT IN
      *  LimitIdx, OUT IN THEIR FILES' RECORD SHAPES.
      *****************************************************************
       Build-Order-Image.
           MOVE OrdAccountNo(J)   TO OrderImageAcct
           MOVE OrdTypeCode(J)    TO OrderImageType
           MOVE OrdAmount(J)      TO OrderImageAmount
           MOVE OrdFrequency(J)   TO OrderImageFreq
           MOVE OrdNextDue(J)     TO OrderImageDue
           MOVE OrdDescription(J) TO OrderImageDesc.

       Build-Limit-Image.
           MOVE LimitAccountNo(LimitIdx) TO LimitImageAcct
           MOVE LimitAmount(LimitIdx)    TO LimitImageAmount.

      *****************************************************************
      *  WRITE-ACCT-AUDIT-ROW / WRITE-CLOSE-AUDIT-ROW
      *  NAME THE FILE AND KEY FOR A MASTER OR CLOSURE-REQUEST CHANGE
      *  AND PASS THE ROW ON TO WRITE-AUDIT-ROW.
      *****************************************************************
       Write-Acct-Audit-Row.
           MOVE "ACCTMAST" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE WorkAccountNo TO AUD-KEY
           PERFORM Write-Audit-Row.

       Write-Close-Audit-Row.
           MOVE "ACCTCLOS" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE WorkAccountNo TO AUD-KEY
           PERFORM Write-Audit-Row.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE.
      *****************************************************************
       Write-Audit-Row.
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-LIMITS
      *  REWRITES THE OVERDRAFT-LIMIT FILE IN FULL FROM ITS TABLE.
      *****************************************************************
       Save-Limits.
           OPEN OUTPUT ACCOUNT-LIMIT-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LimitCount
               MOVE LimitAccountNo(K) TO ACCT-LIMIT-ACCOUNT-NO
               MOVE LimitAmount(K)    TO ACCT-LIMIT-AMOUNT
               WRITE ACCT-LIMIT-RECORD
           END-PERFORM
           CLOSE ACCOUNT-LIMIT-FILE.

      *****************************************************************
      *  SAVE-ORDERS
      *  REWRITES THE STANDING-ORDERS FILE IN FULL FROM ITS TABLE.
      *****************************************************************
       Save-Orders.
           OPEN OUTPUT STANDING-ORDER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > OrderCount
               MOVE OrderEntry(K) TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

      *****************************************************************
      *  SAVE-CLOSE-REQUESTS
      *  REWRITES THE CLOSURE REQUEST FILE IN FULL FROM ITS TABLE.
      *****************************************************************
       Save-Close-Requests.
           OPEN OUTPUT ACCT-CLOSE-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CloseCount
               MOVE CloseEntry(K) TO ACCT-CLOSE-RECORD
               WRITE ACCT-CLOSE-RECORD
           END-PERFORM
           CLOSE ACCT-CLOSE-FILE.

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES THE FILES IN CloseLockTable ON THE LOCK REGISTRY FOR
      *  THE SESSION, SO NO OTHER SESSION - AND NOT THE NIGHTLY CLOSE
      *  - CAN CHANGE THEM UNDER THIS ONE.  ALL OR NONE: WHEN ONE IS
      *  HELD THE ONES ALREADY TAKEN ARE GIVEN BACK, AND Lck-Refused
      *  COMES BACK WITH THE HOLDER IN LCK-MESSAGE.
      *****************************************************************
       Acquire-File-Locks.
           MOVE 0 TO LocksTaken
           SET Lck-Granted TO TRUE
           PERFORM VARYING LockIdx FROM 1 BY 1
                   UNTIL LockIdx > CloseLockCount OR Lck-Refused
               MOVE "A" TO LCK-FUNCTION
               MOVE CloseLockFile(LockIdx) TO LCK-FILE-NAME
               MOVE "AccountClose" TO LCK-PROGRAM-ID
               MOVE StampOperatorId TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
               IF Lck-Granted
                   ADD 1 TO LocksTaken
               END-IF
           END-PERFORM
           IF Lck-Refused
               MOVE LCK-MESSAGE TO LockRefusalText
               PERFORM Release-File-Locks
               MOVE LockRefusalText TO LCK-MESSAGE
               SET Lck-Refused TO TRUE
           END-IF.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES BACK THE FILES THIS SESSION TOOK, ONCE THEY ARE CLOSED
      *  (OR WHEN THE ACQUIRE HAS TO BACK OUT).
      *****************************************************************
       Release-File-Locks.
           PERFORM VARYING LockIdx FROM 1 BY 1
                   UNTIL LockIdx > LocksTaken
               MOVE "R" TO LCK-FUNCTION
               MOVE CloseLockFile(LockIdx) TO LCK-FILE-NAME
               MOVE "AccountClose" TO LCK-PROGRAM-ID
               MOVE StampOperatorId TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           END-PERFORM
           MOVE 0 TO LocksTaken.
