      *                  DATE IT CORRECTS, SO THE PAGE SHOWS BOTH
      *                  THE DAY IT POSTED AND THE DAY IT BELONGS
      *                  TO.
      *  2026-10-14  DL  SHOW REVERSALS PAIRED WITH THE POSTING THEY
      *                  CANCEL: A TYPE "R" ENTRY PRINTS AS "REVERSAL",
      *                  MOVES THE BALANCE THE OPPOSITE WAY FROM THE
      *                  ORIGINAL (AND BACKS A REVERSED INTEREST OR
      *                  FEE OUT OF THE PAGE TOTALS), AND CARRIES A
      *                  LINE NAMING THE REFERENCE IT CANCELS; THE
      *                  ORIGINAL, WHEREVER IT FALLS IN THE ARCHIVE,
      *                  CARRIES A LINE NAMING THE REVERSAL AND ITS
      *                  DATE.  AUDIT SEES "POSTED IN ERROR, REVERSED"
      *                  INSTEAD OF TWO UNRELATED ENTRIES.
      *  2026-10-14  DL  CONSOLIDATED STATEMENTS BY CUSTOMER: ANSWER Y
      *                  AT THE NEW PROMPT AND EACH CUSTOMER ON
      *                  CUSTXREF GETS ONE STATEMENT - NAME AND
      *                  ADDRESS FROM CUSTMAST, THEN A SECTION PER
      *                  ACCOUNT THEY HOLD (ONE WITH NO POSTINGS IN
      *                  THE MONTH STILL SHOWS ITS BALANCE) AND THE
      *                  TOTAL OF THE CLOSING BALANCES.  A JOINT
      *                  ACCOUNT APPEARS ON EACH HOLDER'S STATEMENT;
      *                  AN ACCOUNT LINKED TO NO CUSTOMER STILL GETS
      *                  ITS OWN PAGE AS BEFORE.
      *  2026-10-15  DL  UNDER THE MONTH-END JOB STREAM (MENDRUN BLOCK
      *                  SET BY MAINMENU) THE STATEMENT MONTH COMES FROM
      *                  THE STREAM INSTEAD OF THE CONSOLE, AND THE
      *                  STATEMENTS ARE PER ACCOUNT - NO PROMPTS, SO THE
      *                  STREAM RUNS UNATTENDED.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.  THE
      *                  NAME AND BRANCH FOR EACH STATEMENT ARE READ BY
      *                  KEY AS IT STARTS, REPLACING THE 500-SLOT MASTER
      *                  TABLE AND ITS OVERFLOW ABANDON.
      *  2026-10-15  DL  NO MORE TABLES SIZED TO THE BOOK AND NO RC 8
      *                  ABANDON: EACH OPENING BALANCE GOES THROUGH THE
      *                  SORT AHEAD OF ITS ACCOUNT'S POSTINGS, AND
      *                  CUSTMAST AND CUSTXREF, NOW INDEXED, ARE READ BY
      *                  KEY - AN ACCOUNT'S HOLDERS ON THE CROSS-
      *                  REFERENCE'S ACCOUNT KEY.  THE REVERSAL INDEX
      *                  TAKES ONLY REVERSALS OF THE STATEMENT MONTH'S
      *                  POSTINGS, SO A LONG ARCHIVE NO LONGER FILLS IT
      *                  WITH OLD ONES.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS StmtOpenStatus.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT STMT-PRINT-FILE ASSIGN TO "STMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CustMastStatus.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-ACCOUNT-NO
                   WITH DUPLICATES
               FILE STATUS IS CustXrefStatus.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       FD  CUST-MASTER-FILE.
           COPY CUSTMST.

       FD  CUST-XREF-FILE.
           COPY CUSTXREF.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CUST-ID            PIC X(08).
           05  SORT-ACCOUNT-NO         PIC X(10).
           05  SORT-TYPE-CODE          PIC X(01).
               88  Sort-Is-Account-Marker  VALUE "*".
               88  Sort-Is-Opening-Balance VALUE "=".
           05  SORT-AMOUNT             PIC 9(05)V99.
           05  SORT-POST-DATE          PIC X(10).
           05  SORT-CONTRA-ACCT       PIC X(10).
           05  SORT-ADJ-FLAG          PIC X(01).
           05  SORT-ORIG-DATE         PIC X(10).
           05  SORT-POST-REF          PIC X(14).
           05  SORT-REV-REF           PIC X(14).
           05  SORT-REV-TYPE          PIC X(01).
               88  Sort-Reverses-Credit    VALUE "C" "I".
           05  SORT-OPEN-AMOUNT       PIC S9(09)V99.

       WORKING-STORAGE SECTION.


       COPY SGNON.

       COPY MENDRUN.

       77  K                    PIC 9(3) VALUE 1.
       77  WorkAccountNo        PIC X(10).
       77  PendingOpenCust      PIC X(08) VALUE SPACES.
       77  PendingOpenAcct      PIC X(10) VALUE SPACES.
       77  PendingOpenAmount    PIC S9(09)V99 VALUE 0.

       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Open-EOF        VALUE "10".
       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
       77  StmtPrintStatus      PIC XX VALUE "00".
       77  SortEndFlag          PIC X VALUE "N".
           88  Sort-Is-Done         VALUE "Y".
       77  MasterFound          PIC X VALUE "N".
           88  Master-Is-Found      VALUE "Y".
       77  MasterOpenFlag       PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  FirstRecordFlag      PIC X VALUE "Y".
           88  No-Account-Open-Yet  VALUE "Y".

       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  CustMastStatus       PIC XX VALUE "00".
           88  Cust-Mast-OK         VALUE "00".
       77  CustXrefStatus       PIC XX VALUE "00".
           88  Cust-Xref-OK         VALUE "00".
           88  Cust-Xref-EOF        VALUE "10".
       77  CustMastOpenFlag     PIC X VALUE "N".
           88  Cust-Master-Is-Open  VALUE "Y".
       77  CustXrefOpenFlag     PIC X VALUE "N".
           88  Cust-Xref-Is-Open    VALUE "Y".
       77  CustomerFound        PIC X VALUE "N".
           88  Customer-Is-Found    VALUE "Y".
       77  HolderEndFlag        PIC X VALUE "N".
           88  No-More-Holders      VALUE "Y".
       77  ConsolidateReply     PIC X VALUE "N".
           88  Consolidate-By-Customer VALUE "Y" "y".
       77  XrefHits             PIC 9(3) VALUE 0.
       77  CurrentCustomer      PIC X(08) VALUE SPACES.
       77  FirstHolder          PIC X(08) VALUE SPACES.
       77  CustomerBalanceSum   PIC S9(09)V99 VALUE 0.
       77  CustomerAccounts     PIC 9(3) VALUE 0.
       77  CustomersPrinted     PIC 9(3) VALUE 0.
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  ClosingBalanceSum    PIC S9(09)V99 VALUE 0.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  PrintBalance         PIC -(8)9.99.
       77  PrintLine            PIC X(80).
       77  TypeLabel            PIC X(12).
       77  MaxRevIdx            PIC 9(3) VALUE 500.
       77  RevIdxCount          PIC 9(3) VALUE 0.
       77  RevIdxHit            PIC 9(3) VALUE 0.
       77  StatementRefMonth    PIC X(06) VALUE SPACES.

       01  ReversalIndex.
           05  RevIdxEntry OCCURS 500 TIMES.
               10  RevIdxCitedRef      PIC X(14).
               10  RevIdxOwnRef        PIC X(14).
               10  RevIdxDate          PIC X(10).

       PROCEDURE DIVISION.
       Main-Logic.
           MOVE 0 TO ClosingBalanceSum
           MOVE 0 TO PostingCount
           MOVE 0 TO AccountsPrinted
           MOVE 0 TO CustomersPrinted
           MOVE 0 TO RETURN-CODE
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           IF Month-End-Unattended
               MOVE MER-MONTH TO StatementMonth
               MOVE "N" TO ConsolidateReply
               DISPLAY "Month-end run - statements for " StatementMonth
           ELSE
               DISPLAY "Statement month (YYYY-MM): " WITH NO ADVANCING
               ACCEPT StatementMonth
               DISPLAY "Consolidate by customer (Y/N): "
                   WITH NO ADVANCING
               ACCEPT ConsolidateReply
           END-IF

           PERFORM Open-Account-Master
           PERFORM Load-Reversal-Index
           MOVE "N" TO CustMastOpenFlag
           MOVE "N" TO CustXrefOpenFlag
           IF Consolidate-By-Customer
               PERFORM Open-Customer-Files
           END-IF

           OPEN OUTPUT STMT-PRINT-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUST-ID
               ON ASCENDING KEY SORT-ACCOUNT-NO
               ON ASCENDING KEY SORT-POST-DATE
               WITH DUPLICATES IN ORDER
               OUTPUT PROCEDURE IS Write-Statements

           CLOSE STMT-PRINT-FILE
           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF Cust-Master-Is-Open
               CLOSE CUST-MASTER-FILE
           END-IF
           IF Cust-Xref-Is-Open
               CLOSE CUST-XREF-FILE
           END-IF

           DISPLAY "Postings selected:  " PostingCount
                   "  for month " StatementMonth
           DISPLAY "Statements printed: " AccountsPrinted
           IF Consolidate-By-Customer
               DISPLAY "Customer statements: " CustomersPrinted
           END-IF
           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

      *  SORT INPUT PROCEDURE.  READS THE ACCUMULATED POSTING FILE
      *  AND RELEASES ONLY THE RECORDS WHOSE POSTING DATE FALLS IN
      *  THE REQUESTED STATEMENT MONTH, SO THE INPUT FILE MAY SAFELY
      *  HOLD MORE HISTORY THAN ONE MONTH.  EACH ACCOUNT'S OPENING
      *  BALANCE GOES IN AHEAD OF THE POSTINGS (SEE RELEASE-OPENING-
      *  BALANCES).  WHEN CONSOLIDATING, EACH RECORD IS RELEASED
      *  ONCE PER CUSTOMER HOLDING THE ACCOUNT, AND EVERY LINKED
      *  ACCOUNT ALSO GETS A MARKER RECORD SO IT APPEARS ON THE
      *  STATEMENT EVEN IN A MONTH WITHOUT POSTINGS.
      *****************************************************************
       Select-Month-Postings.
           PERFORM Release-Opening-Balances
           OPEN INPUT STMT-TRAN-FILE
           IF NOT Stmt-Tran-OK
               DISPLAY "Unable to open STMTTRAN - no postings read."
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF TRAN-POST-DATE(1:7) = StatementMonth
                               MOVE SPACES TO SORT-RECORD
                               MOVE 0 TO SORT-OPEN-AMOUNT
                               MOVE TRAN-ACCOUNT-NO TO SORT-ACCOUNT-NO
                               MOVE TRAN-TYPE-CODE  TO SORT-TYPE-CODE
                               MOVE TRAN-AMOUNT     TO SORT-AMOUNT
                               MOVE TRAN-ADJ-FLAG TO SORT-ADJ-FLAG
                               MOVE TRAN-ORIG-DATE
                                   TO SORT-ORIG-DATE
                               MOVE TRAN-POST-REF TO SORT-POST-REF
                               MOVE TRAN-REV-REF  TO SORT-REV-REF
                               MOVE TRAN-REV-TYPE TO SORT-REV-TYPE
                               PERFORM Release-Posting
                               ADD 1 TO PostingCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF
           IF Cust-Xref-Is-Open
               MOVE LOW-VALUES TO XREF-KEY
               MOVE "00" TO CustXrefStatus
               START CUST-XREF-FILE
                   KEY IS NOT LESS THAN XREF-KEY
                   INVALID KEY
                       SET Cust-Xref-EOF TO TRUE
               END-START
               PERFORM UNTIL Cust-Xref-EOF
                   READ CUST-XREF-FILE NEXT RECORD
                       AT END
                           SET Cust-Xref-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES          TO SORT-RECORD
                           MOVE XREF-CUST-ID    TO SORT-CUST-ID
                           MOVE XREF-ACCOUNT-NO TO SORT-ACCOUNT-NO
                           MOVE LOW-VALUES      TO SORT-POST-DATE
                           MOVE "*"             TO SORT-TYPE-CODE
                           MOVE 0               TO SORT-AMOUNT
                           MOVE 0               TO SORT-OPEN-AMOUNT
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      *  RELEASE-OPENING-BALANCES
      *  READS THE OPTIONAL OPENING-BALANCE FILE (THE PRIOR MONTH'S
      *  CLOSING BANKBAL, IN BALREC LAYOUT) AND RELEASES EACH
      *  ACCOUNT'S BALANCE AS AN OPENING RECORD DATED LOW-VALUES, SO
      *  IT SORTS AHEAD OF THE ACCOUNT'S MARKER AND POSTINGS.  THE
      *  "TOTAL" AND "ACCRUAL" CONTROL ROWS ARE SKIPPED.  NOTHING IS
      *  HELD IN STORAGE, SO NO SIZE OF FILE CAN STOP THE RUN.
      *****************************************************************
       Release-Opening-Balances.
           MOVE "00" TO StmtOpenStatus
           OPEN INPUT STMT-OPEN-FILE
           IF NOT Stmt-Open-OK
               DISPLAY "No opening-balance file present - "
                       "accounts open at zero."
           ELSE
               PERFORM UNTIL Stmt-Open-EOF
                   READ STMT-OPEN-FILE
                       AT END
                           SET Stmt-Open-EOF TO TRUE
                       NOT AT END
                           IF BAL-ACCOUNT-NO NOT = "TOTAL"
                              AND BAL-ACCOUNT-NO NOT = "ACCRUAL"
                               MOVE SPACES         TO SORT-RECORD
                               MOVE BAL-ACCOUNT-NO TO SORT-ACCOUNT-NO
                               SET Sort-Is-Opening-Balance TO TRUE
                               MOVE LOW-VALUES     TO SORT-POST-DATE
                               MOVE 0              TO SORT-AMOUNT
                               MOVE BAL-AMOUNT     TO SORT-OPEN-AMOUNT
                               PERFORM Release-Posting
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-OPEN-FILE
           END-IF.

      *****************************************************************
      *  RELEASE-POSTING
      *  RELEASES THE SORT RECORD BUILT FROM ONE POSTING OR OPENING
      *  BALANCE: UNDER EACH CUSTOMER HOLDING THE ACCOUNT WHEN
      *  CONSOLIDATING - THE HOLDERS ARE READ ON THE CROSS-
      *  REFERENCE'S ACCOUNT KEY - OTHERWISE (OR WHEN NO CUSTOMER
      *  HOLDS IT) ONCE WITH A BLANK CUSTOMER, WHICH PRINTS THE
      *  ORDINARY PER-ACCOUNT PAGE.
      *****************************************************************
       Release-Posting.
           MOVE 0 TO XrefHits
           IF Cust-Xref-Is-Open
               MOVE SORT-ACCOUNT-NO TO WorkAccountNo
               PERFORM Start-Account-Holders
               PERFORM UNTIL No-More-Holders
                   MOVE XREF-CUST-ID TO SORT-CUST-ID
                   RELEASE SORT-RECORD
                   ADD 1 TO XrefHits
                   PERFORM Read-Next-Holder
               END-PERFORM
           END-IF
           IF XrefHits = 0
               MOVE SPACES TO SORT-CUST-ID
               RELEASE SORT-RECORD
           END-IF.

      *****************************************************************
      *  RUNNING BALANCE, AND THE BREAK CLOSES THE PAGE WITH THE
      *  INTEREST, FEE AND CLOSING-BALANCE SUMMARY.  THE BREAK RUNS
      *  OFF A FIRST-RECORD FLAG, NOT A SPACES SENTINEL, SO AN OLD
      *  ARCHIVED ROW WITH A BLANK ACCOUNT STILL GETS A PAGE.  ABOVE
      *  THE ACCOUNT BREAK SITS A CUSTOMER BREAK: A NON-BLANK
      *  CUSTOMER STARTS A CONSOLIDATED STATEMENT PAGE, ITS ACCOUNTS
      *  PRINT AS SECTIONS OF IT, AND THE BREAK CLOSES IT WITH THE
      *  CUSTOMER'S TOTAL.  AN ACCOUNT MARKER OPENS ITS SECTION BUT
      *  PRINTS NO POSTING LINE.  AN OPENING-BALANCE RECORD OPENS
      *  NOTHING - IT IS HELD FOR THE PAGE THAT FOLLOWS IT, SO AN
      *  ACCOUNT WITH A BALANCE BUT NO POSTINGS GETS NO PAGE.
      *****************************************************************
       Write-Statements.
           MOVE SPACES TO CurrentAccount
           MOVE SPACES TO CurrentCustomer
           MOVE LOW-VALUES TO PendingOpenCust
           MOVE LOW-VALUES TO PendingOpenAcct
           MOVE 0 TO PendingOpenAmount
           MOVE "Y" TO FirstRecordFlag
           MOVE "N" TO SortEndFlag
           PERFORM UNTIL Sort-Is-Done
                   AT END
                       SET Sort-Is-Done TO TRUE
                   NOT AT END
                       IF Sort-Is-Opening-Balance
                           PERFORM Hold-Opening-Balance
                       ELSE
                           PERFORM Take-Statement-Record
                       END-IF
               END-RETURN
           END-PERFORM
           IF NOT No-Account-Open-Yet
               PERFORM Close-Statement-Page
               IF CurrentCustomer NOT = SPACES
                   PERFORM Close-Customer-Page
               END-IF
           END-IF.

      *****************************************************************
      *  HOLD-OPENING-BALANCE
      *  KEEPS THE OPENING BALANCE JUST RETURNED FOR THE ACCOUNT'S
      *  PAGE, WHICH THE ACCOUNT'S NEXT RECORD OPENS.
      *****************************************************************
       Hold-Opening-Balance.
           MOVE SORT-CUST-ID     TO PendingOpenCust
           MOVE SORT-ACCOUNT-NO  TO PendingOpenAcct
           MOVE SORT-OPEN-AMOUNT TO PendingOpenAmount.

      *****************************************************************
      *  TAKE-STATEMENT-RECORD
      *  A POSTING OR ACCOUNT MARKER: BREAKS ON THE CUSTOMER AND
      *  ACCOUNT, THEN PRINTS THE POSTING.
      *****************************************************************
       Take-Statement-Record.
           IF No-Account-Open-Yet
              OR SORT-CUST-ID NOT = CurrentCustomer
              OR SORT-ACCOUNT-NO NOT = CurrentAccount
               IF NOT No-Account-Open-Yet
                   PERFORM Close-Statement-Page
               END-IF
               IF No-Account-Open-Yet
                  OR SORT-CUST-ID NOT = CurrentCustomer
                   IF NOT No-Account-Open-Yet
                      AND CurrentCustomer NOT = SPACES
                       PERFORM Close-Customer-Page
                   END-IF
                   MOVE SORT-CUST-ID TO CurrentCustomer
                   IF CurrentCustomer NOT = SPACES
                       PERFORM Open-Customer-Page
                   END-IF
               END-IF
               MOVE SORT-ACCOUNT-NO TO CurrentAccount
               PERFORM Open-Statement-Page
               MOVE "N" TO FirstRecordFlag
           END-IF
           IF NOT Sort-Is-Account-Marker
               PERFORM Print-Posting-Line
           END-IF.

      *****************************************************************
      *  OPEN-CUSTOMER-PAGE
      *  STARTS A CONSOLIDATED STATEMENT FOR CurrentCustomer ON A
      *  FRESH PAGE: TITLE, CUSTOMER NUMBER, NAME AND ADDRESS FROM
      *  THE CUSTOMER MASTER.  THE CUSTOMER TOTALS ARE RESET HERE.
      *****************************************************************
       Open-Customer-Page.
           MOVE 0 TO CustomerBalanceSum
           MOVE 0 TO CustomerAccounts
           ADD 1 TO CustomersPrinted
           PERFORM Find-Customer-Master

           MOVE RPT-HEADER-RULE TO STMT-PRINT-RECORD
           WRITE STMT-PRINT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO PrintLine
           STRING "CONSOLIDATED STATEMENT  -  " StatementMonth
               DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO STMT-PRINT-RECORD
           PERFORM Write-Statement-Line
           MOVE SPACES TO PrintLine
           IF Customer-Is-Found
               STRING "Customer: " CurrentCustomer
                      "  " CUST-NAME
                   DELIMITED BY SIZE INTO PrintLine
               MOVE PrintLine TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
               MOVE SPACES TO PrintLine
               STRING "          " CUST-ADDR-LINE-1
                   DELIMITED BY SIZE INTO PrintLine
               MOVE PrintLine TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
               IF CUST-ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES TO PrintLine
                   STRING "          " CUST-ADDR-LINE-2
                       DELIMITED BY SIZE INTO PrintLine
                   MOVE PrintLine TO STMT-PRINT-RECORD
                   PERFORM Write-Statement-Line
               END-IF
               MOVE SPACES TO PrintLine
               STRING "          " CUST-TOWN
                      "  " CUST-POSTCODE
                   DELIMITED BY SIZE INTO PrintLine
           ELSE
               STRING "Customer: " CurrentCustomer
                   DELIMITED BY SIZE INTO PrintLine
           END-IF
           MOVE PrintLine TO STMT-PRINT-RECORD
           PERFORM Write-Statement-Line.

      *****************************************************************
      *  CLOSE-CUSTOMER-PAGE
      *  ENDS THE CONSOLIDATED STATEMENT WITH THE NUMBER OF ACCOUNTS
      *  AND THE TOTAL OF THEIR CLOSING BALANCES.
      *****************************************************************
       Close-Customer-Page.
           MOVE RPT-HEADER-RULE TO STMT-PRINT-RECORD
           PERFORM Write-Statement-Line
           MOVE CustomerBalanceSum TO PrintBalance
           MOVE SPACES TO PrintLine
           STRING "Total of " CustomerAccounts
                  " account(s) at month end:         "
                  PrintBalance DELIMITED BY SIZE INTO PrintLine
           MOVE PrintLine TO STMT-PRINT-RECORD
           PERFORM Write-Statement-Line.

      *****************************************************************
      *  FIND-FIRST-HOLDER
      *  RETURNS IN FirstHolder THE FIRST CUSTOMER ON THE CROSS-
      *  REFERENCE'S ACCOUNT KEY FOR CurrentAccount.  A JOINT ACCOUNT
      *  PRINTS ON EVERY HOLDER'S STATEMENT BUT ITS BALANCE IS
      *  COUNTED INTO THE RUN'S CONTROL TOTAL ONCE, UNDER THIS
      *  CUSTOMER.
      *****************************************************************
       Find-First-Holder.
           MOVE SPACES TO FirstHolder
           MOVE CurrentAccount TO WorkAccountNo
           PERFORM Start-Account-Holders
           IF NOT No-More-Holders
               MOVE XREF-CUST-ID TO FirstHolder
           END-IF.

      *****************************************************************
      *  START-ACCOUNT-HOLDERS
      *  POSITIONS THE CROSS-REFERENCE ON WorkAccountNo'S ACCOUNT KEY
      *  AND READS ITS FIRST HOLDER.  No-More-Holders WHEN THERE IS
      *  NONE.
      *****************************************************************
       Start-Account-Holders.
           MOVE "N" TO HolderEndFlag
           MOVE WorkAccountNo TO XREF-ACCOUNT-NO
           START CUST-XREF-FILE
               KEY IS EQUAL TO XREF-ACCOUNT-NO
               INVALID KEY
                   SET No-More-Holders TO TRUE
           END-START
           IF NOT No-More-Holders
               PERFORM Read-Next-Holder
           END-IF.

      *****************************************************************
      *  READ-NEXT-HOLDER
      *  READS THE NEXT ROW ON THE ACCOUNT KEY.  No-More-Holders AT
      *  END OF FILE OR ONCE THE ROW IS FOR ANOTHER ACCOUNT.
      *****************************************************************
       Read-Next-Holder.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET No-More-Holders TO TRUE
               NOT AT END
                   IF XREF-ACCOUNT-NO NOT = WorkAccountNo
                       SET No-More-Holders TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *  FIND-CUSTOMER-MASTER
      *  READS CurrentCustomer FROM THE CUSTOMER MASTER BY KEY.  SETS
      *  Customer-Is-Found AND LEAVES THE ROW IN CUST-MAST-RECORD.
      *****************************************************************
       Find-Customer-Master.
           MOVE "N" TO CustomerFound
           IF Cust-Master-Is-Open
               MOVE CurrentCustomer TO CUST-ID
               READ CUST-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CustomerFound
               END-READ
           END-IF.

      *****************************************************************
      *  STARTS THE STATEMENT FOR CurrentAccount ON A FRESH PAGE:
      *  TITLE, ACCOUNT NUMBER AND CUSTOMER NAME, STATEMENT MONTH AND
      *  THE OPENING-BALANCE LINE.  THE RUNNING BALANCE AND ACCRUAL
      *  TOTALS ARE RESET HERE.  ON A CONSOLIDATED STATEMENT THE
      *  ACCOUNT IS A SECTION OF THE CUSTOMER'S PAGE, SO NO PAGE
      *  THROW OR TITLE.
      *****************************************************************
       Open-Statement-Page.
           PERFORM Find-Opening-Balance
           MOVE 0 TO FeesAccrued
           ADD 1 TO AccountsPrinted

           IF CurrentCustomer = SPACES
               MOVE RPT-HEADER-RULE TO STMT-PRINT-RECORD
               WRITE STMT-PRINT-RECORD AFTER ADVANCING PAGE
               MOVE SPACES TO PrintLine
               STRING "ACCOUNT STATEMENT  -  " StatementMonth
                   DELIMITED BY SIZE INTO PrintLine
               MOVE PrintLine TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
           ELSE
               MOVE SPACES TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
               MOVE RPT-FOOTER-RULE TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
           END-IF

           MOVE CurrentAccount TO WorkAccountNo
           PERFORM Find-Account-Master
           MOVE SPACES TO PrintLine
           IF Master-Is-Found
               STRING "Account: " CurrentAccount
                      "  " ACCT-MAST-CUST-NAME
                      "  Branch " ACCT-MAST-BRANCH
                   DELIMITED BY SIZE INTO PrintLine
           ELSE
               STRING "Account: " CurrentAccount
      *  INCREASE IT, MATCHING THE POSTING RULE IN
      *  BANKINGTRANSACTIONS.  INTEREST AND FEES ARE ALSO TOTALLED
      *  FOR THE PAGE SUMMARY, AND A TRANSFER LEG PRINTS ITS CONTRA
      *  ACCOUNT SO THE STATEMENT SHOWS WHERE THE MONEY WENT.  A
      *  REVERSAL (R) MOVES THE BALANCE OPPOSITE TO THE ENTRY IT
      *  CANCELS - DOWN FOR A REVERSED CREDIT OR INTEREST, UP
      *  OTHERWISE - AND TAKES A REVERSED INTEREST OR FEE BACK OUT OF
      *  THE PAGE TOTALS.  THE PAIRING LINES FOLLOW THE POSTING.
      *****************************************************************
       Print-Posting-Line.
           EVALUATE SORT-TYPE-CODE
               WHEN "V"
                   MOVE "TRANSFER IN" TO TypeLabel
                   ADD SORT-AMOUNT TO RunningBalance
               WHEN "R"
                   MOVE "REVERSAL" TO TypeLabel
                   IF Sort-Reverses-Credit
                       SUBTRACT SORT-AMOUNT FROM RunningBalance
                   ELSE
                       ADD SORT-AMOUNT TO RunningBalance
                   END-IF
                   IF SORT-REV-TYPE = "I"
                       SUBTRACT SORT-AMOUNT FROM InterestAccrued
                   END-IF
                   IF SORT-REV-TYPE = "F"
                       SUBTRACT SORT-AMOUNT FROM FeesAccrued
                   END-IF
               WHEN OTHER
                   MOVE "CREDIT"   TO TypeLabel
                   ADD SORT-AMOUNT TO RunningBalance
                       DELIMITED BY SIZE INTO PrintLine
           END-EVALUATE
           MOVE PrintLine TO STMT-PRINT-RECORD
           PERFORM Write-Statement-Line
           PERFORM Print-Reversal-Pairing.

      *****************************************************************
      *  PRINT-REVERSAL-PAIRING
      *  UNDER A REVERSAL, A LINE NAMING THE POSTING IT CANCELS;
      *  UNDER A POSTING THAT HAS BEEN REVERSED, A LINE NAMING THE
      *  REVERSAL AND THE DAY IT POSTED.  AN ORDINARY POSTING PRINTS
      *  NOTHING EXTRA.
      *****************************************************************
       Print-Reversal-Pairing.
           IF SORT-TYPE-CODE = "R"
               MOVE SPACES TO PrintLine
               STRING "            Ref " SORT-POST-REF
                      " cancels " SORT-REV-REF
                      " - posted in error"
                   DELIMITED BY SIZE INTO PrintLine
               MOVE PrintLine TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
           END-IF
           MOVE 0 TO RevIdxHit
           IF SORT-POST-REF NOT = SPACES
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > RevIdxCount
                   IF RevIdxCitedRef(K) = SORT-POST-REF
                       MOVE K TO RevIdxHit
                   END-IF
               END-PERFORM
           END-IF
           IF RevIdxHit > 0
               MOVE SPACES TO PrintLine
               STRING "            Ref " SORT-POST-REF
                      " reversed by " RevIdxOwnRef(RevIdxHit)
                      " on " RevIdxDate(RevIdxHit)
                   DELIMITED BY SIZE INTO PrintLine
               MOVE PrintLine TO STMT-PRINT-RECORD
               PERFORM Write-Statement-Line
           END-IF.

      *****************************************************************
      *  CLOSE-STATEMENT-PAGE
           MOVE PrintLine TO STMT-PRINT-RECORD
           PERFORM Write-Statement-Line

           IF CurrentCustomer = SPACES
               ADD RunningBalance TO ClosingBalanceSum
           ELSE
               ADD RunningBalance TO CustomerBalanceSum
               ADD 1 TO CustomerAccounts
               PERFORM Find-First-Holder
               IF FirstHolder = CurrentCustomer
                   ADD RunningBalance TO ClosingBalanceSum
               END-IF
           END-IF
           MOVE RunningBalance TO PrintBalance
           MOVE SPACES TO PrintLine
           STRING "Closing balance:                      "

      *****************************************************************
      *  FIND-OPENING-BALANCE
      *  THE OPENING BALANCE FOR CurrentAccount IS THE ONE HELD FROM
      *  THE OPENING RECORD THAT SORTED JUST AHEAD OF IT.  AN
      *  ACCOUNT NOT ON THE OPENING-BALANCE FILE OPENS AT ZERO.
      *****************************************************************
       Find-Opening-Balance.
           MOVE 0 TO OpeningBalance
           IF PendingOpenAcct = CurrentAccount
              AND PendingOpenCust = CurrentCustomer
               MOVE PendingOpenAmount TO OpeningBalance
           END-IF.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER, IF PRESENT, SO EACH
      *  STATEMENT CAN CARRY THE CUSTOMER NAME AND BRANCH.  EACH
      *  ACCOUNT IS READ BY KEY AS ITS STATEMENT STARTS.
      *****************************************************************
       Open-Account-Master.
           MOVE "N" TO MasterOpenFlag
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF NOT Acct-Mast-OK
               DISPLAY "No account master file present - "
                       "statements print without customer names."
           ELSE
               SET Master-Is-Open TO TRUE
           END-IF.

      *****************************************************************
      *  OPEN-CUSTOMER-FILES
      *  OPENS THE INDEXED CUSTOMER MASTER, FOR THE NAME AND ADDRESS
      *  AT THE HEAD OF EACH CONSOLIDATED STATEMENT, AND THE CROSS-
      *  REFERENCE, FOR THE HOLDERS OF EACH ACCOUNT.  BOTH ARE READ
      *  BY KEY.  NO MASTER LEAVES THE HEADINGS SHOWING THE CUSTOMER
      *  ID ONLY; NO CROSS-REFERENCE PRINTS EVERY ACCOUNT ON ITS OWN
      *  PER-ACCOUNT STATEMENT.
      *****************************************************************
       Open-Customer-Files.
           OPEN INPUT CUST-MASTER-FILE
           IF NOT Cust-Mast-OK
               DISPLAY "No customer master file present - "
                       "statements print without customer addresses."
           ELSE
               SET Cust-Master-Is-Open TO TRUE
           END-IF
           OPEN INPUT CUST-XREF-FILE
           IF NOT Cust-Xref-OK
               DISPLAY "No customer cross-reference file present - "
                       "statements print per account."
           ELSE
               SET Cust-Xref-Is-Open TO TRUE
           END-IF.

      *****************************************************************
      *  LOAD-REVERSAL-INDEX
      *  PRE-PASS OVER THE WHOLE POSTING ARCHIVE NOTING EACH
      *  REVERSAL OF A POSTING MADE IN THE STATEMENT MONTH - THE
      *  REFERENCE IT CANCELS, ITS OWN REFERENCE AND ITS DATE - SO A
      *  POSTING REVERSED IN A LATER MONTH STILL PRINTS AS REVERSED.
      *  A REFERENCE STARTS WITH THE YYYYMMDD IT WAS ISSUED ON, SO
      *  REVERSALS OF OTHER MONTHS' POSTINGS ARE PASSED OVER AND THE
      *  INDEX HOLDS ONE MONTH'S, HOWEVER LONG THE ARCHIVE GROWS.  A
      *  FULL INDEX ONLY LOSES THE PAIRING LINES FOR THE REST; THE
      *  FIGURES ARE UNAFFECTED.
      *****************************************************************
       Load-Reversal-Index.
           MOVE 0 TO RevIdxCount
           MOVE SPACES TO StatementRefMonth
           STRING StatementMonth(1:4) StatementMonth(6:2)
                  DELIMITED BY SIZE INTO StatementRefMonth
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF TRAN-TYPE-CODE = "R"
                              AND TRAN-REV-REF(1:6) = StatementRefMonth
                               IF RevIdxCount < MaxRevIdx
                                   ADD 1 TO RevIdxCount
                                   MOVE TRAN-REV-REF
                                       TO RevIdxCitedRef(RevIdxCount)
                                   MOVE TRAN-POST-REF
                                       TO RevIdxOwnRef(RevIdxCount)
                                   MOVE TRAN-POST-DATE
                                       TO RevIdxDate(RevIdxCount)
                               ELSE
                                   MOVE SPACES TO RPT-ERR-TEXT
                                   STRING "REVERSAL INDEX FULL - LATER "
                                          "PAIRINGS NOT PRINTED."
                                          DELIMITED BY SIZE
                                       INTO RPT-ERR-TEXT
                                   DISPLAY RPT-ERROR-LINE
                                   SET Stmt-Tran-EOF TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF
           MOVE "00" TO StmtTranStatus.

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
                       MOVE "Y" TO MasterFound
               END-READ
           END-IF.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
