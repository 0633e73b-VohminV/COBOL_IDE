      *                  SESSION JOURNALS TO JOBJRNL LIKE EVERY OTHER
      *                  FUNCTION, STAMPED WITH THE SIGNED-ON
      *                  OPERATOR, SO LOOKUPS ARE ATTRIBUTABLE.
      *  2026-10-14  DL  SHOW EACH POSTING'S REFERENCE, AND PAIR A
      *                  REVERSAL WITH THE POSTING IT CANCELS: THE
      *                  ORIGINAL IS LOOKED UP ON STMTTRAN BY ITS
      *                  REFERENCE AND ITS DATE, TYPE AND AMOUNT ARE
      *                  SHOWN UNDER THE REVERSAL LINE.
      *  2026-10-14  DL  SPELL OUT THE NEW DORMANT ACCOUNT STATUS.
      *  2026-10-14  DL  SPELL OUT THE CLOSING STATUS AN ACCOUNT HOLDS
      *                  BETWEEN SETTLEMENT AND CLOSURE, AND CARRY THE
      *                  ACCOUNT-CLOSURE ORIGIN ON THE ARCHIVE RECORD.
      *  2026-10-14  DL  LOOK UP BY CUSTOMER: KEYING "C" AT THE
      *                  ACCOUNT PROMPT ASKS FOR A CUSTOMER ID AND
      *                  SHOWS THE CUSTOMER'S DETAILS FROM CUSTMAST
      *                  AND EVERY ACCOUNT LINKED ON CUSTXREF, EACH
      *                  WITH ITS STATUS AND ITS BANKBAL BALANCE FOR
      *                  THE BUSINESS DATE, AND THE TOTAL ACROSS THEM.
      *  2026-10-15  DL  ACCTMAST AND THE NEW CLOSING-BALANCE FILE
      *                  ACCTBAL ARE INDEXED BY ACCOUNT NUMBER, OPENED
      *                  ONCE FOR THE SESSION AND READ BY KEY FOR EACH
      *                  LOOKUP INSTEAD OF BEING SCANNED FROM THE TOP;
      *                  THE BALANCE NOW COMES FROM ACCTBAL RATHER THAN
      *                  BANKBAL. AN ACCOUNT THAT HAS NOT POSTED TODAY
      *                  SHOWS ITS LAST CLOSING BALANCE AND ITS DATE.
      *  2026-10-15  DL  CUSTMAST AND CUSTXREF ARE NOW INDEXED: THE
      *                  CUSTOMER IS READ BY KEY AND THEIR ACCOUNTS FROM
      *                  THEIR FIRST CROSS-REFERENCE ROW ON, INSTEAD OF
      *                  SCANNING BOTH FILES.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS AcctBalStatus.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransOutStatus.

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

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

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  ACCT-BAL-FILE.
           COPY ACCTBAL.

       FD  TRANS-OUT-FILE.
           COPY TRANREC.

       FD  STMT-TRAN-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==     BY ==STMT-RECORD==
                         ==TRAN-ACCOUNT-NO== BY ==STMT-ACCOUNT-NO==
                         ==TRAN-TYPE-CODE==  BY ==STMT-TYPE-CODE==
                         ==TRAN-AMOUNT==     BY ==STMT-AMOUNT==
                         ==TRAN-POST-DATE==  BY ==STMT-POST-DATE==
                         ==TRAN-OPERATOR-ID== BY
                             ==STMT-OPERATOR-ID==
                         ==TRAN-CURRENCY-CODE== BY
                             ==STMT-CURRENCY-CODE==
                         ==TRAN-ORIG-AMOUNT== BY
                             ==STMT-ORIG-AMOUNT==
                         ==TRAN-CONTRA-ACCT== BY
                             ==STMT-CONTRA-ACCT==
                         ==TRAN-ADJ-FLAG==   BY ==STMT-ADJ-FLAG==
                         ==Tran-Is-Adjustment== BY
                             ==Stmt-Is-Adjustment==
                         ==TRAN-ORIG-DATE==  BY ==STMT-ORIG-DATE==
                         ==TRAN-ADJ-REASON== BY
                             ==STMT-ADJ-REASON==
                         ==TRAN-POST-REF==   BY ==STMT-POST-REF==
                         ==TRAN-REV-REF==    BY ==STMT-REV-REF==
                         ==TRAN-REV-TYPE==   BY ==STMT-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Stmt-Reverses-Credit==
                         ==TRAN-ORIGIN==     BY ==STMT-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Stmt-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Stmt-From-Account-Close==
                         ==Tran-From-Loan== BY
                             ==Stmt-From-Loan==.

       FD  CUST-MASTER-FILE.
           COPY CUSTMST.

       FD  CUST-XREF-FILE.
           COPY CUSTXREF.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.


       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
       77  MasterOpenFlag       PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  AcctBalStatus        PIC XX VALUE "00".
           88  Acct-Bal-OK          VALUE "00".
       77  AcctBalOpenFlag      PIC X VALUE "N".
           88  Acct-Bal-Is-Open     VALUE "Y".
       77  TransOutStatus       PIC XX VALUE "00".
           88  Trans-Out-OK         VALUE "00".
           88  Trans-Out-EOF        VALUE "10".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  CustMastStatus       PIC XX VALUE "00".
           88  Cust-Mast-OK         VALUE "00".
           88  Cust-Mast-EOF        VALUE "10".
       77  CustXrefStatus       PIC XX VALUE "00".
           88  Cust-Xref-OK         VALUE "00".
           88  Cust-Xref-EOF        VALUE "10".
       77  OriginalFound        PIC X VALUE "N".
           88  Original-Is-Found    VALUE "Y".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
       77  TypeLabel            PIC X(12).
       77  PrintAmount          PIC ZZZZ9.99.
       77  PrintBalance         PIC -(8)9.99.
       77  InquiryCustomer      PIC X(08).
       77  CustomerFound        PIC X VALUE "N".
           88  Customer-Is-Found    VALUE "Y".
       77  MaxLinked            PIC 9(3) VALUE 50.
       77  LinkedCount          PIC 9(3) VALUE 0.
       77  L                    PIC 9(3) VALUE 0.
       77  CustomerBalanceSum   PIC S9(09)V99 VALUE 0.
       77  LinkedName           PIC X(25) VALUE SPACES.

       01  LinkedAccounts.
           05  LinkedEntry OCCURS 50 TIMES.
               10  LinkedAccountNo     PIC X(10).
               10  LinkedRole          PIC X(01).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           PERFORM Open-Keyed-Files

           MOVE "Y" TO LoopFlag
           PERFORM UNTIL Inquiry-Done
               DISPLAY " "
               DISPLAY "Account number, or C for a customer"
                       " (blank to finish): "
                   WITH NO ADVANCING
               ACCEPT InquiryAccount
               IF InquiryAccount = SPACES
                   MOVE "N" TO LoopFlag
               ELSE
               IF InquiryAccount = "C" OR InquiryAccount = "c"
                   DISPLAY "Customer ID: " WITH NO ADVANCING
                   ACCEPT InquiryCustomer
                   ADD 1 TO LookupsKeyed
                   PERFORM Show-One-Customer
               ELSE
                   ADD 1 TO LookupsKeyed
                   PERFORM Show-One-Account
               END-IF
               END-IF
           END-PERFORM

           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF Acct-Bal-Is-Open
               CLOSE ACCT-BAL-FILE
           END-IF
           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           END-IF
           DISPLAY "Business date: " BusinessDate.

      *****************************************************************
      *  OPEN-KEYED-FILES
      *  OPENS THE INDEXED ACCOUNT MASTER AND CLOSING-BALANCE FILES
      *  ONCE FOR THE SESSION; EVERY LOOKUP THEN READS THE ONE
      *  ACCOUNT'S RECORDS BY KEY.  A FILE NOT PRESENT JUST MEANS
      *  EVERY LOOKUP COMES BACK NOT FOUND.
      *****************************************************************
       Open-Keyed-Files.
           MOVE "N" TO MasterOpenFlag
           MOVE "N" TO AcctBalOpenFlag
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF Acct-Mast-OK
               SET Master-Is-Open TO TRUE
           END-IF
           OPEN INPUT ACCT-BAL-FILE
           IF Acct-Bal-OK
               SET Acct-Bal-Is-Open TO TRUE
           END-IF.

      *****************************************************************
      *  READ-ACCOUNT-MASTER
      *  READS THE MASTER RECORD FOR InquiryAccount BY KEY.  SETS
      *  Master-Is-Found WITH THE RECORD IN ACCT-MAST-RECORD.
      *****************************************************************
       Read-Account-Master.
           MOVE "N" TO MasterFound
           IF Master-Is-Open
               MOVE InquiryAccount TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MasterFound
               END-READ
           END-IF.

      *****************************************************************
      *  READ-ACCOUNT-BALANCE
      *  READS THE ACCTBAL ROW FOR InquiryAccount BY KEY.  SETS
      *  Balance-Is-Found ONLY WHEN THE ROW IS DATED WITH THE CURRENT
      *  BUSINESS DATE; AN OLDER ROW IS LEFT IN ACCT-BAL-RECORD FOR
      *  THE CALLER TO SHOW AS THE LAST CLOSING BALANCE.
      *****************************************************************
       Read-Account-Balance.
           MOVE "N" TO BalanceFound
           MOVE SPACES TO AB-BUS-DATE
           IF Acct-Bal-Is-Open
               MOVE InquiryAccount TO AB-ACCOUNT-NO
               READ ACCT-BAL-FILE
                   KEY IS AB-ACCOUNT-NO
                   INVALID KEY
                       MOVE SPACES TO AB-BUS-DATE
                   NOT INVALID KEY
                       IF AB-BUS-DATE = BusinessDate
                           MOVE "Y" TO BalanceFound
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      *  SHOW-ONE-ACCOUNT
      *  ONE CUSTOMER-CALL SCREEN: THE MASTER DETAILS, THE CLOSING
           PERFORM Show-Day-Postings.

      *****************************************************************
      *  SHOW-ONE-CUSTOMER
      *  THE CONSOLIDATED CUSTOMER SCREEN: THE CUSTOMER'S DETAILS,
      *  THEN ONE LINE PER LINKED ACCOUNT WITH ITS STATUS AND THE
      *  DAY'S ACCTBAL BALANCE, AND THE TOTAL OF THOSE BALANCES.
      *****************************************************************
       Show-One-Customer.
           PERFORM Show-Customer-Details
           IF Customer-Is-Found
               ADD 1 TO LookupsFound
               PERFORM Load-Linked-Accounts
               MOVE 0 TO CustomerBalanceSum
               IF LinkedCount = 0
                   DISPLAY "No accounts linked to this customer."
               ELSE
                   DISPLAY "Account     Role Status    Name"
                           "                       Balance"
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > LinkedCount
                       PERFORM Show-Linked-Account
                   END-PERFORM
                   MOVE CustomerBalanceSum TO PrintBalance
                   DISPLAY "Total across " LinkedCount
                           " account(s) " BusinessDate ": "
                           PrintBalance
               END-IF
           END-IF.

      *****************************************************************
      *  SHOW-CUSTOMER-DETAILS
      *  READS THE CUSTOMER FROM CUSTMAST BY KEY AND SHOWS THE NAME,
      *  ADDRESS AND CONTACT DETAILS.
      *****************************************************************
       Show-Customer-Details.
           MOVE "N" TO CustomerFound
           MOVE "00" TO CustMastStatus
           OPEN INPUT CUST-MASTER-FILE
           IF Cust-Mast-OK
               MOVE InquiryCustomer TO CUST-ID
               READ CUST-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CustomerFound
                       DISPLAY "Customer: " CUST-ID
                               "  " CUST-NAME
                       DISPLAY "Address:  " CUST-ADDR-LINE-1
                       IF CUST-ADDR-LINE-2 NOT = SPACES
                           DISPLAY "          " CUST-ADDR-LINE-2
                       END-IF
                       DISPLAY "          " CUST-TOWN
                               "  " CUST-POSTCODE
                       DISPLAY "Phone:    " CUST-PHONE
                       DISPLAY "Email:    " CUST-EMAIL
               END-READ
               CLOSE CUST-MASTER-FILE
           END-IF
           IF NOT Customer-Is-Found
               DISPLAY "Customer " InquiryCustomer
                       " is not on the customer master."
           END-IF.

      *****************************************************************
      *  LOAD-LINKED-ACCOUNTS
      *  COLLECTS THE ACCOUNTS CUSTXREF LINKS TO THE CUSTOMER, READ
      *  IN KEY ORDER FROM THE CUSTOMER'S FIRST ROW.  MORE THAN THE
      *  LIST HOLDS ARE NAMED AS NOT SHOWN.
      *****************************************************************
       Load-Linked-Accounts.
           MOVE 0 TO LinkedCount
           MOVE "00" TO CustXrefStatus
           OPEN INPUT CUST-XREF-FILE
           IF Cust-Xref-OK
               MOVE InquiryCustomer TO XREF-CUST-ID
               MOVE LOW-VALUES TO XREF-ACCOUNT-NO
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
                           IF XREF-CUST-ID NOT = InquiryCustomer
                               SET Cust-Xref-EOF TO TRUE
                           ELSE
                               IF LinkedCount < MaxLinked
                                   ADD 1 TO LinkedCount
                                   MOVE XREF-ACCOUNT-NO
                                       TO LinkedAccountNo(LinkedCount)
                                   MOVE XREF-ROLE
                                       TO LinkedRole(LinkedCount)
                               ELSE
                                   DISPLAY "Account " XREF-ACCOUNT-NO
                                           " linked but not shown -"
                                           " list full."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-XREF-FILE
           END-IF.

      *****************************************************************
      *  SHOW-LINKED-ACCOUNT
      *  ONE LINE FOR THE LINKED ACCOUNT IN SLOT L: ITS STATUS AND
      *  NAME FROM ACCTMAST AND ITS CLOSING BALANCE FROM ACCTBAL FOR
      *  THE BUSINESS DATE, WHICH IS ADDED TO THE CUSTOMER TOTAL.  NO
      *  ROW FOR TODAY MEANS THE ACCOUNT HAS NOT POSTED TODAY.
      *****************************************************************
       Show-Linked-Account.
           MOVE LinkedAccountNo(L) TO InquiryAccount
           MOVE "?" TO StatusLabel
           MOVE "(NOT ON ACCOUNT MASTER)" TO LinkedName
           PERFORM Read-Account-Master
           IF Master-Is-Found
               MOVE ACCT-MAST-CUST-NAME TO LinkedName
               PERFORM Set-Status-Label
           END-IF

           PERFORM Read-Account-Balance
           IF Balance-Is-Found
               MOVE AB-AMOUNT TO PrintBalance
               ADD AB-AMOUNT TO CustomerBalanceSum
           END-IF
           IF Balance-Is-Found
               DISPLAY InquiryAccount "  " LinkedRole(L) "    "
                       StatusLabel "  " LinkedName
                       PrintBalance
           ELSE
               DISPLAY InquiryAccount "  " LinkedRole(L) "    "
                       StatusLabel "  " LinkedName
                       "   no posting"
           END-IF.

      *****************************************************************
      *  SHOW-MASTER-DETAILS
      *  READS THE ACCOUNT FROM ACCTMAST BY KEY AND SHOWS THE
      *  CUSTOMER NAME, BRANCH AND STATUS SPELLED OUT.
      *****************************************************************
       Show-Master-Details.
           PERFORM Read-Account-Master
           IF Master-Is-Found
               PERFORM Set-Status-Label
               DISPLAY "Account:  " InquiryAccount
                       "  " ACCT-MAST-CUST-NAME
               DISPLAY "Branch:   " ACCT-MAST-BRANCH
                       "   Status: " StatusLabel
           END-IF
           IF NOT Master-Is-Found
               DISPLAY "Account " InquiryAccount
                       " is not on the account master."
           END-IF.

      *****************************************************************
      *  SET-STATUS-LABEL
      *  SPELLS OUT THE STATUS OF THE ACCOUNT-MASTER ROW IN THE
      *  RECORD AREA.
      *****************************************************************
       Set-Status-Label.
           EVALUATE ACCT-MAST-STATUS
               WHEN "O"
                   MOVE "OPEN" TO StatusLabel
               WHEN "C"
                   MOVE "CLOSED" TO StatusLabel
               WHEN "F"
                   MOVE "FROZEN" TO StatusLabel
               WHEN "D"
                   MOVE "DORMANT" TO StatusLabel
               WHEN "P"
                   MOVE "CLOSING" TO StatusLabel
               WHEN OTHER
                   MOVE ACCT-MAST-STATUS TO StatusLabel
           END-EVALUATE.

      *****************************************************************
      *  SHOW-CLOSING-BALANCE
      *  READS THE ACCOUNT'S ACCTBAL ROW BY KEY.  A ROW DATED WITH
      *  THE CURRENT BUSINESS DATE IS TODAY'S CLOSING BALANCE; AN
      *  OLDER ROW IS SHOWN AS THE LAST ONE, WITH ITS DATE.  NO ROW
      *  FOR TODAY JUST MEANS THE ACCOUNT HAS NOT POSTED TODAY.
      *****************************************************************
       Show-Closing-Balance.
           PERFORM Read-Account-Balance
           IF Balance-Is-Found
               MOVE AB-AMOUNT TO PrintBalance
               DISPLAY "Closing balance "
                       BusinessDate ": "
                       PrintBalance
           ELSE
               DISPLAY "No closing balance on ACCTBAL for "
                       BusinessDate " - account has not posted today."
               IF AB-BUS-DATE NOT = SPACES
                   MOVE AB-AMOUNT TO PrintBalance
                   DISPLAY "Last closing balance " AB-BUS-DATE ": "
                           PrintBalance
               END-IF
           END-IF.

      *****************************************************************
      *****************************************************************
      *  SHOW-ONE-POSTING
      *  ONE POSTING LINE, LABELLED THE SAME WAY THE STATEMENTS
      *  LABEL THE TYPE CODES, WITH ITS POSTING REFERENCE.  A
      *  REVERSAL IS FOLLOWED BY THE POSTING IT CANCELS.
      *****************************************************************
       Show-One-Posting.
           ADD 1 TO PostingsShown
                   MOVE "TRANSFER OUT" TO TypeLabel
               WHEN "V"
                   MOVE "TRANSFER IN"  TO TypeLabel
               WHEN "R"
                   MOVE "REVERSAL"     TO TypeLabel
               WHEN OTHER
                   MOVE TRAN-TYPE-CODE TO TypeLabel
           END-EVALUATE
               DISPLAY "  " TypeLabel "  " PrintAmount
                       "  by " TRAN-OPERATOR-ID
           END-IF
           IF TRAN-POST-REF NOT = SPACES
               DISPLAY "    Ref " TRAN-POST-REF
           END-IF
           IF Tran-Is-Adjustment
               DISPLAY "    ADJUSTMENT for " TRAN-ORIG-DATE
                       " - " TRAN-ADJ-REASON
           END-IF
           IF TRAN-TYPE-CODE = "R"
               PERFORM Show-Reversed-Original
           END-IF.

      *****************************************************************
      *  SHOW-REVERSED-ORIGINAL
      *  LOOKS THE REVERSAL'S CITED REFERENCE UP ON STMTTRAN AND
      *  SHOWS THE ORIGINAL'S DATE, TYPE AND AMOUNT SO THE CALLER
      *  SEES THE PAIR: "POSTED IN ERROR, REVERSED".
      *****************************************************************
       Show-Reversed-Original.
           MOVE "N" TO OriginalFound
           MOVE "00" TO StmtTranStatus
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF STMT-POST-REF = TRAN-REV-REF
                               MOVE "Y" TO OriginalFound
                               MOVE STMT-AMOUNT TO PrintAmount
                               DISPLAY "    Cancels " TRAN-REV-REF
                                       "  " STMT-POST-DATE
                                       "  type " STMT-TYPE-CODE
                                       "  " PrintAmount
                                       " - posted in error"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF
           IF NOT Original-Is-Found
               DISPLAY "    Cancels " TRAN-REV-REF
                       " (not on STMTTRAN)"
           END-IF.

      *****************************************************************
