       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustMaint.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  MAINTENANCE SCREEN FOR THE
      *                  CUSTOMER MASTER AND THE CROSS-REFERENCE OF
      *                  THE ACCOUNTS EACH CUSTOMER HOLDS.  UNTIL NOW
      *                  ACCTMAST CARRIED A NAME PER ACCOUNT AND NO
      *                  CUSTOMER IDENTITY, SO ONE CUSTOMER'S CURRENT,
      *                  SAVINGS AND OVERDRAFT ACCOUNTS WERE THREE
      *                  UNRELATED ROWS WITH THE NAME SPELT THREE
      *                  WAYS.  ADDS CUSTOMERS (ID, NAME, ADDRESS,
      *                  CONTACT DETAILS), CHANGES THEIR DETAILS, AND
      *                  LINKS AND UNLINKS ACCOUNTS AS PRIMARY OR
      *                  JOINT HOLDER.  THE PRIMARY HOLDER'S NAME IS
      *                  CARRIED ONTO THE ACCOUNT MASTER WHEN AN
      *                  ACCOUNT IS LINKED OR THE NAME CHANGES, SO
      *                  THERE IS ONE SPELLING.  EVERY CHANGE IS
      *                  AUDITED THROUGH AUDITWRITE - A DETAIL CHANGE
      *                  ONE ROW PER FIELD, A NEW CUSTOMER ONE ROW FOR
      *                  ITS ID, NAME AND FIRST ADDRESS LINE AND ONE
      *                  MORE FOR EACH OTHER DETAIL GIVEN, SO NOTHING
      *                  FALLS OUTSIDE THE AUDIT IMAGE.  SUPERVISOR-
      *                  ONLY, GATED AT THE MENU.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.
      *  2026-10-15  DL  THE CUSTOMER MASTER AND CROSS-REFERENCE ARE
      *                  NOW INDEXED, AND ALL THREE FILES ARE OPENED
      *                  FOR UPDATE FOR THE SESSION: EACH CHANGE IS
      *                  WRITTEN, REWRITTEN OR DELETED BY KEY AS IT IS
      *                  MADE, SO THE SCREEN HOLDS NO COPY OF ANY FILE
      *                  AND CAN NO LONGER PUT BACK AN ACCTMAST THAT
      *                  SOMETHING ELSE CHANGED IN THE MEANTIME.  THE
      *                  WORK TABLES AND THEIR CEILINGS ARE GONE.
      *                  CUSTMAST, CUSTXREF AND ACCTMAST ARE TAKEN ON
      *                  THE LOCK REGISTRY FOR THE SESSION, ALL OR
      *                  NONE, AND THE SCREEN REFUSES TO OPEN WHEN
      *                  ANOTHER SESSION OR THE NIGHTLY CLOSE HOLDS ANY
      *                  OF THEM.
      *  2026-10-15  DL  A NEW CUSTOMER IS AUDITED AS AN ADD ROW OF ITS
      *                  ID, NAME AND FIRST ADDRESS LINE AND ONE ROW PER
      *                  OTHER DETAIL GIVEN (ADDRESS2, TOWN, POSTCODE,
      *                  PHONE, EMAIL), SINCE THE WHOLE RECORD DOES NOT
      *                  FIT THE AUDIT IMAGE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS CustMastStatus.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-ACCOUNT-NO
                   WITH DUPLICATES
               FILE STATUS IS CustXrefStatus.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE.
           COPY CUSTMST.

       FD  CUST-XREF-FILE.
           COPY CUSTXREF.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  CustMastStatus       PIC XX VALUE "00".
           88  Cust-Mast-OK         VALUE "00".
           88  Cust-Mast-EOF        VALUE "10".
           88  Cust-Mast-Missing    VALUE "35".
       77  CustXrefStatus       PIC XX VALUE "00".
           88  Cust-Xref-OK         VALUE "00" "02".
           88  Cust-Xref-EOF        VALUE "10".
           88  Cust-Xref-Missing    VALUE "35".
       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
           88  Acct-Mast-EOF        VALUE "10".
           88  Acct-Mast-Missing    VALUE "35".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  LockRefusalText      PIC X(70) VALUE SPACES.
       77  CustLockCount        PIC 9 VALUE 3.
       77  LockIdx              PIC 9 VALUE 0.
       77  LocksTaken           PIC 9 VALUE 0.

       77  CustCount            PIC 9(7) VALUE 0.
       77  LinkedShown          PIC 9(5) VALUE 0.
       77  ChangeCount          PIC 9(5) VALUE 0.
       77  PrimaryHolder        PIC X(08) VALUE SPACES.
       77  CustOpenFlag         PIC X VALUE "N".
           88  Cust-Master-Is-Open  VALUE "Y".
       77  XrefOpenFlag         PIC X VALUE "N".
           88  Cust-Xref-Is-Open    VALUE "Y".
       77  MastOpenFlag         PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  CustFoundFlag        PIC X VALUE "N".
           88  Customer-On-File     VALUE "Y".
       77  AcctFoundFlag        PIC X VALUE "N".
           88  Account-On-File      VALUE "Y".
       77  XrefFoundFlag        PIC X VALUE "N".
           88  Link-On-File         VALUE "Y".
       77  HolderEndFlag        PIC X VALUE "N".
           88  No-More-Links        VALUE "Y".
       77  WriteFlag            PIC X VALUE "Y".
           88  Write-OK             VALUE "Y".
       77  WriteFileName        PIC X(08) VALUE SPACES.
       77  WriteFileStatus      PIC XX VALUE "00".
       77  WriteKey             PIC X(20) VALUE SPACES.
       77  MenuChoice           PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Maint-Done           VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  WorkCustId           PIC X(08) VALUE SPACES.
       77  WorkAccountNo        PIC X(10) VALUE SPACES.
       77  NewRole              PIC X VALUE SPACE.
       77  NewValue             PIC X(40) VALUE SPACES.
       77  FieldBefore          PIC X(40) VALUE SPACES.
       77  FieldAfter           PIC X(40) VALUE SPACES.
       77  FieldsChanged        PIC 9(2) VALUE 0.
       77  RoleLabel            PIC X(07) VALUE SPACES.

      *  THE FILES THE SCREEN TAKES ON THE LOCK REGISTRY, IN THE
      *  ORDER THEY ARE TAKEN.  CustLockCount MUST MATCH.
       01  CustLockFiles.
           05  FILLER               PIC X(10) VALUE "CUSTMAST".
           05  FILLER               PIC X(10) VALUE "CUSTXREF".
           05  FILLER               PIC X(10) VALUE "ACCTMAST".
       01  CustLockTable REDEFINES CustLockFiles.
           05  CustLockFile OCCURS 3 TIMES PIC X(10).

       01  CustWorkImage            PIC X(186).

      *  THE AFTER-IMAGE OF A CUSTOMER ADD - THE FIELDS THAT FIT THE
      *  AUDIT IMAGE.  THE REST GO ON A ROW EACH.
       01  CustAddImage.
           05  CustAddId            PIC X(08).
           05  CustAddName          PIC X(25).
           05  CustAddAddr1         PIC X(30).
           05  FILLER               PIC X(07).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "CUSTOMER MAINTENANCE"     TO RPT-HDR-PROGRAM
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

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Customer maintenance not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Open-Customer-Files
           IF NOT Cust-Master-Is-Open
               DISPLAY "No customer master on file yet - added"
                       " customers will create it."
           END-IF
           IF NOT Master-Is-Open
               DISPLAY "No account master on file - accounts cannot"
                       " be linked until one is set up."
           END-IF

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           MOVE 0 TO ChangeCount
           PERFORM UNTIL Maint-Done
               DISPLAY " "
               DISPLAY "[L] List customers"
               DISPLAY "[V] View a customer and their accounts"
               DISPLAY "[A] Add a customer"
               DISPLAY "[C] Change a customer's details"
               DISPLAY "[K] Link an account to a customer"
               DISPLAY "[U] Unlink an account from a customer"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "L"
                       PERFORM List-Customers
                   WHEN "V"
                       PERFORM View-Customer
                   WHEN "A"
                       PERFORM Add-Customer
                   WHEN "C"
                       PERFORM Change-Customer
                   WHEN "K"
                       PERFORM Link-Account
                   WHEN "U"
                       PERFORM Unlink-Account
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           PERFORM Close-Customer-Files
           IF Anything-Changed
               DISPLAY "Customer files updated in place - "
                       ChangeCount " record(s) written."
           ELSE
               DISPLAY "Nothing changed - files left as they were."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY AUDIT ROW CARRIES THE DAY THE CHANGE
      *  BELONGS TO.
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
      *  ACQUIRE-FILE-LOCKS
      *  TAKES THE FILES IN CustLockTable ON THE LOCK REGISTRY FOR THE
      *  SESSION, SO NO OTHER SESSION - AND NOT THE NIGHTLY CLOSE -
      *  CAN CHANGE THEM UNDER THIS ONE.  ALL OR NONE: WHEN ONE IS
      *  HELD THE ONES ALREADY TAKEN ARE GIVEN BACK, AND Lck-Refused
      *  COMES BACK WITH THE HOLDER IN LCK-MESSAGE.
      *****************************************************************
       Acquire-File-Locks.
           MOVE 0 TO LocksTaken
           SET Lck-Granted TO TRUE
           PERFORM VARYING LockIdx FROM 1 BY 1
                   UNTIL LockIdx > CustLockCount OR Lck-Refused
               MOVE "A" TO LCK-FUNCTION
               MOVE CustLockFile(LockIdx) TO LCK-FILE-NAME
               MOVE "CustMaint" TO LCK-PROGRAM-ID
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
               MOVE CustLockFile(LockIdx) TO LCK-FILE-NAME
               MOVE "CustMaint" TO LCK-PROGRAM-ID
               MOVE StampOperatorId TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           END-PERFORM
           MOVE 0 TO LocksTaken.

      *****************************************************************
      *  OPEN-CUSTOMER-FILES / OPEN-CUSTOMER-MASTER / -XREF
      *  OPENS THE CUSTOMER MASTER, THE CROSS-REFERENCE AND THE
      *  ACCOUNT MASTER FOR UPDATE FOR THE WHOLE SESSION.  A FILE
      *  NOT THERE AT ALL LEAVES ITS OPEN FLAG OFF - THE FIRST ADD
      *  OR LINK CREATES A MISSING CUSTOMER FILE; A MISSING ACCOUNT
      *  MASTER JUST MEANS NOTHING CAN BE LINKED.
      *****************************************************************
       Open-Customer-Files.
           PERFORM Open-Customer-Master
           PERFORM Open-Customer-Xref
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

       Open-Customer-Master.
           MOVE "N" TO CustOpenFlag
           OPEN I-O CUST-MASTER-FILE
           IF Cust-Mast-OK
               SET Cust-Master-Is-Open TO TRUE
           ELSE
               IF NOT Cust-Mast-Missing
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "UNABLE TO OPEN CUSTMAST - STATUS "
                          CustMastStatus "."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               END-IF
           END-IF.

       Open-Customer-Xref.
           MOVE "N" TO XrefOpenFlag
           OPEN I-O CUST-XREF-FILE
           IF Cust-Xref-OK
               SET Cust-Xref-Is-Open TO TRUE
           ELSE
               IF NOT Cust-Xref-Missing
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "UNABLE TO OPEN CUSTXREF - STATUS "
                          CustXrefStatus "."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  CLOSE-CUSTOMER-FILES
      *  CLOSES WHICHEVER OF THE THREE FILES THE SESSION HAS OPEN.
      *****************************************************************
       Close-Customer-Files.
           IF Cust-Master-Is-Open
               CLOSE CUST-MASTER-FILE
           END-IF
           IF Cust-Xref-Is-Open
               CLOSE CUST-XREF-FILE
           END-IF
           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

      *****************************************************************
      *  LIST-CUSTOMERS
      *  SHOWS EVERY CUSTOMER ON THE MASTER, IN CUSTOMER ORDER, WITH
      *  THE NUMBER OF ACCOUNTS LINKED TO THEM.
      *****************************************************************
       List-Customers.
           MOVE 0 TO CustCount
           DISPLAY " "
           DISPLAY "Cust ID   Name                       Town"
                   "                  Accts"
           IF Cust-Master-Is-Open
               MOVE LOW-VALUES TO CUST-ID
               START CUST-MASTER-FILE
                   KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       SET Cust-Mast-EOF TO TRUE
               END-START
               PERFORM UNTIL Cust-Mast-EOF
                   READ CUST-MASTER-FILE NEXT RECORD
                       AT END
                           SET Cust-Mast-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CustCount
                           MOVE CUST-ID TO WorkCustId
                           PERFORM Count-Customer-Links
                           DISPLAY CUST-ID "  " CUST-NAME
                                   "  " CUST-TOWN "  " LinkedShown
                   END-READ
               END-PERFORM
               MOVE "00" TO CustMastStatus
           END-IF
           DISPLAY "Customers on file: " CustCount.

      *****************************************************************
      *  COUNT-CUSTOMER-LINKS
      *  COUNTS THE ACCOUNTS LINKED TO WorkCustId INTO LinkedShown.
      *****************************************************************
       Count-Customer-Links.
           MOVE 0 TO LinkedShown
           PERFORM Start-Customer-Links
           PERFORM UNTIL No-More-Links
               PERFORM Read-Next-Link
               IF NOT No-More-Links
                   ADD 1 TO LinkedShown
               END-IF
           END-PERFORM.

      *****************************************************************
      *  START-CUSTOMER-LINKS / READ-NEXT-LINK
      *  WALK THE CROSS-REFERENCE ROWS OF WorkCustId IN ACCOUNT ORDER
      *  ON THE PRIMARY KEY.  No-More-Links COMES ON PAST THE LAST
      *  ONE, OR STRAIGHT AWAY WHEN THERE ARE NONE OR NO FILE.
      *****************************************************************
       Start-Customer-Links.
           MOVE "N" TO HolderEndFlag
           IF NOT Cust-Xref-Is-Open
               SET No-More-Links TO TRUE
           ELSE
               MOVE WorkCustId TO XREF-CUST-ID
               MOVE LOW-VALUES TO XREF-ACCOUNT-NO
               START CUST-XREF-FILE
                   KEY IS NOT LESS THAN XREF-KEY
                   INVALID KEY
                       SET No-More-Links TO TRUE
               END-START
           END-IF.

       Read-Next-Link.
           READ CUST-XREF-FILE NEXT RECORD
               AT END
                   SET No-More-Links TO TRUE
               NOT AT END
                   IF XREF-CUST-ID NOT = WorkCustId
                       SET No-More-Links TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *  FIND-CUSTOMER
      *  READS THE CUSTOMER MASTER RECORD FOR WorkCustId BY KEY.
      *  SETS Customer-On-File AND LEAVES THE RECORD IN
      *  CUST-MAST-RECORD, READY TO BE CHANGED AND REWRITTEN.
      *****************************************************************
       Find-Customer.
           MOVE "N" TO CustFoundFlag
           IF Cust-Master-Is-Open
               MOVE WorkCustId TO CUST-ID
               READ CUST-MASTER-FILE
                   KEY IS CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Customer-On-File TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-ACCOUNT
      *  READS THE ACCOUNT MASTER RECORD FOR WorkAccountNo BY KEY.
      *  SETS Account-On-File AND LEAVES THE RECORD IN
      *  ACCT-MAST-RECORD.
      *****************************************************************
       Find-Account.
           MOVE "N" TO AcctFoundFlag
           IF Master-Is-Open
               MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Account-On-File TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-XREF
      *  READS THE LINK BETWEEN WorkCustId AND WorkAccountNo BY KEY.
      *  SETS Link-On-File AND LEAVES THE ROW IN CUST-XREF-RECORD.
      *****************************************************************
       Find-Xref.
           MOVE "N" TO XrefFoundFlag
           IF Cust-Xref-Is-Open
               MOVE WorkCustId    TO XREF-CUST-ID
               MOVE WorkAccountNo TO XREF-ACCOUNT-NO
               READ CUST-XREF-FILE
                   KEY IS XREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Link-On-File TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-PRIMARY-HOLDER
      *  READS THE HOLDERS OF WorkAccountNo ON THE CROSS-REFERENCE'S
      *  ACCOUNT KEY FOR THE PRIMARY ONE.  RESULT IN PrimaryHolder,
      *  SPACES WHEN THE ACCOUNT HAS NO PRIMARY HOLDER.
      *****************************************************************
       Find-Primary-Holder.
           MOVE SPACES TO PrimaryHolder
           MOVE "N" TO HolderEndFlag
           IF NOT Cust-Xref-Is-Open
               SET No-More-Links TO TRUE
           ELSE
               MOVE WorkAccountNo TO XREF-ACCOUNT-NO
               START CUST-XREF-FILE
                   KEY IS EQUAL TO XREF-ACCOUNT-NO
                   INVALID KEY
                       SET No-More-Links TO TRUE
               END-START
           END-IF
           PERFORM UNTIL No-More-Links
               READ CUST-XREF-FILE NEXT RECORD
                   AT END
                       SET No-More-Links TO TRUE
                   NOT AT END
                       IF XREF-ACCOUNT-NO NOT = WorkAccountNo
                           SET No-More-Links TO TRUE
                       ELSE
                           IF Xref-Primary
                               MOVE XREF-CUST-ID TO PrimaryHolder
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *  VIEW-CUSTOMER
      *  SHOWS ONE CUSTOMER'S DETAILS AND EVERY ACCOUNT LINKED TO
      *  THEM, WITH THE HOLDING ROLE AND THE ACCOUNT'S STATUS.
      *****************************************************************
       View-Customer.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WorkCustId
           PERFORM Find-Customer
           IF NOT Customer-On-File
               DISPLAY "Customer " WorkCustId " is not on file."
           ELSE
               PERFORM Show-Customer-Details
               DISPLAY "Account     Role     Stat  Name on account"
               MOVE 0 TO LinkedShown
               PERFORM Start-Customer-Links
               PERFORM UNTIL No-More-Links
                   PERFORM Read-Next-Link
                   IF NOT No-More-Links
                       PERFORM Show-Linked-Account
                   END-IF
               END-PERFORM
               DISPLAY "Accounts linked: " LinkedShown
           END-IF.

      *****************************************************************
      *  SHOW-LINKED-ACCOUNT
      *  ONE LINE OF VIEW-CUSTOMER FOR THE LINK IN CUST-XREF-RECORD,
      *  WITH THE ACCOUNT READ FROM THE MASTER BY KEY.
      *****************************************************************
       Show-Linked-Account.
           ADD 1 TO LinkedShown
           MOVE XREF-ACCOUNT-NO TO WorkAccountNo
           PERFORM Find-Account
           IF Xref-Primary
               MOVE "PRIMARY" TO RoleLabel
           ELSE
               MOVE "JOINT" TO RoleLabel
           END-IF
           IF NOT Account-On-File
               DISPLAY XREF-ACCOUNT-NO "  " RoleLabel
                       "  ?     (not on account master)"
           ELSE
               DISPLAY XREF-ACCOUNT-NO "  " RoleLabel
                       "  " ACCT-MAST-STATUS
                       "     " ACCT-MAST-CUST-NAME
           END-IF.

      *****************************************************************
      *  SHOW-CUSTOMER-DETAILS
      *  DISPLAYS THE CUSTOMER IN CUST-MAST-RECORD: NAME, ADDRESS,
      *  CONTACT DETAILS AND THE DATE THEY WERE ADDED.
      *****************************************************************
       Show-Customer-Details.
           DISPLAY "Customer " CUST-ID "  "
                   CUST-NAME "  since " CUST-SINCE
           DISPLAY "  " CUST-ADDR-LINE-1
           IF CUST-ADDR-LINE-2 NOT = SPACES
               DISPLAY "  " CUST-ADDR-LINE-2
           END-IF
           DISPLAY "  " CUST-TOWN "  " CUST-POSTCODE
           DISPLAY "  Phone " CUST-PHONE
           DISPLAY "  Email " CUST-EMAIL.

      *****************************************************************
      *  ADD-CUSTOMER
      *  PROMPTS FOR AND VALIDATES ONE NEW CUSTOMER: THE ID MUST BE
      *  NONBLANK AND NOT ALREADY ON FILE, THE NAME AND FIRST ADDRESS
      *  LINE NONBLANK.  THE ADD IS AUDITED WITH A BLANK
      *  BEFORE-IMAGE: ONE "ADD" ROW FOR THE ID, NAME AND FIRST
      *  ADDRESS LINE, THEN ONE ROW PER OTHER DETAIL GIVEN, UNDER
      *  THE SAME ACTION NAMES A DETAIL CHANGE USES.
      *****************************************************************
       Add-Customer.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WorkCustId
           IF WorkCustId = SPACES
               DISPLAY "Customer ID is required - not added."
           ELSE
               PERFORM Find-Customer
               IF Customer-On-File
                   DISPLAY "Customer " WorkCustId
                           " is already on file - not added."
               ELSE
                   MOVE SPACES TO CUST-MAST-RECORD
                   MOVE WorkCustId TO CUST-ID
                   MOVE BusinessDate TO CUST-SINCE
                   DISPLAY "Customer name: " WITH NO ADVANCING
                   ACCEPT CUST-NAME
                   DISPLAY "Address line 1: " WITH NO ADVANCING
                   ACCEPT CUST-ADDR-LINE-1
                   DISPLAY "Address line 2: " WITH NO ADVANCING
                   ACCEPT CUST-ADDR-LINE-2
                   DISPLAY "Town: " WITH NO ADVANCING
                   ACCEPT CUST-TOWN
                   DISPLAY "Postcode: " WITH NO ADVANCING
                   ACCEPT CUST-POSTCODE
                   DISPLAY "Phone: " WITH NO ADVANCING
                   ACCEPT CUST-PHONE
                   DISPLAY "Email: " WITH NO ADVANCING
                   ACCEPT CUST-EMAIL
                   IF CUST-NAME = SPACES
                      OR CUST-ADDR-LINE-1 = SPACES
                       DISPLAY "Name and first address line are"
                               " required - not added."
                   ELSE
                       PERFORM Write-New-Customer
                       IF Write-OK
                           MOVE SPACES TO CustAddImage
                           MOVE CUST-ID TO CustAddId
                           MOVE CUST-NAME TO CustAddName
                           MOVE CUST-ADDR-LINE-1 TO CustAddAddr1
                           MOVE SPACES TO AUD-BEFORE-IMAGE
                           MOVE SPACES TO AUD-AFTER-IMAGE
                           MOVE CustAddImage TO AUD-AFTER-IMAGE
                           MOVE "ADD" TO AUD-ACTION
                           PERFORM Write-Cust-Audit-Row
                           MOVE CUST-ADDR-LINE-2 TO FieldAfter
                           MOVE "ADDRESS2" TO AUD-ACTION
                           PERFORM Audit-Added-Field
                           MOVE CUST-TOWN TO FieldAfter
                           MOVE "TOWN" TO AUD-ACTION
                           PERFORM Audit-Added-Field
                           MOVE CUST-POSTCODE TO FieldAfter
                           MOVE "POSTCODE" TO AUD-ACTION
                           PERFORM Audit-Added-Field
                           MOVE CUST-PHONE TO FieldAfter
                           MOVE "PHONE" TO AUD-ACTION
                           PERFORM Audit-Added-Field
                           MOVE CUST-EMAIL TO FieldAfter
                           MOVE "EMAIL" TO AUD-ACTION
                           PERFORM Audit-Added-Field
                           DISPLAY "Customer " WorkCustId " added."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  AUDIT-ADDED-FIELD
      *  ONE DETAIL OF A CUSTOMER JUST ADDED THAT DOES NOT FIT THE
      *  ADD ROW: AUDITED ON ITS OWN ROW, BLANK BEFORE AND THE VALUE
      *  GIVEN AFTER, UNDER THE ACTION THE CALLER NAMED.  A DETAIL
      *  LEFT BLANK WRITES NO ROW.
      *****************************************************************
       Audit-Added-Field.
           IF FieldAfter NOT = SPACES
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE FieldAfter TO AUD-AFTER-IMAGE
               PERFORM Write-Cust-Audit-Row
           END-IF.

      *****************************************************************
      *  WRITE-NEW-CUSTOMER
      *  ADDS THE RECORD BUILT IN CUST-MAST-RECORD TO THE MASTER,
      *  CREATING THE FILE FIRST WHEN THE SITE HAS NONE.
      *****************************************************************
       Write-New-Customer.
           IF NOT Cust-Master-Is-Open
               MOVE CUST-MAST-RECORD TO CustWorkImage
               OPEN OUTPUT CUST-MASTER-FILE
               CLOSE CUST-MASTER-FILE
               PERFORM Open-Customer-Master
               MOVE CustWorkImage TO CUST-MAST-RECORD
           END-IF
           SET Write-OK TO TRUE
           IF NOT Cust-Master-Is-Open
               MOVE "N" TO WriteFlag
           ELSE
               WRITE CUST-MAST-RECORD
                   INVALID KEY
                       MOVE "N" TO WriteFlag
               END-WRITE
           END-IF
           MOVE "CUSTMAST" TO WriteFileName
           MOVE CustMastStatus TO WriteFileStatus
           MOVE WorkCustId TO WriteKey
           PERFORM Check-File-Write.

      *****************************************************************
      *  CHANGE-CUSTOMER
      *  CORRECTS A CUSTOMER'S DETAILS FIELD BY FIELD.  EACH PROMPT
      *  SHOWS THE CURRENT VALUE; A BLANK REPLY KEEPS IT AND "-"
      *  CLEARS AN OPTIONAL FIELD.  EVERY FIELD THAT CHANGES IS
      *  REWRITTEN AND AUDITED ON ITS OWN.  A NAME CHANGE IS CARRIED
      *  ONTO THE ACCOUNTS THE CUSTOMER HOLDS AS PRIMARY.
      *****************************************************************
       Change-Customer.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WorkCustId
           PERFORM Find-Customer
           IF NOT Customer-On-File
               DISPLAY "Customer " WorkCustId " is not on file."
           ELSE
               MOVE 0 TO FieldsChanged
               DISPLAY "Blank keeps the current value, - clears it."

               MOVE CUST-NAME TO FieldBefore
               DISPLAY "Name [" CUST-NAME "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue = "-"
                   DISPLAY "Name is required - kept."
               ELSE
               IF NewValue NOT = SPACES
                   MOVE NewValue TO CUST-NAME
                   MOVE CUST-NAME TO FieldAfter
                   MOVE "NAME" TO AUD-ACTION
                   PERFORM Audit-Field-Change
                   IF FieldAfter NOT = FieldBefore AND Write-OK
                       PERFORM Align-Primary-Names
                   END-IF
               END-IF
               END-IF

               MOVE CUST-ADDR-LINE-1 TO FieldBefore
               DISPLAY "Address line 1 [" CUST-ADDR-LINE-1 "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue = "-"
                   DISPLAY "First address line is required - kept."
               ELSE
               IF NewValue NOT = SPACES
                   MOVE NewValue TO CUST-ADDR-LINE-1
                   MOVE CUST-ADDR-LINE-1 TO FieldAfter
                   MOVE "ADDRESS1" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF
               END-IF

               MOVE CUST-ADDR-LINE-2 TO FieldBefore
               DISPLAY "Address line 2 [" CUST-ADDR-LINE-2 "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   IF NewValue = "-"
                       MOVE SPACES TO NewValue
                   END-IF
                   MOVE NewValue TO CUST-ADDR-LINE-2
                   MOVE CUST-ADDR-LINE-2 TO FieldAfter
                   MOVE "ADDRESS2" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               MOVE CUST-TOWN TO FieldBefore
               DISPLAY "Town [" CUST-TOWN "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   IF NewValue = "-"
                       MOVE SPACES TO NewValue
                   END-IF
                   MOVE NewValue TO CUST-TOWN
                   MOVE CUST-TOWN TO FieldAfter
                   MOVE "TOWN" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               MOVE CUST-POSTCODE TO FieldBefore
               DISPLAY "Postcode [" CUST-POSTCODE "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   IF NewValue = "-"
                       MOVE SPACES TO NewValue
                   END-IF
                   MOVE NewValue TO CUST-POSTCODE
                   MOVE CUST-POSTCODE TO FieldAfter
                   MOVE "POSTCODE" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               MOVE CUST-PHONE TO FieldBefore
               DISPLAY "Phone [" CUST-PHONE "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   IF NewValue = "-"
                       MOVE SPACES TO NewValue
                   END-IF
                   MOVE NewValue TO CUST-PHONE
                   MOVE CUST-PHONE TO FieldAfter
                   MOVE "PHONE" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               MOVE CUST-EMAIL TO FieldBefore
               DISPLAY "Email [" CUST-EMAIL "]: "
                   WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   IF NewValue = "-"
                       MOVE SPACES TO NewValue
                   END-IF
                   MOVE NewValue TO CUST-EMAIL
                   MOVE CUST-EMAIL TO FieldAfter
                   MOVE "EMAIL" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               DISPLAY "Customer " WorkCustId " - " FieldsChanged
                       " field(s) changed."
           END-IF.

      *****************************************************************
      *  AUDIT-FIELD-CHANGE
      *  WHEN THE FIELD JUST PROMPTED FOR REALLY CHANGED, REWRITES THE
      *  CUSTOMER AND AUDITS IT WITH THE OLD AND NEW VALUES AS THE
      *  BEFORE AND AFTER IMAGES UNDER THE ACTION THE CALLER NAMED.
      *  A REFUSED REWRITE IS NOT AUDITED, AND THE RECORD IS READ
      *  BACK SO THE NEXT PROMPT STARTS FROM WHAT IS ON FILE.
      *****************************************************************
       Audit-Field-Change.
           SET Write-OK TO TRUE
           IF FieldAfter NOT = FieldBefore
               REWRITE CUST-MAST-RECORD
                   INVALID KEY
                       MOVE "N" TO WriteFlag
               END-REWRITE
               MOVE "CUSTMAST" TO WriteFileName
               MOVE CustMastStatus TO WriteFileStatus
               MOVE WorkCustId TO WriteKey
               PERFORM Check-File-Write
               IF Write-OK
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE FieldBefore TO AUD-BEFORE-IMAGE
                   MOVE FieldAfter  TO AUD-AFTER-IMAGE
                   PERFORM Write-Cust-Audit-Row
                   ADD 1 TO FieldsChanged
               ELSE
                   PERFORM Find-Customer
               END-IF
           END-IF.

      *****************************************************************
      *  ALIGN-PRIMARY-NAMES
      *  CARRIES THE NAME OF THE CUSTOMER IN CUST-MAST-RECORD ONTO
      *  EVERY ACCOUNT THEY HOLD AS PRIMARY.
      *****************************************************************
       Align-Primary-Names.
           PERFORM Start-Customer-Links
           PERFORM UNTIL No-More-Links
               PERFORM Read-Next-Link
               IF NOT No-More-Links AND Xref-Primary
                   MOVE XREF-ACCOUNT-NO TO WorkAccountNo
                   PERFORM Find-Account
                   IF Account-On-File
                       PERFORM Align-Account-Name
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ALIGN-ACCOUNT-NAME
      *  SETS THE NAME ON THE ACCOUNT IN ACCT-MAST-RECORD TO THE
      *  CUSTOMER IN CUST-MAST-RECORD WHEN THEY DIFFER, REWRITTEN IN
      *  PLACE AND AUDITED ON ACCTMAST THE WAY ACCOUNT MAINTENANCE
      *  AUDITS A NAME CHANGE.
      *****************************************************************
       Align-Account-Name.
           IF ACCT-MAST-CUST-NAME NOT = CUST-NAME
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE ACCT-MAST-RECORD TO AUD-BEFORE-IMAGE
               MOVE CUST-NAME TO ACCT-MAST-CUST-NAME
               SET Write-OK TO TRUE
               REWRITE ACCT-MAST-RECORD
                   INVALID KEY
                       MOVE "N" TO WriteFlag
               END-REWRITE
               MOVE "ACCTMAST" TO WriteFileName
               MOVE AcctMastStatus TO WriteFileStatus
               MOVE WorkAccountNo TO WriteKey
               PERFORM Check-File-Write
               IF Write-OK
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE ACCT-MAST-RECORD TO AUD-AFTER-IMAGE
                   MOVE "NAME" TO AUD-ACTION
                   MOVE "ACCTMAST" TO AUD-FILE-NAME
                   MOVE SPACES TO AUD-KEY
                   MOVE WorkAccountNo TO AUD-KEY
                   PERFORM Write-Audit-Row
                   DISPLAY "  Account " WorkAccountNo
                           " name set to " CUST-NAME
               END-IF
           END-IF.

      *****************************************************************
      *  LINK-ACCOUNT
      *  LINKS AN ACCOUNT ON THE MASTER TO A CUSTOMER AS PRIMARY OR
      *  JOINT HOLDER.  THE PAIR MUST NOT ALREADY BE LINKED, A CLOSED
      *  ACCOUNT IS NOT LINKED, AND AN ACCOUNT HAS ONE PRIMARY HOLDER
      *  AT MOST.  A PRIMARY LINK CARRIES THE CUSTOMER'S NAME ONTO
      *  THE ACCOUNT.
      *****************************************************************
       Link-Account.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WorkCustId
           PERFORM Find-Customer
           IF NOT Customer-On-File
               DISPLAY "Customer " WorkCustId " is not on file."
           ELSE
               DISPLAY "Account number: " WITH NO ADVANCING
               ACCEPT WorkAccountNo
               PERFORM Find-Account
               PERFORM Find-Xref
               PERFORM Find-Primary-Holder
               IF NOT Account-On-File
                   DISPLAY "Account " WorkAccountNo
                           " is not on the account master."
               ELSE
               IF Acct-Mast-Closed
                   DISPLAY "Account " WorkAccountNo
                           " is closed - not linked."
               ELSE
               IF Link-On-File
                   DISPLAY "Account " WorkAccountNo " is already"
                           " linked to " WorkCustId "."
               ELSE
                   DISPLAY "Role (P primary/J joint): "
                       WITH NO ADVANCING
                   ACCEPT NewRole
                   MOVE FUNCTION UPPER-CASE(NewRole) TO NewRole
                   IF NewRole NOT = "P" AND NewRole NOT = "J"
                       DISPLAY "Role must be P or J - not linked."
                   ELSE
                   IF NewRole = "P" AND PrimaryHolder NOT = SPACES
                       DISPLAY "Account " WorkAccountNo " already has"
                               " primary holder " PrimaryHolder
                               " - not linked."
                   ELSE
                       MOVE SPACES TO CUST-XREF-RECORD
                       MOVE WorkCustId    TO XREF-CUST-ID
                       MOVE WorkAccountNo TO XREF-ACCOUNT-NO
                       MOVE NewRole       TO XREF-ROLE
                       MOVE BusinessDate  TO XREF-LINKED-DATE
                       PERFORM Write-New-Link
                       IF Write-OK
                           MOVE SPACES TO AUD-BEFORE-IMAGE
                           MOVE SPACES TO AUD-AFTER-IMAGE
                           MOVE CUST-XREF-RECORD TO AUD-AFTER-IMAGE
                           MOVE "LINK" TO AUD-ACTION
                           PERFORM Write-Xref-Audit-Row
                           DISPLAY "Account " WorkAccountNo
                                   " linked to " WorkCustId
                           IF NewRole = "P"
                               PERFORM Align-Account-Name
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-NEW-LINK
      *  ADDS THE ROW BUILT IN CUST-XREF-RECORD TO THE CROSS-
      *  REFERENCE, CREATING THE FILE FIRST WHEN THE SITE HAS NONE.
      *****************************************************************
       Write-New-Link.
           IF NOT Cust-Xref-Is-Open
               MOVE CUST-XREF-RECORD TO CustWorkImage
               OPEN OUTPUT CUST-XREF-FILE
               CLOSE CUST-XREF-FILE
               PERFORM Open-Customer-Xref
               MOVE CustWorkImage TO CUST-XREF-RECORD
           END-IF
           SET Write-OK TO TRUE
           IF NOT Cust-Xref-Is-Open
               MOVE "N" TO WriteFlag
           ELSE
               WRITE CUST-XREF-RECORD
                   INVALID KEY
                       MOVE "N" TO WriteFlag
               END-WRITE
           END-IF
           PERFORM Set-Xref-Write-Key
           PERFORM Check-File-Write.

      *****************************************************************
      *  UNLINK-ACCOUNT
      *  REMOVES ONE CUSTOMER/ACCOUNT LINK, AUDITED WITH THE LINK AS
      *  THE BEFORE-IMAGE.  THE NAME ON THE ACCOUNT IS LEFT AS IT IS.
      *****************************************************************
       Unlink-Account.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WorkCustId
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Xref
           IF NOT Link-On-File
               DISPLAY "Account " WorkAccountNo " is not linked to "
                       WorkCustId " - nothing unlinked."
           ELSE
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE CUST-XREF-RECORD TO AUD-BEFORE-IMAGE
               SET Write-OK TO TRUE
               DELETE CUST-XREF-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO WriteFlag
               END-DELETE
               PERFORM Set-Xref-Write-Key
               PERFORM Check-File-Write
               IF Write-OK
                   MOVE "UNLINK" TO AUD-ACTION
                   PERFORM Write-Xref-Audit-Row
                   DISPLAY "Account " WorkAccountNo " unlinked from "
                           WorkCustId "."
               END-IF
           END-IF.

      *****************************************************************
      *  SET-XREF-WRITE-KEY
      *  NAMES A CROSS-REFERENCE ROW FOR CHECK-FILE-WRITE AS
      *  CUSTOMER/ACCOUNT.
      *****************************************************************
       Set-Xref-Write-Key.
           MOVE "CUSTXREF" TO WriteFileName
           MOVE CustXrefStatus TO WriteFileStatus
           MOVE SPACES TO WriteKey
           STRING WorkCustId DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WorkAccountNo DELIMITED BY SPACE
               INTO WriteKey.

      *****************************************************************
      *  CHECK-FILE-WRITE
      *  COUNTS A GOOD WRITE, REWRITE OR DELETE, OR REPORTS A REFUSED
      *  ONE WITH THE FILE, KEY AND STATUS THE CALLER SET.  STATUS 02
      *  IS A GOOD WRITE OF A SECOND HOLDER ON THE SAME ACCOUNT.
      *****************************************************************
       Check-File-Write.
           IF WriteFileStatus NOT = "00" AND WriteFileStatus NOT = "02"
               MOVE "N" TO WriteFlag
           END-IF
           IF Write-OK
               MOVE "Y" TO ChangedFlag
               ADD 1 TO ChangeCount
           ELSE
               MOVE SPACES TO RPT-ERR-TEXT
               STRING WriteFileName DELIMITED BY SPACE
                      " WRITE REFUSED FOR " DELIMITED BY SIZE
                      WriteKey DELIMITED BY SPACE
                      " - STATUS " WriteFileStatus
                      " - NOT CHANGED." DELIMITED BY SIZE
                      INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           END-IF.

      *****************************************************************
      *  WRITE-CUST-AUDIT-ROW / WRITE-XREF-AUDIT-ROW
      *  NAME THE FILE AND KEY FOR A CUSTOMER OR LINK CHANGE AND PASS
      *  THE ROW ON TO WRITE-AUDIT-ROW.  A LINK IS KEYED BY CUSTOMER
      *  AND ACCOUNT TOGETHER.
      *****************************************************************
       Write-Cust-Audit-Row.
           MOVE "CUSTMAST" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE WorkCustId TO AUD-KEY
           PERFORM Write-Audit-Row.

       Write-Xref-Audit-Row.
           MOVE "CUSTXREF" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           STRING WorkCustId WorkAccountNo
               DELIMITED BY SIZE INTO AUD-KEY
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
