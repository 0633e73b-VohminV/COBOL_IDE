      *                  WOULD SILENTLY DELETE THE UNREAD ACCOUNTS,
      *                  THE SAME RULE THE EXCEPTION WORKBENCH
      *                  ENFORCES ON TRANEXCP.
      *  2026-10-14  DL  REACTIVATION OF A DORMANT ACCOUNT: THE NEW
      *                  [R] ACTION RETURNS AN ACCOUNT THE DORMANCY
      *                  SCAN MARKED "D" TO OPEN, WITH A REQUIRED
      *                  REASON CARRIED AFTER THE RECORD IN THE AUDIT
      *                  AFTER-IMAGE, AND AUDITS IT AS "REACTIVE".
      *                  THE STATUS CHANGE NO LONGER OPENS A DORMANT
      *                  ACCOUNT, SO EVERY REACTIVATION GOES THROUGH
      *                  THE ONE AUDITED PATH.
      *  2026-10-14  DL  THE STATUS CHANGE NO LONGER CLOSES AN ACCOUNT
      *                  OR TOUCHES ONE THAT IS CLOSING ("P"): CLOSURE
      *                  NOW GOES THROUGH THE ACCOUNT CLOSURE SCREEN,
      *                  WHICH SETTLES THE BALANCE, CANCELS STANDING
      *                  ORDERS AND ZEROES THE LIMIT FIRST.  ADDING AN
      *                  ACCOUNT AS CLOSED IS STILL ALLOWED - A NEW
      *                  ACCOUNT HOLDS NOTHING TO SETTLE.
      *  2026-10-14  DL  [N] REFUSES AN ACCOUNT WITH A PRIMARY HOLDER
      *                  ON CUSTXREF - ITS NAME FOLLOWS THE CUSTOMER
      *                  MASTER AND IS CHANGED ON CUSTOMER MAINTENANCE.
      *  2026-10-15  DL  TAKE ACCTMAST ON THE LOCK REGISTRY
      *                  (LOCKREGISTRY) FOR THE SESSION AND GIVE IT BACK
      *                  AT EXIT.  WHILE ANOTHER SESSION OR THE NIGHTLY
      *                  CLOSE HOLDS IT THE SCREEN IS REFUSED WITH THE
      *                  HOLDER AND THE TIME, SO TWO SESSIONS CAN NO
      *                  LONGER WIPE EACH OTHER'S CHANGES.
      *  2026-10-15  DL  ACCTMAST IS NOW AN INDEXED FILE KEYED BY
      *                  ACCOUNT NUMBER. EACH ADD IS WRITTEN AND EACH
      *                  STATUS, NAME OR REACTIVATION CHANGE REWRITTEN
      *                  TO ITS OWN RECORD AS IT IS MADE, READ BY KEY,
      *                  INSTEAD OF THE WHOLE FILE BEING LOADED INTO A
      *                  500-SLOT TABLE AND REWRITTEN AT EXIT - SO THERE
      *                  IS NO CEILING ON THE BOOK AND A SESSION CUT
      *                  SHORT KEEPS WHAT IT SAVED. A CHANGE THE FILE
      *                  REFUSES IS REPORTED AND NOT AUDITED.
      *  2026-10-15  DL  CUSTXREF IS NOW INDEXED: THE PRIMARY HOLDER IS
      *                  FOUND ON ITS ACCOUNT KEY INSTEAD OF BY SCANNING
      *                  THE FILE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-ACCOUNT-NO
                   WITH DUPLICATES
               FILE STATUS IS CustXrefStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  CUST-XREF-FILE.
           COPY CUSTXREF.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       COPY LOCKCTL.

       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
           88  Acct-Mast-EOF        VALUE "10".
           88  Acct-Mast-Missing    VALUE "35".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  CustXrefStatus       PIC XX VALUE "00".
           88  Cust-Xref-OK         VALUE "00".
           88  Cust-Xref-EOF        VALUE "10".
       77  PrimaryHolder        PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  AcctCount            PIC 9(7) VALUE 0.
       77  ChangeCount          PIC 9(5) VALUE 0.
       77  AcctFoundFlag        PIC X VALUE "N".
           88  Account-On-File      VALUE "Y".
       77  MastOpenFlag         PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  MastWriteFlag        PIC X VALUE "Y".
           88  Master-Write-OK      VALUE "Y".
       77  MenuChoice           PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Maint-Done           VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  WorkAccountNo        PIC X(10).
       77  NewCustName          PIC X(25).
       77  NewBranch            PIC X(04).
       77  NewStatus            PIC X VALUE SPACE.
       77  ReactivateReason     PIC X(29) VALUE SPACES.

       01  WorkImage.
           05  WorkImageAcct       PIC X(10).
           END-IF
           PERFORM Load-Business-Date

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Account maintenance not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Open-Account-Master
           IF NOT Master-Is-Open
               DISPLAY "No account master on file yet - added"
                       " accounts will create it."
           END-IF

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           MOVE 0 TO ChangeCount
           PERFORM UNTIL Maint-Done
               DISPLAY " "
               DISPLAY "[L] List accounts"
               DISPLAY "[A] Add an account"
               DISPLAY "[S] Change an account's status"
               DISPLAY "[N] Change an account's customer name"
               DISPLAY "[R] Reactivate a dormant account"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
                       PERFORM Change-Account-Status
                   WHEN "N"
                       PERFORM Change-Account-Name
                   WHEN "R"
                       PERFORM Reactivate-Account
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM

           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF Anything-Changed
               DISPLAY "Account master updated in place - "
                       ChangeCount " record(s) written."
           ELSE
               DISPLAY "Nothing changed - file left as it was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.
           END-IF.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER FOR UPDATE FOR THE WHOLE
      *  SESSION.  EACH CHANGE IS WRITTEN TO ITS OWN RECORD AS IT IS
      *  MADE, SO THE SCREEN HOLDS NO COPY OF THE FILE AND THERE IS
      *  NO CEILING ON THE NUMBER OF ACCOUNTS.  NO FILE AT ALL LEAVES
      *  Master-Is-Open OFF UNTIL THE FIRST ADD CREATES IT.
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
      *  CREATE-ACCOUNT-MASTER
      *  BUILDS AN EMPTY ACCOUNT MASTER FOR THE FIRST ACCOUNT ADDED
      *  ON A SITE THAT HAS NONE, AND REOPENS IT FOR UPDATE.
      *****************************************************************
       Create-Account-Master.
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           CLOSE ACCOUNT-MASTER-FILE
           PERFORM Open-Account-Master.

      *****************************************************************
      *  LIST-ACCOUNTS
      *  SHOWS EVERY ACCOUNT ON THE MASTER, IN ACCOUNT ORDER, WITH
      *  ITS STATUS.
      *****************************************************************
       List-Accounts.
           MOVE 0 TO AcctCount
           DISPLAY " "
           DISPLAY "Account     Customer name              Brch  Stat"
           IF Master-Is-Open
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
                           ADD 1 TO AcctCount
                           DISPLAY ACCT-MAST-ACCOUNT-NO "  "
                                   ACCT-MAST-CUST-NAME "  "
                                   ACCT-MAST-BRANCH "  "
                                   ACCT-MAST-STATUS
                   END-READ
               END-PERFORM
               MOVE "00" TO AcctMastStatus
           END-IF
           DISPLAY "Accounts on file: " AcctCount.

      *****************************************************************
      *  FIND-ACCOUNT
      *  READS THE MASTER RECORD FOR WorkAccountNo BY KEY.  SETS
      *  Account-On-File AND LEAVES THE RECORD IN ACCT-MAST-RECORD,
      *  READY TO BE CHANGED AND REWRITTEN.
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
      *  REWRITE-ACCOUNT
      *  PUTS THE CHANGED RECORD IN ACCT-MAST-RECORD BACK IN PLACE.
      *  Master-Write-OK IS OFF, AND NOTHING IS AUDITED, IF THE FILE
      *  REFUSES IT.
      *****************************************************************
       Rewrite-Account.
           SET Master-Write-OK TO TRUE
           REWRITE ACCT-MAST-RECORD
               INVALID KEY
                   MOVE "N" TO MastWriteFlag
           END-REWRITE
           PERFORM Check-Master-Write.

      *****************************************************************
      *  CHECK-MASTER-WRITE
      *  COUNTS A GOOD WRITE OR REPORTS A REFUSED ONE WITH ITS FILE
      *  STATUS.
      *****************************************************************
       Check-Master-Write.
           IF NOT Acct-Mast-OK
               MOVE "N" TO MastWriteFlag
           END-IF
           IF Master-Write-OK
               MOVE "Y" TO ChangedFlag
               ADD 1 TO ChangeCount
           ELSE
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "ACCTMAST WRITE REFUSED FOR " WorkAccountNo
                      " - STATUS " AcctMastStatus
                      " - NOT CHANGED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           END-IF.

      *****************************************************************
      *  ADD-ACCOUNT
               DISPLAY "Account number is required - not added."
           ELSE
               PERFORM Find-Account
               IF Account-On-File
                   DISPLAY "Account " WorkAccountNo
                           " is already on file - not added."
               ELSE
                   DISPLAY "Customer name: " WITH NO ADVANCING
                   ACCEPT NewCustName
                      AND NewStatus NOT = "F"
                       DISPLAY "Status must be O, C or F - not added."
                   ELSE
                       MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
                       MOVE NewCustName   TO ACCT-MAST-CUST-NAME
                       MOVE NewBranch     TO ACCT-MAST-BRANCH
                       MOVE NewStatus     TO ACCT-MAST-STATUS
                       PERFORM Write-New-Account
                       IF Master-Write-OK
                           MOVE SPACES TO AUD-BEFORE-IMAGE
                           PERFORM Build-After-Image
                           MOVE "ADD" TO AUD-ACTION
                           PERFORM Write-Audit-Row
                           DISPLAY "Account " WorkAccountNo " added."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-NEW-ACCOUNT
      *  ADDS THE RECORD BUILT IN ACCT-MAST-RECORD TO THE MASTER,
      *  CREATING THE FILE FIRST WHEN THE SITE HAS NONE.
      *****************************************************************
       Write-New-Account.
           IF NOT Master-Is-Open
               MOVE ACCT-MAST-RECORD TO WorkImage
               PERFORM Create-Account-Master
               MOVE WorkImage TO ACCT-MAST-RECORD
           END-IF
           SET Master-Write-OK TO TRUE
           IF NOT Master-Is-Open
               MOVE "N" TO MastWriteFlag
           ELSE
               WRITE ACCT-MAST-RECORD
                   INVALID KEY
                       MOVE "N" TO MastWriteFlag
               END-WRITE
           END-IF
           PERFORM Check-Master-Write.

      *****************************************************************
      *  CHANGE-ACCOUNT-STATUS
      *  OPENS, CLOSES OR FREEZES AN ACCOUNT ALREADY ON FILE.  THE
      *  BEFORE-IMAGE IS CAPTURED AHEAD OF THE CHANGE SO THE AUDIT
      *  ROW SHOWS WHAT THE ACCOUNT WAS.  A DORMANT ACCOUNT CAN BE
      *  FROZEN HERE BUT IS OPENED ONLY BY REACTIVATE-ACCOUNT.  NO
      *  ACCOUNT IS CLOSED HERE, AND ONE ALREADY CLOSING IS LEFT TO
      *  THE ACCOUNT CLOSURE SCREEN.
      *****************************************************************
       Change-Account-Status.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Account
           IF NOT Account-On-File
               DISPLAY "Account " WorkAccountNo " is not on file."
           ELSE
               DISPLAY "Account " ACCT-MAST-ACCOUNT-NO
                       "  " ACCT-MAST-CUST-NAME
                       "  status " ACCT-MAST-STATUS
               PERFORM Build-Before-Image
               DISPLAY "New status (O open/F frozen): "
                   WITH NO ADVANCING
               ACCEPT NewStatus
               MOVE FUNCTION UPPER-CASE(NewStatus) TO NewStatus
               IF ACCT-MAST-STATUS = "P"
                   DISPLAY "Account is closing - finish it on the"
                           " Account Closure screen - not changed."
               ELSE
               IF NewStatus = "C"
                   DISPLAY "Close accounts on the Account Closure"
                           " screen - not changed."
               ELSE
               IF NewStatus NOT = "O" AND NewStatus NOT = "F"
                   DISPLAY "Status must be O or F - not changed."
               ELSE
               IF NewStatus = "O" AND ACCT-MAST-STATUS = "D"
                   DISPLAY "Account is dormant - use [R] to"
                           " reactivate it - not changed."
               ELSE
               IF NewStatus = ACCT-MAST-STATUS
                   DISPLAY "Status is already " NewStatus
                           " - not changed."
               ELSE
                   MOVE NewStatus TO ACCT-MAST-STATUS
                   PERFORM Rewrite-Account
                   IF Master-Write-OK
                       PERFORM Build-After-Image
                       MOVE "STATUS" TO AUD-ACTION
                       PERFORM Write-Audit-Row
                       DISPLAY "Account " WorkAccountNo
                               " status changed to " NewStatus "."
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  REACTIVATE-ACCOUNT
      *  RETURNS A DORMANT ACCOUNT TO OPEN ONCE THE CUSTOMER HAS BEEN
      *  IN TOUCH.  ONLY AN ACCOUNT AT "D" QUALIFIES AND A REASON IS
      *  REQUIRED; THE CHANGE IS AUDITED AS "REACTIVE" WITH THE
      *  BEFORE AND AFTER IMAGES LIKE ANY OTHER STATUS CHANGE, THE
      *  REASON FOLLOWING THE RECORD IN THE AFTER-IMAGE.
      *****************************************************************
       Reactivate-Account.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Account
           IF NOT Account-On-File
               DISPLAY "Account " WorkAccountNo " is not on file."
           ELSE
           IF ACCT-MAST-STATUS NOT = "D"
               DISPLAY "Account " WorkAccountNo " is not dormant"
                       " (status " ACCT-MAST-STATUS
                       ") - not changed."
           ELSE
               DISPLAY "Account " ACCT-MAST-ACCOUNT-NO
                       "  " ACCT-MAST-CUST-NAME
                       "  status D (dormant)"
               DISPLAY "Reason for reactivation: " WITH NO ADVANCING
               ACCEPT ReactivateReason
               IF ReactivateReason = SPACES
                   DISPLAY "A reason is required - not changed."
               ELSE
                   PERFORM Build-Before-Image
                   MOVE "O" TO ACCT-MAST-STATUS
                   PERFORM Rewrite-Account
                   IF Master-Write-OK
                       PERFORM Build-After-Image
                       MOVE ReactivateReason TO AUD-AFTER-IMAGE(42:29)
                       MOVE "REACTIVE" TO AUD-ACTION
                       PERFORM Write-Audit-Row
                       DISPLAY "Account " WorkAccountNo
                               " reactivated by " StampOperatorId
                               " - " ReactivateReason
                   END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  CHANGE-ACCOUNT-NAME
      *  CORRECTS THE CUSTOMER NAME ON AN ACCOUNT ALREADY ON FILE.
      *  AN ACCOUNT WITH A PRIMARY HOLDER TAKES THAT CUSTOMER'S NAME,
      *  SO IT IS REFUSED HERE AND CHANGED ON THE CUSTOMER MASTER.
      *****************************************************************
       Change-Account-Name.
           DISPLAY "Account number: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Account
           PERFORM Find-Primary-Holder
           IF NOT Account-On-File
               DISPLAY "Account " WorkAccountNo " is not on file."
           ELSE
           IF PrimaryHolder NOT = SPACES
               DISPLAY "Account " WorkAccountNo " is held by customer "
                       PrimaryHolder " - change the name on the"
                       " Customer Maintenance screen."
           ELSE
               DISPLAY "Account " ACCT-MAST-ACCOUNT-NO
                       "  " ACCT-MAST-CUST-NAME
               PERFORM Build-Before-Image
               DISPLAY "New customer name: " WITH NO ADVANCING
               ACCEPT NewCustName
               IF NewCustName = SPACES
                   DISPLAY "Customer name is required - not changed."
               ELSE
                   MOVE NewCustName TO ACCT-MAST-CUST-NAME
                   PERFORM Rewrite-Account
                   IF Master-Write-OK
                       PERFORM Build-After-Image
                       MOVE "NAME" TO AUD-ACTION
                       PERFORM Write-Audit-Row
                       DISPLAY "Account " WorkAccountNo
                               " name changed."
                   END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  FIND-PRIMARY-HOLDER
      *  READS THE HOLDERS OF WorkAccountNo ON THE CUSTOMER CROSS-
      *  REFERENCE'S ACCOUNT KEY FOR THE PRIMARY ONE.  RESULT IN
      *  PrimaryHolder, SPACES WHEN THERE IS NONE OR NO CROSS-
      *  REFERENCE FILE YET.
      *****************************************************************
       Find-Primary-Holder.
           MOVE SPACES TO PrimaryHolder
           OPEN INPUT CUST-XREF-FILE
           IF Cust-Xref-OK
               MOVE WorkAccountNo TO XREF-ACCOUNT-NO
               START CUST-XREF-FILE
                   KEY IS EQUAL TO XREF-ACCOUNT-NO
                   INVALID KEY
                       SET Cust-Xref-EOF TO TRUE
               END-START
               PERFORM UNTIL Cust-Xref-EOF
                   READ CUST-XREF-FILE NEXT RECORD
                       AT END
                           SET Cust-Xref-EOF TO TRUE
                       NOT AT END
                           IF XREF-ACCOUNT-NO NOT = WorkAccountNo
                               SET Cust-Xref-EOF TO TRUE
                           ELSE
                               IF Xref-Primary
                                   MOVE XREF-CUST-ID TO PrimaryHolder
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-XREF-FILE
           END-IF.

      *****************************************************************
      *  BUILD-BEFORE-IMAGE
      *  CAPTURES THE MASTER RECORD, AS IT STANDS, INTO THE AUDIT
      *  ROW'S BEFORE-IMAGE.
      *****************************************************************
       Build-Before-Image.
           PERFORM Build-Work-Image

      *****************************************************************
      *  BUILD-AFTER-IMAGE
      *  CAPTURES THE MASTER RECORD, AS CHANGED, INTO THE AUDIT
      *  ROW'S AFTER-IMAGE.
      *****************************************************************
       Build-After-Image.
           PERFORM Build-Work-Image

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  LAYS THE MASTER RECORD OUT IN THE ACCTMST RECORD SHAPE SO AN
      *  AUDIT IMAGE READS THE SAME AS A FILE ROW.
      *****************************************************************
       Build-Work-Image.
           MOVE ACCT-MAST-ACCOUNT-NO   TO WorkImageAcct
           MOVE ACCT-MAST-CUST-NAME    TO WorkImageName
           MOVE ACCT-MAST-BRANCH       TO WorkImageBranch
           MOVE ACCT-MAST-STATUS       TO WorkImageStatus.

      *****************************************************************
      *  WRITE-AUDIT-ROW
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES ACCTMAST ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "ACCTMAST" TO LCK-FILE-NAME
           MOVE "AcctMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES ACCTMAST BACK ONCE THE SESSION HAS CLOSED THE FILE.
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "ACCTMAST" TO LCK-FILE-NAME
           MOVE "AcctMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
