       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  CROSS-FILE REFERENTIAL
      *                  INTEGRITY CHECK OF THE STANDING DATA.  EACH
      *                  STANDING-DATA FILE HAS ITS OWN MAINTENANCE
      *                  SCREEN AND NOTHING CHECKED THAT THE FILES
      *                  STILL AGREED WITH EACH OTHER, SO A STANDING
      *                  ORDER ON A CLOSED ACCOUNT OR AN OVERLAPPING
      *                  GL MAPPING WAS ONLY FOUND WHEN THE CLOSE
      *                  TRIPPED OVER IT.  THE RULES:
      *                    STORDERS  ORDER ON AN ACCOUNT NOT ON
      *                              ACCTMAST OR CLOSED (SERIOUS),
      *                              FROZEN, DORMANT OR CLOSING
      *                    ACCTLIMS  LIMIT FOR AN ACCOUNT NOT ON
      *                              ACCTMAST
      *                    DEPTACCT  DEPARTMENT'S BANKING OR CARD
      *                              ACCOUNT NOT ON ACCTMAST
      *                              (SERIOUS), DEPARTMENT NOT ON
      *                              DEPTMAST
      *                    GLMAP     RANGE RUNNING BACKWARDS OR
      *                              OVERLAPPING ANOTHER OF ITS TYPE,
      *                              NO CLEARING ROW, AN OPEN ACCOUNT
      *                              LEFT UNMAPPED FOR A TYPE THE
      *                              CLOSE JOURNALS (ALL SERIOUS)
      *                    HELDPOST  PENDING ITEM FOR AN ACCOUNT
      *                              CLOSED OR GONE SINCE IT WAS HELD
      *                    SALESBUD  BUDGET FOR AN INACTIVE OR
      *                              UNKNOWN DEPARTMENT
      *                  EVERY BREAK IS LISTED WITH THE FILE, THE KEY
      *                  AND THE RULE.  RETURN CODE 8 WHEN ANY
      *                  SERIOUS BREAK IS FOUND - THE FIRST STEP OF
      *                  THE NIGHTLY CLOSE, SO THE CLOSE STOPS ON
      *                  ONE - 4 WHEN ONLY WARNINGS ARE, 0 WHEN THE
      *                  FILES AGREE.  NOTHING IS CHANGED.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.
      *                  EACH ACCOUNT A RULE NAMES IS READ BY KEY AND
      *                  THE GL COVERAGE RULE WALKS THE MASTER IN KEY
      *                  ORDER, REPLACING THE 500-SLOT ACCOUNT TABLE.
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

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StOrdStatus.

           SELECT ACCOUNT-LIMIT-FILE ASSIGN TO "ACCTLIMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctLimStatus.

           SELECT DEPT-ACCT-FILE ASSIGN TO "DEPTACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeptAcctStatus.

           SELECT DEPT-MAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeptMastStatus.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlMapStatus.

           SELECT HELD-POST-FILE ASSIGN TO "HELDPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldPostStatus.

           SELECT BUDGET-FILE ASSIGN TO "SALESBUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  ACCOUNT-LIMIT-FILE.
           COPY ACCTLIM.

       FD  DEPT-ACCT-FILE.
           COPY DEPTACC.

       FD  DEPT-MAST-FILE.
           COPY DEPTMST.

       FD  GL-MAP-FILE.
           COPY GLMAP.

       FD  HELD-POST-FILE.
           COPY HELDREC.

       FD  BUDGET-FILE.
           COPY BUDREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
           88  Acct-Mast-EOF        VALUE "10".
       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  StOrdStatus          PIC XX VALUE "00".
           88  St-Ord-OK            VALUE "00".
           88  St-Ord-EOF           VALUE "10".
       77  AcctLimStatus        PIC XX VALUE "00".
           88  Acct-Lim-OK          VALUE "00".
           88  Acct-Lim-EOF         VALUE "10".
       77  DeptAcctStatus       PIC XX VALUE "00".
           88  Dept-Acct-OK         VALUE "00".
           88  Dept-Acct-EOF        VALUE "10".
       77  DeptMastStatus       PIC XX VALUE "00".
           88  Dept-Mast-OK         VALUE "00".
           88  Dept-Mast-EOF        VALUE "10".
       77  GlMapStatus          PIC XX VALUE "00".
           88  Gl-Map-OK            VALUE "00".
           88  Gl-Map-EOF           VALUE "10".
       77  HeldPostStatus       PIC XX VALUE "00".
           88  Held-Post-OK         VALUE "00".
           88  Held-Post-EOF        VALUE "10".
       77  BudgetStatus         PIC XX VALUE "00".
           88  Budget-OK            VALUE "00".
           88  Budget-EOF           VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MaxLoans             PIC 9(3) VALUE 200.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  MaxDepts             PIC 9(3) VALUE 100.
       77  DeptCount            PIC 9(3) VALUE 0.
       77  MaxGlMaps            PIC 9(3) VALUE 50.
       77  GlMapCount           PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  J                    PIC 9(3) VALUE 0.
       77  T                    PIC 9 VALUE 0.
       77  FoundIdx             PIC 9(3) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  MasterOpenFlag       PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  AcctFoundFlag        PIC X VALUE "N".
           88  Account-On-File      VALUE "Y".
       77  FoundAcctStatus      PIC X(01) VALUE SPACE.
       77  WorkAccountNo        PIC X(10).
       77  WorkDeptCode         PIC X(04).
       77  WorkGlType           PIC X(01).
       77  CoveredFlag          PIC X VALUE "N".
           88  Type-Is-Covered      VALUE "Y".
       77  ClearingFlag         PIC X VALUE "N".
           88  Clearing-Row-Found   VALUE "Y".
       77  AccountIsLoan        PIC X VALUE "N".
           88  Account-Is-Loan      VALUE "Y".
       77  RowsChecked          PIC 9(7) VALUE 0.
       77  SeriousBreaks        PIC 9(5) VALUE 0.
       77  WarningBreaks        PIC 9(5) VALUE 0.

      *  ONE VIOLATION LINE: SEVERITY, FILE, KEY, RULE BROKEN.
       01  BreakLine.
           05  BrkSeverity          PIC X(07).
               88  Brk-Serious          VALUE "SERIOUS".
               88  Brk-Warning          VALUE "WARNING".
           05  FILLER               PIC X(01) VALUE SPACE.
           05  BrkFile              PIC X(09).
           05  BrkKey               PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  BrkRule              PIC X(50).

      *  THE TRANSACTION TYPES THE CLOSE JOURNALS FOR A CUSTOMER
      *  ACCOUNT, AND FOR A LOAN ACCOUNT (SEE GLMAP.CPY).
       01  AcctGlTypeList           PIC X(04) VALUE "DCIF".
       01  AcctGlTypes REDEFINES AcctGlTypeList.
           05  AcctGlType OCCURS 4 TIMES PIC X(01).
       01  LoanGlTypeList           PIC X(02) VALUE "LN".
       01  LoanGlTypes REDEFINES LoanGlTypeList.
           05  LoanGlType OCCURS 2 TIMES PIC X(01).

       01  LoanTable.
           05  LoanEntry OCCURS 200 TIMES.
               10  LoanAcctNo      PIC X(10).

       01  DeptTable.
           05  DeptEntry OCCURS 100 TIMES.
               10  DeptCode        PIC X(04).
               10  DeptActive      PIC X(01).

       01  GlMapTable.
           05  GlMapEntry OCCURS 50 TIMES.
               10  GlMapType       PIC X(01).
               10  GlMapAcctLow    PIC X(10).
               10  GlMapAcctHigh   PIC X(10).
               10  GlMapGlAccount  PIC X(08).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "INTEGRITY CHECK"          TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           MOVE 0 TO RowsChecked
           MOVE 0 TO SeriousBreaks
           MOVE 0 TO WarningBreaks

           MOVE "N" TO OverflowFlag
           PERFORM Open-Account-Master
           PERFORM Load-Loans
           IF NOT Table-Overflowed
               PERFORM Load-Departments
           END-IF
           IF NOT Table-Overflowed
               PERFORM Load-GL-Map
           END-IF
           IF Table-Overflowed
               IF Master-Is-Open
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
               DISPLAY "Check abandoned - a file is too big to hold,"
                       " so the rules cannot be run."
               MOVE 8 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           DISPLAY " "
           DISPLAY "Severity File     Key                      Rule"
           PERFORM Check-Standing-Orders
           PERFORM Check-Account-Limits
           PERFORM Check-Dept-Accounts
           PERFORM Check-GL-Map
           PERFORM Check-Held-Postings
           PERFORM Check-Sales-Budgets
           IF SeriousBreaks = 0 AND WarningBreaks = 0
               DISPLAY "  (no breaks - the standing data agrees)"
           END-IF
           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           DISPLAY " "
           DISPLAY "Rows checked:     " RowsChecked
           DISPLAY "Serious breaks:   " SeriousBreaks
           DISPLAY "Warnings:         " WarningBreaks
           EVALUATE TRUE
               WHEN SeriousBreaks > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WarningBreaks > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO THE JOURNAL ROW CARRIES THE DAY CHECKED.
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
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER FOR THE RUN.  EACH ACCOUNT
      *  A RULE NAMES IS READ BY KEY, AND THE GL COVERAGE RULE WALKS
      *  THE FILE IN KEY ORDER, SO NOTHING LIMITS THE SIZE OF THE
      *  BOOK.  WITH NO MASTER, EVERY ACCOUNT READS AS NOT ON FILE.
      *****************************************************************
       Open-Account-Master.
           MOVE "N" TO MasterOpenFlag
           MOVE "00" TO AcctMastStatus
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF Acct-Mast-OK
               SET Master-Is-Open TO TRUE
           ELSE
               DISPLAY "No account master on file."
           END-IF.

      *****************************************************************
      *  LOAD-LOANS
      *  THE LOAN ACCOUNT NUMBERS - THEY MAP UNDER THE LOAN TYPES ON
      *  GLMAP, NOT THE CUSTOMER-ACCOUNT ONES.
      *****************************************************************
       Load-Loans.
           MOVE 0 TO LoanCount
           MOVE "00" TO LoanMastStatus
           OPEN INPUT LOAN-MASTER-FILE
           IF Loan-Mast-OK
               PERFORM UNTIL Loan-Mast-EOF
                   READ LOAN-MASTER-FILE
                       AT END
                           SET Loan-Mast-EOF TO TRUE
                       NOT AT END
                           IF LoanCount < MaxLoans
                               ADD 1 TO LoanCount
                               MOVE LOAN-ACCOUNT-NO
                                   TO LoanAcctNo(LoanCount)
                           ELSE
                               MOVE "LOANMAST EXCEEDS MAXLOANS."
                                   TO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Loan-Mast-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *****************************************************************
      *  LOAD-DEPARTMENTS
      *  DEPARTMENT CODE AND ACTIVE FLAG OF EVERY ROW ON DEPTMAST.
      *****************************************************************
       Load-Departments.
           MOVE 0 TO DeptCount
           MOVE "00" TO DeptMastStatus
           OPEN INPUT DEPT-MAST-FILE
           IF Dept-Mast-OK
               PERFORM UNTIL Dept-Mast-EOF
                   READ DEPT-MAST-FILE
                       AT END
                           SET Dept-Mast-EOF TO TRUE
                       NOT AT END
                           IF DeptCount < MaxDepts
                               ADD 1 TO DeptCount
                               MOVE DM-DEPT-CODE
                                   TO DeptCode(DeptCount)
                               MOVE DM-ACTIVE
                                   TO DeptActive(DeptCount)
                           ELSE
                               MOVE "DEPTMAST EXCEEDS MAXDEPTS."
                                   TO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Dept-Mast-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MAST-FILE
           END-IF.

      *****************************************************************
      *  LOAD-GL-MAP
      *  EVERY MAPPING RULE ON GLMAP, IN FILE ORDER.
      *****************************************************************
       Load-GL-Map.
           MOVE 0 TO GlMapCount
           MOVE "00" TO GlMapStatus
           OPEN INPUT GL-MAP-FILE
           IF Gl-Map-OK
               PERFORM UNTIL Gl-Map-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET Gl-Map-EOF TO TRUE
                       NOT AT END
                           IF GlMapCount < MaxGlMaps
                               ADD 1 TO GlMapCount
                               MOVE GLM-TRAN-TYPE
                                   TO GlMapType(GlMapCount)
                               MOVE GLM-ACCT-LOW
                                   TO GlMapAcctLow(GlMapCount)
                               MOVE GLM-ACCT-HIGH
                                   TO GlMapAcctHigh(GlMapCount)
                               MOVE GLM-GL-ACCOUNT
                                   TO GlMapGlAccount(GlMapCount)
                           ELSE
                               MOVE "GLMAP EXCEEDS MAXGLMAPS."
                                   TO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Gl-Map-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *****************************************************************
      *  CHECK-STANDING-ORDERS
      *  EVERY ORDER'S ACCOUNT MUST BE ON ACCTMAST AND NOT CLOSED -
      *  THE RUN WOULD RAISE A POSTING EVERY PERIOD THAT THE CLOSE
      *  CAN ONLY REFUSE.  FROZEN, DORMANT AND CLOSING ACCOUNTS ARE
      *  WARNINGS: THE STATUS MAY BE TEMPORARY, BUT THE ORDER WILL
      *  BOUNCE WHILE IT LASTS.
      *****************************************************************
       Check-Standing-Orders.
           MOVE "00" TO StOrdStatus
           OPEN INPUT STANDING-ORDER-FILE
           IF St-Ord-OK
               PERFORM UNTIL St-Ord-EOF
                   READ STANDING-ORDER-FILE
                       AT END
                           SET St-Ord-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RowsChecked
                           MOVE SO-ACCOUNT-NO TO WorkAccountNo
                           PERFORM Find-Account
                           MOVE "STORDERS" TO BrkFile
                           MOVE SPACES TO BrkKey
                           STRING SO-ACCOUNT-NO " " SO-TYPE-CODE
                                  " " SO-FREQUENCY
                               DELIMITED BY SIZE INTO BrkKey
                           EVALUATE TRUE
                               WHEN NOT Account-On-File
                                   SET Brk-Serious TO TRUE
                                   MOVE SPACES TO BrkRule
                                   STRING "ORDER ON AN ACCOUNT NOT ON"
                                          " ACCTMAST"
                                       DELIMITED BY SIZE INTO BrkRule
                                   PERFORM Report-Break
                               WHEN FoundAcctStatus = "C"
                                   SET Brk-Serious TO TRUE
                                   MOVE "ORDER ON A CLOSED ACCOUNT"
                                       TO BrkRule
                                   PERFORM Report-Break
                               WHEN FoundAcctStatus = "F"
                                   SET Brk-Warning TO TRUE
                                   MOVE "ORDER ON A FROZEN ACCOUNT"
                                       TO BrkRule
                                   PERFORM Report-Break
                               WHEN FoundAcctStatus = "D"
                                   SET Brk-Warning TO TRUE
                                   MOVE "ORDER ON A DORMANT ACCOUNT"
                                       TO BrkRule
                                   PERFORM Report-Break
                               WHEN FoundAcctStatus = "P"
                                   SET Brk-Warning TO TRUE
                                   MOVE SPACES TO BrkRule
                                   STRING "ORDER ON AN ACCOUNT BEING"
                                          " CLOSED"
                                       DELIMITED BY SIZE INTO BrkRule
                                   PERFORM Report-Break
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

      *****************************************************************
      *  CHECK-ACCOUNT-LIMITS
      *  A LIMIT FOR AN ACCOUNT NOT ON ACCTMAST IS AN ORPHAN - IT
      *  DOES NO HARM UNTIL THE NUMBER IS REUSED, WHEN THE NEW
      *  ACCOUNT INHERITS SOMEBODY ELSE'S OVERDRAFT.
      *****************************************************************
       Check-Account-Limits.
           MOVE "00" TO AcctLimStatus
           OPEN INPUT ACCOUNT-LIMIT-FILE
           IF Acct-Lim-OK
               PERFORM UNTIL Acct-Lim-EOF
                   READ ACCOUNT-LIMIT-FILE
                       AT END
                           SET Acct-Lim-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RowsChecked
                           MOVE ACCT-LIMIT-ACCOUNT-NO TO WorkAccountNo
                           PERFORM Find-Account
                           IF NOT Account-On-File
                               SET Brk-Warning TO TRUE
                               MOVE "ACCTLIMS" TO BrkFile
                               MOVE ACCT-LIMIT-ACCOUNT-NO TO BrkKey
                               MOVE SPACES TO BrkRule
                               STRING "LIMIT FOR AN ACCOUNT NOT ON"
                                      " ACCTMAST"
                                   DELIMITED BY SIZE INTO BrkRule
                               PERFORM Report-Break
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-LIMIT-FILE
           END-IF.

      *****************************************************************
      *  CHECK-DEPT-ACCOUNTS
      *  THE DEPARTMENT'S BANKING ACCOUNT - AND ITS CARD SETTLEMENT
      *  ACCOUNT WHERE ONE IS NAMED - MUST BE ON ACCTMAST, OR THE
      *  TAKINGS RECONCILIATION AND SALES GL EXTRACT HAVE NOWHERE TO
      *  MATCH THEM.  THE DEPARTMENT ITSELF SHOULD BE ON DEPTMAST.
      *****************************************************************
       Check-Dept-Accounts.
           MOVE "00" TO DeptAcctStatus
           OPEN INPUT DEPT-ACCT-FILE
           IF Dept-Acct-OK
               PERFORM UNTIL Dept-Acct-EOF
                   READ DEPT-ACCT-FILE
                       AT END
                           SET Dept-Acct-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RowsChecked
                           PERFORM Check-One-Dept-Account
                   END-READ
               END-PERFORM
               CLOSE DEPT-ACCT-FILE
           END-IF.

      *****************************************************************
      *  CHECK-ONE-DEPT-ACCOUNT
      *  THE THREE DEPTACCT RULES FOR THE ROW JUST READ.
      *****************************************************************
       Check-One-Dept-Account.
           MOVE "DEPTACCT" TO BrkFile
           MOVE SPACES TO BrkKey
           STRING DA-STORE-CODE " " DA-DEPT-CODE
               DELIMITED BY SIZE INTO BrkKey

           MOVE DA-ACCOUNT-NO TO WorkAccountNo
           PERFORM Find-Account
           IF NOT Account-On-File
               SET Brk-Serious TO TRUE
               MOVE SPACES TO BrkRule
               STRING "BANKING ACCOUNT " DA-ACCOUNT-NO
                      " NOT ON ACCTMAST"
                   DELIMITED BY SIZE INTO BrkRule
               PERFORM Report-Break
           END-IF

           IF DA-CARD-ACCOUNT NOT = SPACES
               MOVE DA-CARD-ACCOUNT TO WorkAccountNo
               PERFORM Find-Account
               IF NOT Account-On-File
                   SET Brk-Serious TO TRUE
                   MOVE SPACES TO BrkRule
                   STRING "CARD ACCOUNT " DA-CARD-ACCOUNT
                          " NOT ON ACCTMAST"
                       DELIMITED BY SIZE INTO BrkRule
                   PERFORM Report-Break
               END-IF
           END-IF

           MOVE DA-DEPT-CODE TO WorkDeptCode
           PERFORM Find-Department
           IF FoundIdx = 0
               SET Brk-Warning TO TRUE
               MOVE "DEPARTMENT NOT ON DEPTMAST" TO BrkRule
               PERFORM Report-Break
           END-IF.

      *****************************************************************
      *  CHECK-GL-MAP
      *  THE MAPPING RULES THE CLOSE'S JOURNAL EXTRACT IS DRIVEN BY.
      *  THE FIRST RULE MATCHING A TYPE AND ACCOUNT WINS, SO TWO
      *  RANGES OF ONE TYPE THAT OVERLAP MAKE THE POSTING DEPEND ON
      *  FILE ORDER, AND A RANGE WHOSE LOW END IS ABOVE ITS HIGH END
      *  MATCHES NOTHING.  THERE MUST BE A CLEARING ("S") ROW, AND
      *  EVERY ACCOUNT NOT CLOSED MUST BE COVERED FOR EACH TYPE THE
      *  CLOSE JOURNALS FOR IT - OTHERWISE ITS FIGURES GO TO
      *  "UNMAPPED".  NO GLMAP AT ALL MEANS THE SITE TAKES NO
      *  EXTRACT, AND THE RULES DO NOT APPLY.
      *****************************************************************
       Check-GL-Map.
           IF GlMapCount = 0
               DISPLAY "  (no GLMAP on file - GL mapping rules not"
                       " checked)"
           ELSE
               MOVE "GLMAP" TO BrkFile
               MOVE "N" TO ClearingFlag
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlMapCount
                   ADD 1 TO RowsChecked
                   PERFORM Check-One-GL-Range
               END-PERFORM
               IF NOT Clearing-Row-Found
                   SET Brk-Serious TO TRUE
                   MOVE "S" TO BrkKey
                   MOVE "NO CLEARING (S) ROW FOR THE CONTRA LINE"
                       TO BrkRule
                   PERFORM Report-Break
               END-IF
               PERFORM Check-All-Accounts-Mapped
           END-IF.

      *****************************************************************
      *  CHECK-ALL-ACCOUNTS-MAPPED
      *  WALKS THE ACCOUNT MASTER IN KEY ORDER AND CHECKS THE
      *  COVERAGE OF EVERY ACCOUNT NOT CLOSED.
      *****************************************************************
       Check-All-Accounts-Mapped.
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
                           IF ACCT-MAST-STATUS NOT = "C"
                               PERFORM Check-Account-Mapped
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *****************************************************************
      *  CHECK-ONE-GL-RANGE
      *  THE RULE IN SLOT K: ITS RANGE RUNS FORWARDS AND DOES NOT
      *  OVERLAP A LATER RULE OF THE SAME TYPE (A BACKWARDS RANGE
      *  MATCHES NOTHING, SO IT OVERLAPS NOTHING EITHER).  THE
      *  CLEARING ROW'S RANGE IS IGNORED BY THE CLOSE, SO IT IS NOT
      *  CHECKED.
      *****************************************************************
       Check-One-GL-Range.
           IF GlMapType(K) = "S"
               SET Clearing-Row-Found TO TRUE
           ELSE
               MOVE SPACES TO BrkKey
               STRING GlMapType(K) " " GlMapAcctLow(K)
                      "-" GlMapAcctHigh(K)
                   DELIMITED BY SIZE INTO BrkKey
               IF GlMapAcctLow(K) > GlMapAcctHigh(K)
                   SET Brk-Serious TO TRUE
                   MOVE "RANGE LOW END IS ABOVE ITS HIGH END"
                       TO BrkRule
                   PERFORM Report-Break
               END-IF
               PERFORM VARYING J FROM K BY 1 UNTIL J > GlMapCount
                   IF J > K
                      AND GlMapType(J) = GlMapType(K)
                      AND GlMapAcctLow(K) NOT > GlMapAcctHigh(K)
                      AND GlMapAcctLow(J) NOT > GlMapAcctHigh(J)
                      AND GlMapAcctLow(K) NOT > GlMapAcctHigh(J)
                      AND GlMapAcctLow(J) NOT > GlMapAcctHigh(K)
                       SET Brk-Serious TO TRUE
                       MOVE SPACES TO BrkRule
                       STRING "OVERLAPS " GlMapType(J) " "
                              GlMapAcctLow(J) "-" GlMapAcctHigh(J)
                           DELIMITED BY SIZE INTO BrkRule
                       PERFORM Report-Break
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  CHECK-ACCOUNT-MAPPED
      *  THE ACCOUNT JUST READ AGAINST EVERY TYPE THE CLOSE JOURNALS
      *  FOR IT: D, C, I AND F FOR A CUSTOMER ACCOUNT, L AND N FOR A
      *  LOAN ACCOUNT.
      *****************************************************************
       Check-Account-Mapped.
           MOVE ACCT-MAST-ACCOUNT-NO TO WorkAccountNo
           MOVE "N" TO AccountIsLoan
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               IF LoanAcctNo(K) = WorkAccountNo
                   SET Account-Is-Loan TO TRUE
               END-IF
           END-PERFORM
           IF Account-Is-Loan
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 2
                   MOVE LoanGlType(T) TO WorkGlType
                   PERFORM Check-Type-Covered
               END-PERFORM
           ELSE
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 4
                   MOVE AcctGlType(T) TO WorkGlType
                   PERFORM Check-Type-Covered
               END-PERFORM
           END-IF.

      *****************************************************************
      *  CHECK-TYPE-COVERED
      *  SOME RULE OF TYPE WorkGlType MUST COVER WorkAccountNo.
      *****************************************************************
       Check-Type-Covered.
           MOVE "N" TO CoveredFlag
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlMapCount
               IF GlMapType(K) = WorkGlType
                  AND WorkAccountNo NOT < GlMapAcctLow(K)
                  AND WorkAccountNo NOT > GlMapAcctHigh(K)
                   SET Type-Is-Covered TO TRUE
               END-IF
           END-PERFORM
           IF NOT Type-Is-Covered
               SET Brk-Serious TO TRUE
               MOVE SPACES TO BrkKey
               STRING WorkGlType " " WorkAccountNo
                   DELIMITED BY SIZE INTO BrkKey
               MOVE SPACES TO BrkRule
               STRING "NO RANGE OF TYPE " WorkGlType
                      " COVERS THIS ACCOUNT"
                   DELIMITED BY SIZE INTO BrkRule
               PERFORM Report-Break
           END-IF.

      *****************************************************************
      *  CHECK-HELD-POSTINGS
      *  A PENDING HELD ITEM - OR ITS TRANSFER CONTRA - ON AN ACCOUNT
      *  CLOSED OR REMOVED SINCE IT WAS HELD WILL ONLY BE REFUSED IF
      *  IT IS RELEASED.  A SUPERVISOR SHOULD REFUSE IT INSTEAD.
      *****************************************************************
       Check-Held-Postings.
           MOVE "00" TO HeldPostStatus
           OPEN INPUT HELD-POST-FILE
           IF Held-Post-OK
               PERFORM UNTIL Held-Post-EOF
                   READ HELD-POST-FILE
                       AT END
                           SET Held-Post-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RowsChecked
                           IF Held-Is-Pending
                               PERFORM Check-One-Held-Item
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-POST-FILE
           END-IF.

      *****************************************************************
      *  CHECK-ONE-HELD-ITEM
      *  THE ACCOUNT AND ANY CONTRA OF THE PENDING ITEM JUST READ.
      *****************************************************************
       Check-One-Held-Item.
           MOVE "HELDPOST" TO BrkFile
           MOVE SPACES TO BrkKey
           STRING HP-ACCOUNT-NO " " HP-TYPE-CODE " " HP-POST-DATE
               DELIMITED BY SIZE INTO BrkKey
           MOVE HP-ACCOUNT-NO TO WorkAccountNo
           PERFORM Find-Account
           IF NOT Account-On-File
               SET Brk-Warning TO TRUE
               MOVE "PENDING ITEM FOR AN ACCOUNT NOT ON ACCTMAST"
                   TO BrkRule
               PERFORM Report-Break
           ELSE
               IF FoundAcctStatus = "C"
                   SET Brk-Warning TO TRUE
                   MOVE "PENDING ITEM FOR AN ACCOUNT NOW CLOSED"
                       TO BrkRule
                   PERFORM Report-Break
               END-IF
           END-IF
           IF HP-CONTRA-ACCT NOT = SPACES
               MOVE HP-CONTRA-ACCT TO WorkAccountNo
               PERFORM Find-Account
               IF NOT Account-On-File
                   SET Brk-Warning TO TRUE
                   MOVE SPACES TO BrkRule
                   STRING "CONTRA " HP-CONTRA-ACCT
                          " NOT ON ACCTMAST"
                       DELIMITED BY SIZE INTO BrkRule
                   PERFORM Report-Break
               ELSE
                   IF FoundAcctStatus = "C"
                       SET Brk-Warning TO TRUE
                       MOVE SPACES TO BrkRule
                       STRING "CONTRA " HP-CONTRA-ACCT
                              " NOW CLOSED"
                           DELIMITED BY SIZE INTO BrkRule
                       PERFORM Report-Break
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  CHECK-SALES-BUDGETS
      *  A BUDGET FOR A DEPARTMENT MARKED INACTIVE ON DEPTMAST, OR
      *  NOT ON IT AT ALL, SHOWS AS A SHORTFALL ON EVERY SALES
      *  REPORT.
      *****************************************************************
       Check-Sales-Budgets.
           MOVE "00" TO BudgetStatus
           OPEN INPUT BUDGET-FILE
           IF Budget-OK
               PERFORM UNTIL Budget-EOF
                   READ BUDGET-FILE
                       AT END
                           SET Budget-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RowsChecked
                           MOVE BUD-DEPT-CODE TO WorkDeptCode
                           PERFORM Find-Department
                           MOVE "SALESBUD" TO BrkFile
                           MOVE SPACES TO BrkKey
                           STRING BUD-STORE-CODE " " BUD-DEPT-CODE
                               DELIMITED BY SIZE INTO BrkKey
                           IF FoundIdx = 0
                               SET Brk-Warning TO TRUE
                               MOVE SPACES TO BrkRule
                               STRING "BUDGET FOR A DEPARTMENT NOT ON"
                                      " DEPTMAST"
                                   DELIMITED BY SIZE INTO BrkRule
                               PERFORM Report-Break
                           ELSE
                               IF DeptActive(FoundIdx) = "I"
                                   SET Brk-Warning TO TRUE
                                   MOVE SPACES TO BrkRule
                                   STRING "BUDGET FOR AN INACTIVE"
                                          " DEPARTMENT"
                                       DELIMITED BY SIZE INTO BrkRule
                                   PERFORM Report-Break
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

      *****************************************************************
      *  FIND-ACCOUNT
      *  READS WorkAccountNo FROM ACCTMAST BY KEY.  SETS
      *  Account-On-File AND RETURNS ITS STATUS IN FoundAcctStatus.
      *****************************************************************
       Find-Account.
           MOVE "N" TO AcctFoundFlag
           MOVE SPACE TO FoundAcctStatus
           IF Master-Is-Open
               MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Account-On-File TO TRUE
                       MOVE ACCT-MAST-STATUS TO FoundAcctStatus
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-DEPARTMENT
      *  THE DEPTMAST SLOT FOR WorkDeptCode, OR ZERO IN FoundIdx.
      *****************************************************************
       Find-Department.
           MOVE 0 TO FoundIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > DeptCount OR FoundIdx > 0
               IF DeptCode(K) = WorkDeptCode
                   MOVE K TO FoundIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-BREAK
      *  PRINTS THE BREAK BUILT IN BreakLine AND COUNTS IT BY
      *  SEVERITY.
      *****************************************************************
       Report-Break.
           IF Brk-Serious
               ADD 1 TO SeriousBreaks
           ELSE
               ADD 1 TO WarningBreaks
           END-IF
           DISPLAY BreakLine.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  STANDING-DATA ROWS CHECKED, AND THE BREAKS FOUND AS THE
      *  REJECTS, SO THE MONTH-END SUMMARY FLAGS A NIGHT WITH ANY.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "INTEGRITYCHECK" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE RowsChecked TO JRN-RECS-IN
           MOVE RowsChecked TO JRN-RECS-OUT
           COMPUTE JRN-RECS-REJECT = SeriousBreaks + WarningBreaks
           MOVE 0 TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
