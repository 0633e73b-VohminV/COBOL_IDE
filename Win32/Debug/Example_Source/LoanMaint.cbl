       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaint.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  MAINTENANCE SCREEN FOR THE
      *                  LOAN MASTER.  LOANS WERE KEPT ON A SPREADSHEET
      *                  AND EACH MONTH'S REPAYMENT KEYED INTO TRANSIN
      *                  BY HAND, WITH NOTHING TO SAY WHEN ONE WAS
      *                  MISSED.  ADDS A LOAN AGAINST ITS OWN ACCOUNT
      *                  ON ACCTMAST (OPEN, NOT ALREADY A LOAN) WITH A
      *                  REPAYMENT ACCOUNT (OPEN, NOT A LOAN ACCOUNT),
      *                  PRINCIPAL, ANNUAL RATE, TERM IN MONTHS AND A
      *                  START DATE NOT BEFORE THE BUSINESS DATE; A
      *                  LOAN BROUGHT ACROSS FROM THE SPREADSHEET IS
      *                  TAKEN ON AS ALREADY PAID OUT SO NO SECOND
      *                  DRAWDOWN IS RAISED.  SHOWS A LOAN'S SCHEDULE
      *                  AND CHANGES ITS REPAYMENT ACCOUNT.  EVERY
      *                  CHANGE IS AUDITED THROUGH AUDITWRITE.  THE
      *                  FILE IS REWRITTEN IN FULL FROM THE WORK TABLE
      *                  AT EXIT, SO A FILE TOO BIG FOR THE TABLE IS
      *                  REFUSED WHOLE, AND LOANSCHEDULE IS CALLED TO
      *                  BUILD THE SCHEDULE OF ANY LOAN ADDED.
      *                  SUPERVISOR-ONLY, GATED AT THE MENU.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.  IT
      *                  IS STILL READ THROUGH IN KEY ORDER, SO ONLY THE
      *                  FILE DECLARATION CHANGES.
      *  2026-10-15  DL  TAKES LOANMAST AND LOANSCHD ON THE LOCK
      *                  REGISTRY FOR THE SESSION, BOTH OR NEITHER, AND
      *                  HOLDS THEM UNTIL LOANSCHEDULE HAS BUILT THE
      *                  SCHEDULES OF ANY LOANS ADDED.  REFUSES TO OPEN
      *                  WHEN ANOTHER SESSION OR THE NIGHTLY CLOSE HOLDS
      *                  EITHER.
      *  2026-10-15  DL  ACCTMAST IS READ BY KEY WHEN A LOAN'S TWO
      *                  ACCOUNTS ARE CHECKED, INSTEAD OF BEING LOADED
      *                  INTO A 500-ACCOUNT TABLE, SO A LARGE ACCOUNT
      *                  MASTER NO LONGER REFUSES THE SCREEN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanMastStatus.

           SELECT LOAN-SCHED-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanSchedStatus.

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
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHED-FILE.
           COPY LNSCHED.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  LoanSchedStatus      PIC XX VALUE "00".
           88  Loan-Sched-OK        VALUE "00".
           88  Loan-Sched-EOF       VALUE "10".
       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
           88  Acct-Mast-Missing    VALUE "35".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  LockRefusalText      PIC X(70) VALUE SPACES.

       77  MaxLoans             PIC 9(3) VALUE 500.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  AddedCount           PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  PickNo               PIC 9(3) VALUE 0.
       77  LoanIdx              PIC 9(3) VALUE 0.
       77  OnLoanIdx            PIC 9(3) VALUE 0.
       77  ShownCount           PIC 9(3) VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Maint-Done           VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  MastOpenFlag         PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  AcctFoundFlag        PIC X VALUE "N".
           88  Account-On-File      VALUE "Y".
       77  AcctFoundStatus      PIC X VALUE SPACE.
       77  LoanAcctFlag         PIC X VALUE "N".
           88  Loan-Acct-On-File    VALUE "Y".
       77  LoanAcctStatus       PIC X VALUE SPACE.
       77  WorkAccountNo        PIC X(10).
       77  NewAccountNo         PIC X(10).
       77  NewRepayAcct         PIC X(10).
       77  NewPrincipal         PIC 9(07)V99 VALUE 0.
       77  NewRate              PIC 9(02)V9(04) VALUE 0.
       77  NewTerm              PIC 9(03) VALUE 0.
       77  NewStartDate         PIC X(10).
       77  NewPaidOut           PIC X VALUE SPACE.
       77  NewDescription       PIC X(20).
       77  PrintAmount          PIC Z,ZZZ,ZZ9.99.
       77  PrintInterest        PIC Z,ZZZ,ZZ9.99.
       77  PrintPrincipal       PIC Z,ZZZ,ZZ9.99.
       77  PrintBalance         PIC Z,ZZZ,ZZ9.99.
       77  PrintRate            PIC Z9.9999.

       01  LoanTable.
           05  LoanEntry OCCURS 500 TIMES.
               10  LnAccountNo     PIC X(10).
               10  LnRepayAcct     PIC X(10).
               10  LnPrincipal     PIC 9(07)V99.
               10  LnRate          PIC 9(02)V9(04).
               10  LnTerm          PIC 9(03).
               10  LnStartDate     PIC X(10).
               10  LnInstalment    PIC 9(07)V99.
               10  LnStatus        PIC X(01).
               10  LnSchedFlag     PIC X(01).
               10  LnDrawnDate     PIC X(10).
               10  LnDescription   PIC X(20).

       01  WorkImage.
           05  WorkImageAcct       PIC X(10).
           05  WorkImageRepay      PIC X(10).
           05  WorkImagePrincipal  PIC 9(07)V99.
           05  WorkImageRate       PIC 9(02)V9(04).
           05  WorkImageTerm       PIC 9(03).
           05  WorkImageStart      PIC X(10).
           05  WorkImageStatus     PIC X(01).
           05  WorkImageDrawn      PIC X(10).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "LOAN MAINTENANCE"         TO RPT-HDR-PROGRAM
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
               DISPLAY "Loan maintenance not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           MOVE "N" TO OverflowFlag
           PERFORM Load-Loans
           IF Table-Overflowed
               DISPLAY "A file holds more rows than this screen can"
                       " carry - nothing changed, so no row can be"
                       " lost.  Split the file before working it."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF LoanCount = 0
               DISPLAY "No loan master on file yet - added loans"
                       " will create it."
           END-IF
           PERFORM Open-Account-Master

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           MOVE 0 TO AddedCount
           PERFORM UNTIL Maint-Done
               DISPLAY " "
               DISPLAY "[L] List loans"
               DISPLAY "[A] Add a loan"
               DISPLAY "[V] View a loan's repayment schedule"
               DISPLAY "[R] Change a loan's repayment account"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "L"
                       PERFORM List-Loans
                   WHEN "A"
                       PERFORM Add-Loan
                   WHEN "V"
                       PERFORM View-Schedule
                   WHEN "R"
                       PERFORM Change-Repay-Account
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           IF Anything-Changed
               PERFORM Save-Loans
           ELSE
               DISPLAY "Nothing changed - file left as it was."
           END-IF

           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           DISPLAY RPT-FOOTER-RULE

           IF AddedCount > 0
               CALL "LoanSchedule"
           END-IF
           PERFORM Release-File-Locks

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY AUDIT ROW CARRIES THE DAY THE CHANGE
      *  BELONGS TO AND NO LOAN CAN START IN THE PAST.
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
      *  LOAD-LOANS
      *  READS THE WHOLE LOAN MASTER INTO THE WORK TABLE.  A FILE
      *  BIGGER THAN THE TABLE SETS Table-Overflowed AND THE CALLER
      *  REFUSES TO WORK IT - THE FULL-REWRITE SAVE WOULD DELETE THE
      *  UNREAD ROWS.
      *****************************************************************
       Load-Loans.
           MOVE 0 TO LoanCount
           OPEN INPUT LOAN-MASTER-FILE
           IF Loan-Mast-OK
               PERFORM UNTIL Loan-Mast-EOF
                   READ LOAN-MASTER-FILE
                       AT END
                           SET Loan-Mast-EOF TO TRUE
                       NOT AT END
                           IF LoanCount < MaxLoans
                               ADD 1 TO LoanCount
                               MOVE LOAN-MAST-RECORD
                                   TO LoanEntry(LoanCount)
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "LOAN MASTER EXCEEDS "
                                      "MAXLOANS."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Loan-Mast-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER FOR THE SESSION SO A NEW
      *  LOAN'S TWO ACCOUNTS CAN BE CHECKED BY KEY.  NO FILE AT ALL
      *  LEAVES Master-Is-Open OFF, AND EVERY ACCOUNT THEN READS AS
      *  NOT ON THE MASTER.
      *****************************************************************
       Open-Account-Master.
           MOVE "N" TO MastOpenFlag
           OPEN INPUT ACCOUNT-MASTER-FILE
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
      *  FIND-ACCOUNT
      *  READS THE MASTER RECORD FOR WorkAccountNo BY KEY.  SETS
      *  Account-On-File, WITH THE ACCOUNT'S STATUS IN
      *  AcctFoundStatus.
      *****************************************************************
       Find-Account.
           MOVE "N" TO AcctFoundFlag
           MOVE SPACE TO AcctFoundStatus
           IF Master-Is-Open
               MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Account-On-File TO TRUE
                       MOVE ACCT-MAST-STATUS TO AcctFoundStatus
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-LOAN
      *  LINEAR-SCANS THE LOAN TABLE FOR A LOAN WHOSE OWN ACCOUNT IS
      *  WorkAccountNo.  RESULT IN LoanIdx, ZERO WHEN THE ACCOUNT IS
      *  NOT A LOAN ACCOUNT.
      *****************************************************************
       Find-Loan.
           MOVE 0 TO LoanIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               IF LnAccountNo(K) = WorkAccountNo
                   MOVE K TO LoanIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  LIST-LOANS
      *  SHOWS EVERY LOAN ON FILE UNDER ITS TABLE NUMBER.  A LOAN
      *  WHOSE SCHEDULE HAS NOT BEEN BUILT SHOWS NO INSTALMENT.
      *****************************************************************
       List-Loans.
           DISPLAY " "
           DISPLAY "       Loan acct  Repay acct     Principal"
                   "    Rate  Term  Start       Instalment"
                   "  St  Drawn"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               MOVE LnPrincipal(K) TO PrintAmount
               MOVE LnRate(K) TO PrintRate
               MOVE LnInstalment(K) TO PrintInterest
               DISPLAY " [" K "] " LnAccountNo(K)
                       " " LnRepayAcct(K)
                       " " PrintAmount
                       " " PrintRate
                       "  " LnTerm(K)
                       "  " LnStartDate(K)
                       " " PrintInterest
                       "  " LnStatus(K)
                       "   " LnDrawnDate(K)
           END-PERFORM
           DISPLAY "Loans on file: " LoanCount.

      *****************************************************************
      *  ADD-LOAN
      *  PROMPTS FOR AND VALIDATES ONE NEW LOAN.  THE LOAN ACCOUNT
      *  MUST BE AN OPEN ACCOUNT ON ACCTMAST NOT ALREADY CARRYING A
      *  LOAN; THE REPAYMENT ACCOUNT AN OPEN ACCOUNT THAT IS NEITHER
      *  THE LOAN ACCOUNT NOR ANOTHER LOAN'S.  THE PRINCIPAL MUST BE
      *  NONZERO, THE TERM 1 TO 480 MONTHS AND THE START DATE A REAL
      *  YYYY-MM-DD NO EARLIER THAN THE BUSINESS DATE.  A LOAN TAKEN
      *  ON ALREADY PAID OUT IS MARKED DRAWN ON ITS START DATE SO
      *  LOANINSTALMENTRUN RAISES NO DRAWDOWN FOR IT.
      *****************************************************************
       Add-Loan.
           IF LoanCount >= MaxLoans
               DISPLAY "Loan table is full - not added."
           ELSE
               DISPLAY "Loan account number: " WITH NO ADVANCING
               ACCEPT NewAccountNo
               DISPLAY "Repayment account number: " WITH NO ADVANCING
               ACCEPT NewRepayAcct
               DISPLAY "Principal: " WITH NO ADVANCING
               ACCEPT NewPrincipal
               DISPLAY "Annual rate (percent): " WITH NO ADVANCING
               ACCEPT NewRate
               DISPLAY "Term (months): " WITH NO ADVANCING
               ACCEPT NewTerm
               DISPLAY "Start date (YYYY-MM-DD): " WITH NO ADVANCING
               ACCEPT NewStartDate
               DISPLAY "Principal already paid out (Y/N): "
                   WITH NO ADVANCING
               ACCEPT NewPaidOut
               MOVE FUNCTION UPPER-CASE(NewPaidOut) TO NewPaidOut
               DISPLAY "Description: " WITH NO ADVANCING
               ACCEPT NewDescription
               MOVE NewAccountNo TO WorkAccountNo
               PERFORM Find-Account
               PERFORM Find-Loan
               MOVE AcctFoundFlag TO LoanAcctFlag
               MOVE AcctFoundStatus TO LoanAcctStatus
               MOVE LoanIdx TO OnLoanIdx
               MOVE NewRepayAcct TO WorkAccountNo
               PERFORM Find-Account
               PERFORM Find-Loan
               EVALUATE TRUE
                   WHEN NewAccountNo = SPACES
                       DISPLAY "Loan account number is required - "
                               "not added."
                   WHEN NOT Loan-Acct-On-File
                       DISPLAY "Account " NewAccountNo
                               " is not on the account master - "
                               "not added."
                   WHEN LoanAcctStatus NOT = "O"
                       DISPLAY "Account " NewAccountNo
                               " is not open - not added."
                   WHEN OnLoanIdx > 0
                       DISPLAY "Account " NewAccountNo
                               " already carries a loan - "
                               "not added."
                   WHEN NewRepayAcct = NewAccountNo
                       DISPLAY "The repayment account cannot be the"
                               " loan account - not added."
                   WHEN NOT Account-On-File
                       DISPLAY "Account " NewRepayAcct
                               " is not on the account master - "
                               "not added."
                   WHEN AcctFoundStatus NOT = "O"
                       DISPLAY "Account " NewRepayAcct
                               " is not open - not added."
                   WHEN LoanIdx > 0
                       DISPLAY "Account " NewRepayAcct
                               " is a loan account - not added."
                   WHEN NewPrincipal = 0
                       DISPLAY "Zero principal - not added."
                   WHEN NewTerm = 0 OR NewTerm > 480
                       DISPLAY "Term must be 1 to 480 months - "
                               "not added."
                   WHEN NewStartDate(1:4) IS NOT NUMERIC
                        OR NewStartDate(6:2) IS NOT NUMERIC
                        OR NewStartDate(9:2) IS NOT NUMERIC
                        OR NewStartDate(5:1) NOT = "-"
                        OR NewStartDate(8:1) NOT = "-"
                       DISPLAY "Start date must be YYYY-MM-DD - "
                               "not added."
                   WHEN NewStartDate < BusinessDate
                       DISPLAY "Start date is before the business"
                               " date " BusinessDate " - not added."
                   WHEN NewPaidOut NOT = "Y" AND NewPaidOut NOT = "N"
                       DISPLAY "Paid out must be Y or N - not added."
                   WHEN OTHER
                       ADD 1 TO LoanCount
                       MOVE NewAccountNo TO LnAccountNo(LoanCount)
                       MOVE NewRepayAcct TO LnRepayAcct(LoanCount)
                       MOVE NewPrincipal TO LnPrincipal(LoanCount)
                       MOVE NewRate      TO LnRate(LoanCount)
                       MOVE NewTerm      TO LnTerm(LoanCount)
                       MOVE NewStartDate TO LnStartDate(LoanCount)
                       MOVE 0            TO LnInstalment(LoanCount)
                       MOVE "A"          TO LnStatus(LoanCount)
                       MOVE "N"          TO LnSchedFlag(LoanCount)
                       IF NewPaidOut = "Y"
                           MOVE NewStartDate
                               TO LnDrawnDate(LoanCount)
                       ELSE
                           MOVE SPACES TO LnDrawnDate(LoanCount)
                       END-IF
                       MOVE NewDescription
                           TO LnDescription(LoanCount)
                       MOVE "Y" TO ChangedFlag
                       ADD 1 TO AddedCount
                       MOVE LoanCount TO PickNo
                       MOVE SPACES TO AUD-BEFORE-IMAGE
                       PERFORM Build-After-Image
                       MOVE "ADD" TO AUD-ACTION
                       PERFORM Write-Audit-Row
                       DISPLAY "Loan added on " NewAccountNo
                               " - its schedule is built at exit."
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  VIEW-SCHEDULE
      *  LISTS THE AMORTISATION SCHEDULE OF ONE LOAN FROM LOANSCHD,
      *  WITH THE DATE EACH INSTALMENT WAS RAISED.
      *****************************************************************
       View-Schedule.
           DISPLAY "Loan account number: " WITH NO ADVANCING
           ACCEPT WorkAccountNo
           PERFORM Find-Loan
           IF LoanIdx = 0
               DISPLAY "Account " WorkAccountNo " is not a loan."
           ELSE
               MOVE 0 TO ShownCount
               DISPLAY " "
               DISPLAY " No  Due date     Instalment      Interest"
                       "     Principal       Balance  Raised"
               OPEN INPUT LOAN-SCHED-FILE
               IF Loan-Sched-OK
                   PERFORM UNTIL Loan-Sched-EOF
                       READ LOAN-SCHED-FILE
                           AT END
                               SET Loan-Sched-EOF TO TRUE
                           NOT AT END
                               IF LS-ACCOUNT-NO = WorkAccountNo
                                   PERFORM Show-Schedule-Line
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOAN-SCHED-FILE
               END-IF
               IF ShownCount = 0
                   DISPLAY "No schedule built yet for "
                           WorkAccountNo "."
               END-IF
           END-IF.

      *****************************************************************
      *  SHOW-SCHEDULE-LINE
      *  PRINTS THE SCHEDULE ROW JUST READ.
      *****************************************************************
       Show-Schedule-Line.
           ADD 1 TO ShownCount
           MOVE LS-INSTALMENT TO PrintAmount
           MOVE LS-INTEREST TO PrintInterest
           MOVE LS-PRINCIPAL TO PrintPrincipal
           MOVE LS-BALANCE TO PrintBalance
           DISPLAY LS-INST-NO "  " LS-DUE-DATE
                   " " PrintAmount
                   "  " PrintInterest
                   "  " PrintPrincipal
                   "  " PrintBalance
                   "  " LS-RAISED-DATE.

      *****************************************************************
      *  CHANGE-REPAY-ACCOUNT
      *  MOVES A LOAN'S COLLECTIONS TO ANOTHER OPEN ACCOUNT THAT IS
      *  NOT ITSELF A LOAN ACCOUNT.  INSTALMENTS ALREADY RAISED STAY
      *  WHERE THEY WERE POSTED.
      *****************************************************************
       Change-Repay-Account.
           DISPLAY "Loan number to change (from the list): "
               WITH NO ADVANCING
           ACCEPT PickNo
           IF PickNo < 1 OR PickNo > LoanCount
               DISPLAY "Invalid loan number."
           ELSE
               DISPLAY "New repayment account number: "
                   WITH NO ADVANCING
               ACCEPT NewRepayAcct
               MOVE NewRepayAcct TO WorkAccountNo
               PERFORM Find-Account
               PERFORM Find-Loan
               EVALUATE TRUE
                   WHEN NewRepayAcct = LnRepayAcct(PickNo)
                       DISPLAY "That is already the repayment"
                               " account - nothing changed."
                   WHEN NOT Account-On-File
                       DISPLAY "Account " NewRepayAcct
                               " is not on the account master - "
                               "not changed."
                   WHEN AcctFoundStatus NOT = "O"
                       DISPLAY "Account " NewRepayAcct
                               " is not open - not changed."
                   WHEN LoanIdx > 0
                       DISPLAY "Account " NewRepayAcct
                               " is a loan account - not changed."
                   WHEN OTHER
                       PERFORM Build-Before-Image
                       MOVE NewRepayAcct TO LnRepayAcct(PickNo)
                       PERFORM Build-After-Image
                       MOVE "REPAYACC" TO AUD-ACTION
                       PERFORM Write-Audit-Row
                       MOVE "Y" TO ChangedFlag
                       DISPLAY "Loan " LnAccountNo(PickNo)
                               " now repays from " NewRepayAcct "."
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  BUILD-BEFORE-IMAGE
      *  CAPTURES THE TABLE SLOT IN PickNo, AS IT STANDS, INTO THE
      *  AUDIT ROW'S BEFORE-IMAGE.
      *****************************************************************
       Build-Before-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WorkImage TO AUD-BEFORE-IMAGE.

      *****************************************************************
      *  BUILD-AFTER-IMAGE
      *  CAPTURES THE TABLE SLOT IN PickNo, AS CHANGED, INTO THE
      *  AUDIT ROW'S AFTER-IMAGE.
      *****************************************************************
       Build-After-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE WorkImage TO AUD-AFTER-IMAGE.

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  LAYS THE KEY TERMS OF THE SLOT IN PickNo OUT IN LOANREC
      *  ORDER - THE WHOLE ROW IS WIDER THAN AN AUDIT IMAGE, SO THE
      *  INSTALMENT, SCHEDULE FLAG AND DESCRIPTION ARE LEFT OFF.
      *****************************************************************
       Build-Work-Image.
           MOVE LnAccountNo(PickNo)  TO WorkImageAcct
           MOVE LnRepayAcct(PickNo)  TO WorkImageRepay
           MOVE LnPrincipal(PickNo)  TO WorkImagePrincipal
           MOVE LnRate(PickNo)       TO WorkImageRate
           MOVE LnTerm(PickNo)       TO WorkImageTerm
           MOVE LnStartDate(PickNo)  TO WorkImageStart
           MOVE LnStatus(PickNo)     TO WorkImageStatus
           MOVE LnDrawnDate(PickNo)  TO WorkImageDrawn.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE, KEYED ON THE LOAN
      *  ACCOUNT.
      *****************************************************************
       Write-Audit-Row.
           MOVE "LOANMAST" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE LnAccountNo(PickNo) TO AUD-KEY
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-LOANS
      *  REWRITES THE LOAN MASTER IN FULL FROM THE WORK TABLE, SO THE
      *  CHANGES MADE THIS SESSION STICK.
      *****************************************************************
       Save-Loans.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               MOVE LoanEntry(K) TO LOAN-MAST-RECORD
               WRITE LOAN-MAST-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           DISPLAY "Loan master rewritten - " LoanCount
                   " loans on file.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES LOANMAST AND LOANSCHD ON THE LOCK REGISTRY FOR THE
      *  SESSION, SO NO OTHER SESSION - AND NOT THE NIGHTLY CLOSE -
      *  CAN REWRITE EITHER UNDER THIS ONE OR UNDER THE LOANSCHEDULE
      *  RUN THAT FOLLOWS AN ADD.  BOTH OR NEITHER: WHEN THE SECOND
      *  IS HELD THE FIRST IS GIVEN BACK, AND Lck-Refused COMES BACK
      *  WITH THE HOLDER IN LCK-MESSAGE.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "LOANMAST" TO LCK-FILE-NAME
           MOVE "LoanMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           IF Lck-Granted
               MOVE "A" TO LCK-FUNCTION
               MOVE "LOANSCHD" TO LCK-FILE-NAME
               MOVE "LoanMaint" TO LCK-PROGRAM-ID
               MOVE StampOperatorId TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
               IF Lck-Refused
                   MOVE LCK-MESSAGE TO LockRefusalText
                   MOVE "R" TO LCK-FUNCTION
                   MOVE "LOANMAST" TO LCK-FILE-NAME
                   MOVE "LoanMaint" TO LCK-PROGRAM-ID
                   MOVE StampOperatorId TO LCK-OPERATOR-ID
                   CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
                   MOVE LockRefusalText TO LCK-MESSAGE
                   SET Lck-Refused TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES LOANMAST AND LOANSCHD BACK ONCE THE SESSION HAS SAVED
      *  THE LOANS AND ANY NEW SCHEDULES ARE BUILT.
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "LOANMAST" TO LCK-FILE-NAME
           MOVE "LoanMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           MOVE "R" TO LCK-FUNCTION
           MOVE "LOANSCHD" TO LCK-FILE-NAME
           MOVE "LoanMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
