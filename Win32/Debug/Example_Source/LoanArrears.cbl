       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanArrears.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  LOAN ARREARS REPORT.  WHAT
      *                  EACH LOAN HAS BEEN PAID IS TAKEN FROM THE
      *                  POSTING ARCHIVE (STMTTRAN) - THE NET OF THE
      *                  CREDITS LESS DEBITS ON THE LOAN ACCOUNT, SO
      *                  A REPAYMENT REFUSED BY THE POSTING RUN OR
      *                  LATER REVERSED DOES NOT COUNT - AND SET
      *                  AGAINST THE SCHEDULED INSTALMENTS FALLING DUE
      *                  ON OR BEFORE THE BUSINESS DATE, OLDEST FIRST.
      *                  EVERY INSTALMENT LEFT MISSED OR SHORT IS
      *                  LISTED AND AGED BY DAYS PAST DUE INTO 1-30,
      *                  31-60, 61-90 AND OVER-90 BANDS, WITH EACH
      *                  LOAN'S ARREARS, OLDEST DAYS PAST DUE AND
      *                  AMOUNT OUTSTANDING.  FIGURES STAND AS AT THE
      *                  LAST ARCHIVED CLOSE.  RETURN-CODE 8 WHEN ANY
      *                  LOAN IS IN ARREARS, SO A JOB STREAM CAN TELL.
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

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHED-FILE.
           COPY LNSCHED.

       FD  STMT-TRAN-FILE.
           COPY TRANREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  LoanSchedStatus      PIC XX VALUE "00".
           88  Loan-Sched-OK        VALUE "00".
           88  Loan-Sched-EOF       VALUE "10".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxLoans             PIC 9(3) VALUE 500.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  LoanIdx              PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  B                    PIC 9 VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  BusDateInt           PIC 9(7) VALUE 0.
       77  DaysPastDue          PIC S9(5) VALUE 0.
       77  Shortfall            PIC 9(07)V99 VALUE 0.
       77  LoansInArrears       PIC 9(5) VALUE 0.
       77  ArrearsItems         PIC 9(5) VALUE 0.
       77  ArrearsTotal         PIC 9(09)V99 VALUE 0.
       77  OutstandingTotal     PIC S9(09)V99 VALUE 0.
       77  WorkOutstanding      PIC S9(09)V99 VALUE 0.
       77  PrintAmount          PIC Z,ZZZ,ZZ9.99.
       77  PrintDue             PIC Z,ZZZ,ZZ9.99.
       77  PrintPaid            PIC Z,ZZZ,ZZ9.99-.
       77  PrintSigned          PIC Z,ZZZ,ZZ9.99-.
       77  PrintDays            PIC ZZZZ9.
       77  DateText             PIC X(10).
       77  DateDigits           PIC 9(8) VALUE 0.
       77  DateDigitsX          PIC X(8).
       77  DateInt              PIC 9(7) VALUE 0.

       01  LoanTable.
           05  LoanEntry OCCURS 500 TIMES.
               10  LnAccountNo     PIC X(10).
               10  LnPrincipal     PIC 9(07)V99.
               10  LnPaid          PIC S9(09)V99.
               10  LnPaidLeft      PIC S9(09)V99.
               10  LnDueToDate     PIC 9(09)V99.
               10  LnInterestDue   PIC 9(09)V99.
               10  LnArrears       PIC 9(09)V99.
               10  LnOldestDays    PIC 9(05).

       01  AgeBands.
           05  AgeBand OCCURS 4 TIMES.
               10  BandCount       PIC 9(5).
               10  BandAmount      PIC 9(09)V99.

       01  BandLabels.
           05  FILLER              PIC X(12) VALUE "  1-30 days ".
           05  FILLER              PIC X(12) VALUE " 31-60 days ".
           05  FILLER              PIC X(12) VALUE " 61-90 days ".
           05  FILLER              PIC X(12) VALUE "over 90 days".
       01  BandLabelTable REDEFINES BandLabels.
           05  BandLabel OCCURS 4 TIMES PIC X(12).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE "LOAN ARREARS"             TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           MOVE BusinessDate TO DateText
           PERFORM Convert-Date-To-Int
           MOVE DateInt TO BusDateInt

           MOVE 0 TO LoansInArrears
           MOVE 0 TO ArrearsItems
           MOVE 0 TO ArrearsTotal
           MOVE 0 TO OutstandingTotal
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE 0 TO BandCount(B)
               MOVE 0 TO BandAmount(B)
           END-PERFORM

           MOVE "N" TO OverflowFlag
           PERFORM Load-Loans
           IF Table-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Report abandoned - a part-read loan master"
                       " would understate the arrears."
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF LoanCount = 0
               DISPLAY "No loans on file - nothing to report."
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Sum-Payments
           DISPLAY " "
           DISPLAY "Loan acct   Inst  Due date    Days"
                   "     Shortfall  Band"
           PERFORM Allocate-Payments
           IF ArrearsItems = 0
               DISPLAY "  (no instalment missed or short)"
           END-IF
           PERFORM Report-Loans
           PERFORM Report-Bands

           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY INSTALMENT AGES AGAINST THE SAME DAY
      *  THE BATCH SUITE IS PROCESSING.
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
           DISPLAY "Arrears as at business date " BusinessDate
                   " (payments to the last archived close).".

      *****************************************************************
      *  LOAD-LOANS
      *  READS EVERY LOAN ON LOANMAST INTO THE TABLE WITH ITS
      *  ACCUMULATORS ZEROED.
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
                               MOVE LOAN-ACCOUNT-NO
                                   TO LnAccountNo(LoanCount)
                               MOVE LOAN-PRINCIPAL
                                   TO LnPrincipal(LoanCount)
                               MOVE 0 TO LnPaid(LoanCount)
                               MOVE 0 TO LnPaidLeft(LoanCount)
                               MOVE 0 TO LnDueToDate(LoanCount)
                               MOVE 0 TO LnInterestDue(LoanCount)
                               MOVE 0 TO LnArrears(LoanCount)
                               MOVE 0 TO LnOldestDays(LoanCount)
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
      *  FIND-LOAN
      *  LINEAR-SCANS THE LOAN TABLE FOR THE ACCOUNT IN
      *  TRAN-ACCOUNT-NO.  RESULT IN LoanIdx, ZERO WHEN IT IS NOT A
      *  LOAN ACCOUNT.
      *****************************************************************
       Find-Loan.
           MOVE 0 TO LoanIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > LoanCount OR LoanIdx > 0
               IF LnAccountNo(K) = TRAN-ACCOUNT-NO
                   MOVE K TO LoanIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  SUM-PAYMENTS
      *  READS THE POSTING ARCHIVE FOR EVERY POSTING ON A LOAN
      *  ACCOUNT AND NETS IT INTO THE LOAN'S PAID FIGURE ON THE
      *  POSTING RUN'S SIDE RULES: A CREDIT (THE REPAYMENT LEG OF AN
      *  INSTALMENT, OR A PAYMENT KEYED STRAIGHT TO THE LOAN) ADDS,
      *  A DEBIT OR A REVERSAL OF A CREDIT TAKES AWAY.
      *****************************************************************
       Sum-Payments.
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           PERFORM Find-Loan
                           IF LoanIdx > 0
                               PERFORM Net-One-Payment
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           ELSE
               DISPLAY "No STMTTRAN archive on hand - every"
                       " instalment due reads as unpaid."
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               MOVE LnPaid(K) TO LnPaidLeft(K)
           END-PERFORM.

      *****************************************************************
      *  NET-ONE-PAYMENT
      *  THE ARCHIVED POSTING JUST READ INTO LOAN LoanIdx'S PAID
      *  FIGURE.
      *****************************************************************
       Net-One-Payment.
           IF TRAN-TYPE-CODE = "D" OR TRAN-TYPE-CODE = "d"
              OR TRAN-TYPE-CODE = "T" OR TRAN-TYPE-CODE = "t"
              OR (TRAN-TYPE-CODE = "R" AND Tran-Reverses-Credit)
              OR (TRAN-TYPE-CODE = "F" AND Tran-From-Account-Close)
               SUBTRACT TRAN-AMOUNT FROM LnPaid(LoanIdx)
           ELSE
               ADD TRAN-AMOUNT TO LnPaid(LoanIdx)
           END-IF.

      *****************************************************************
      *  ALLOCATE-PAYMENTS
      *  STREAMS THE SCHEDULE, WHICH LOANSCHEDULE WRITES IN LOAN AND
      *  INSTALMENT ORDER, AND SETS EACH LOAN'S PAYMENTS AGAINST ITS
      *  INSTALMENTS DUE ON OR BEFORE THE BUSINESS DATE, OLDEST
      *  FIRST.  WHAT AN INSTALMENT IS LEFT SHORT BY IS ARREARS ONCE
      *  IT IS PAST ITS DUE DATE.
      *****************************************************************
       Allocate-Payments.
           OPEN INPUT LOAN-SCHED-FILE
           IF Loan-Sched-OK
               PERFORM UNTIL Loan-Sched-EOF
                   READ LOAN-SCHED-FILE
                       AT END
                           SET Loan-Sched-EOF TO TRUE
                       NOT AT END
                           IF LS-DUE-DATE NOT > BusinessDate
                               MOVE LS-ACCOUNT-NO TO TRAN-ACCOUNT-NO
                               PERFORM Find-Loan
                               IF LoanIdx > 0
                                   PERFORM Allocate-One-Instalment
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHED-FILE
           ELSE
               DISPLAY "No LOANSCHD schedule on hand - nothing due."
           END-IF.

      *****************************************************************
      *  ALLOCATE-ONE-INSTALMENT
      *  SETS LOAN LoanIdx'S REMAINING PAYMENTS AGAINST THE
      *  INSTALMENT JUST READ.  A SHORTFALL ON AN INSTALMENT PAST
      *  ITS DUE DATE IS LISTED, AGED INTO ITS BAND AND ADDED TO THE
      *  LOAN'S ARREARS.
      *****************************************************************
       Allocate-One-Instalment.
           ADD LS-INSTALMENT TO LnDueToDate(LoanIdx)
           ADD LS-INTEREST TO LnInterestDue(LoanIdx)
           IF LnPaidLeft(LoanIdx) NOT < LS-INSTALMENT
               SUBTRACT LS-INSTALMENT FROM LnPaidLeft(LoanIdx)
           ELSE
               IF LnPaidLeft(LoanIdx) > 0
                   COMPUTE Shortfall =
                       LS-INSTALMENT - LnPaidLeft(LoanIdx)
                   MOVE 0 TO LnPaidLeft(LoanIdx)
               ELSE
                   MOVE LS-INSTALMENT TO Shortfall
               END-IF
               MOVE LS-DUE-DATE TO DateText
               PERFORM Convert-Date-To-Int
               COMPUTE DaysPastDue = BusDateInt - DateInt
               IF DaysPastDue > 0
                   PERFORM Age-One-Shortfall
               END-IF
           END-IF.

      *****************************************************************
      *  AGE-ONE-SHORTFALL
      *  LISTS ONE MISSED OR SHORT INSTALMENT AND FOLDS IT INTO THE
      *  LOAN'S ARREARS AND THE AGE BAND FOR ITS DAYS PAST DUE.
      *****************************************************************
       Age-One-Shortfall.
           EVALUATE TRUE
               WHEN DaysPastDue <= 30
                   MOVE 1 TO B
               WHEN DaysPastDue <= 60
                   MOVE 2 TO B
               WHEN DaysPastDue <= 90
                   MOVE 3 TO B
               WHEN OTHER
                   MOVE 4 TO B
           END-EVALUATE
           IF LnArrears(LoanIdx) = 0
               ADD 1 TO LoansInArrears
           END-IF
           ADD Shortfall TO LnArrears(LoanIdx)
           IF DaysPastDue > LnOldestDays(LoanIdx)
               MOVE DaysPastDue TO LnOldestDays(LoanIdx)
           END-IF
           ADD 1 TO ArrearsItems
           ADD Shortfall TO ArrearsTotal
           ADD 1 TO BandCount(B)
           ADD Shortfall TO BandAmount(B)
           MOVE DaysPastDue TO PrintDays
           MOVE Shortfall TO PrintAmount
           DISPLAY LS-ACCOUNT-NO "  " LS-INST-NO "  " LS-DUE-DATE
                   " " PrintDays "  " PrintAmount "  " BandLabel(B).

      *****************************************************************
      *  REPORT-LOANS
      *  ONE LINE PER LOAN: DUE TO DATE, PAID, ARREARS, OLDEST DAYS
      *  PAST DUE, AND OUTSTANDING - PRINCIPAL PLUS THE INTEREST OF
      *  THE INSTALMENTS DUE SO FAR, LESS WHAT HAS BEEN PAID.  A LOAN
      *  THAT HAS PAID AHEAD SHOWS THE SURPLUS.
      *****************************************************************
       Report-Loans.
           DISPLAY " "
           DISPLAY "Loan acct      Due to date          Paid"
                   "       Arrears  Oldest   Outstanding"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               COMPUTE WorkOutstanding = LnPrincipal(K)
                   + LnInterestDue(K) - LnPaid(K)
               ADD WorkOutstanding TO OutstandingTotal
               MOVE LnDueToDate(K) TO PrintDue
               MOVE LnPaid(K) TO PrintPaid
               MOVE LnArrears(K) TO PrintAmount
               MOVE LnOldestDays(K) TO PrintDays
               MOVE WorkOutstanding TO PrintSigned
               DISPLAY LnAccountNo(K) "  " PrintDue "  " PrintPaid
                       " " PrintAmount "  " PrintDays
                       "  " PrintSigned
               IF LnArrears(K) = 0 AND LnPaidLeft(K) > 0
                   MOVE LnPaidLeft(K) TO PrintSigned
                   DISPLAY "            paid ahead by " PrintSigned
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-BANDS
      *  THE AGE-BAND SUMMARY AND THE RUN TOTALS.  RETURN-CODE 8
      *  WHEN ANY LOAN IS IN ARREARS.
      *****************************************************************
       Report-Bands.
           DISPLAY " "
           DISPLAY "Arrears by days past due:"
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE BandAmount(B) TO PrintAmount
               DISPLAY "  " BandLabel(B) "  " BandCount(B)
                       "  " PrintAmount
           END-PERFORM
           MOVE ArrearsTotal TO PrintAmount
           DISPLAY "  total         " ArrearsItems "  " PrintAmount
           MOVE OutstandingTotal TO PrintSigned
           DISPLAY " "
           DISPLAY "Loans on file:      " LoanCount
           DISPLAY "Loans in arrears:   " LoansInArrears
           DISPLAY "Outstanding on book:" PrintSigned
           IF LoansInArrears > 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING LoansInArrears " LOANS IN ARREARS."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  CONVERT-DATE-TO-INT
      *  TURNS THE YYYY-MM-DD DATE IN DateText INTO A DAY NUMBER IN
      *  DateInt.  SAME LOGIC AS SALES-ANALYSIS.CBL.
      *****************************************************************
       Convert-Date-To-Int.
           MOVE SPACES TO DateDigitsX
           STRING DateText(1:4) DateText(6:2) DateText(9:2)
               DELIMITED BY SIZE INTO DateDigitsX
           MOVE DateDigitsX TO DateDigits
           MOVE FUNCTION INTEGER-OF-DATE(DateDigits) TO DateInt.
