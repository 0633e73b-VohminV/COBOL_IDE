       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanSchedule.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  BUILDS THE AMORTISATION
      *                  SCHEDULE OF EVERY LOAN ON LOANMAST THAT DOES
      *                  NOT HAVE ONE YET: A LEVEL MONTHLY INSTALMENT
      *                  WORKED FROM THE PRINCIPAL, ANNUAL RATE AND
      *                  TERM, AND ONE LOANSCHD ROW PER MONTH FROM THE
      *                  MONTH AFTER THE START DATE WITH THE INTEREST
      *                  ON THE BALANCE OUTSTANDING, THE PRINCIPAL
      *                  REPAID AND THE BALANCE LEFT.  THE LAST
      *                  INSTALMENT TAKES WHATEVER ROUNDING HAS LEFT
      *                  SO THE LOAN CLEARS TO ZERO.  THE INSTALMENT IS
      *                  WRITTEN BACK TO THE LOAN MASTER AND THE LOAN
      *                  MARKED SCHEDULED, SO A RERUN BUILDS NOTHING
      *                  TWICE.  CALLED BY LOANMAINT WHEN A LOAN HAS
      *                  BEEN ADDED; A LOAN MASTER TOO BIG FOR THE
      *                  TABLE ABANDONS THE RUN.
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

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHED-FILE.
           COPY LNSCHED.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  LoanSchedStatus      PIC XX VALUE "00".
           88  Loan-Sched-OK        VALUE "00".
           88  Loan-Sched-EOF       VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxLoans             PIC 9(3) VALUE 500.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  InstNo               PIC 9(3) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  ScheduledCount       PIC 9(5) VALUE 0.
       77  RowsWritten          PIC 9(7) VALUE 0.
       77  SkippedLoans         PIC 9(5) VALUE 0.
       77  AlreadyOnFile        PIC 9(5) VALUE 0.
       77  ScheduledTotal       PIC 9(09)V99 VALUE 0.
       77  MonthlyRate          PIC 9V9(12) VALUE 0.
       77  DiscountFactor       PIC 9V9(15) VALUE 0.
       77  WorkInstalment       PIC 9(07)V99 VALUE 0.
       77  WorkInterest         PIC 9(07)V99 VALUE 0.
       77  WorkPrincipal        PIC 9(07)V99 VALUE 0.
       77  WorkBalance          PIC 9(07)V99 VALUE 0.
       77  SizeErrorFlag        PIC X VALUE "N".
           88  Size-Is-Bad          VALUE "Y".
       77  StartYear            PIC 9(4) VALUE 0.
       77  StartMonth           PIC 9(2) VALUE 0.
       77  StartDay             PIC 9(2) VALUE 0.
       77  MonthsOn             PIC 9(5) VALUE 0.
       77  YearsOn              PIC 9(3) VALUE 0.
       77  WorkYear             PIC 9(4) VALUE 0.
       77  WorkMonth            PIC 9(2) VALUE 0.
       77  WorkDay              PIC 9(2) VALUE 0.
       77  DateDigits           PIC 9(8) VALUE 0.
       77  DateDigitsX          PIC X(8).
       77  DateText             PIC X(10).
       77  PrintAmount          PIC Z,ZZZ,ZZ9.99.

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

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           MOVE 0 TO ScheduledCount
           MOVE 0 TO RowsWritten
           MOVE 0 TO SkippedLoans
           MOVE 0 TO AlreadyOnFile
           MOVE 0 TO ScheduledTotal
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "LOAN SCHEDULE BUILD"      TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date

           PERFORM Load-Loans
           IF Table-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - nothing scheduled."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF LoanCount = 0
               DISPLAY "No loans on file - nothing to schedule."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Mark-Loans-On-File

           OPEN EXTEND LOAN-SCHED-FILE
           IF NOT Loan-Sched-OK
               CLOSE LOAN-SCHED-FILE
               OPEN OUTPUT LOAN-SCHED-FILE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               IF LnSchedFlag(K) NOT = "Y"
                   PERFORM Schedule-One-Loan
               END-IF
           END-PERFORM
           CLOSE LOAN-SCHED-FILE

           IF ScheduledCount > 0 OR AlreadyOnFile > 0
               PERFORM Save-Loans
           END-IF
           DISPLAY " "
           DISPLAY "Loans scheduled:      " ScheduledCount
                   "  instalments " RowsWritten
           IF AlreadyOnFile > 0
               DISPLAY "Loans with a schedule already on file: "
                       AlreadyOnFile
           END-IF
           IF SkippedLoans > 0
               DISPLAY "Loans skipped (instalment too large): "
                       SkippedLoans
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, THE SAME WAY THE OTHER CLOSE STEPS DO.
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
      *  LOAD-LOANS
      *  READS THE LOAN MASTER INTO THE WORK TABLE.  THE FILE IS
      *  REWRITTEN IN FULL WITH THE INSTALMENTS FILLED IN, SO A FILE
      *  TOO BIG FOR THE TABLE ABANDONS THE RUN RATHER THAN DELETE
      *  THE UNREAD LOANS.
      *****************************************************************
       Load-Loans.
           MOVE 0 TO LoanCount
           MOVE "N" TO OverflowFlag
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
                                      "MAXLOANS - RUN ABANDONED."
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
      *  MARK-LOANS-ON-FILE
      *  PRE-PASS OVER LOANSCHD: A LOAN NOT MARKED SCHEDULED THAT
      *  ALREADY HAS ROWS ON THE FILE (A RUN THAT STOPPED BETWEEN
      *  WRITING THE SCHEDULE AND SAVING THE MASTER) IS MARKED NOW,
      *  WITH ITS INSTALMENT TAKEN FROM THE FIRST ROW, INSTEAD OF
      *  BEING GIVEN A SECOND SCHEDULE.
      *****************************************************************
       Mark-Loans-On-File.
           OPEN INPUT LOAN-SCHED-FILE
           IF Loan-Sched-OK
               PERFORM UNTIL Loan-Sched-EOF
                   READ LOAN-SCHED-FILE
                       AT END
                           SET Loan-Sched-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING K FROM 1 BY 1
                                   UNTIL K > LoanCount
                               IF LnAccountNo(K) = LS-ACCOUNT-NO
                                  AND LnSchedFlag(K) NOT = "Y"
                                   MOVE "Y" TO LnSchedFlag(K)
                                   MOVE LS-INSTALMENT
                                       TO LnInstalment(K)
                                   ADD 1 TO AlreadyOnFile
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHED-FILE
           END-IF
           MOVE "00" TO LoanSchedStatus.

      *****************************************************************
      *  SCHEDULE-ONE-LOAN
      *  WORKS THE LEVEL INSTALMENT OF LOAN K - P.R / (1 - (1+R)**-N)
      *  WITH R THE MONTHLY RATE, OR P / N FOR AN INTEREST-FREE LOAN
      *  - AND WRITES ITS SCHEDULE.  AN INSTALMENT TOO LARGE FOR THE
      *  FIELD SKIPS THE LOAN WITH AN ERROR LINE; IT STAYS
      *  UNSCHEDULED AND RAISES NOTHING.
      *****************************************************************
       Schedule-One-Loan.
           MOVE "N" TO SizeErrorFlag
           COMPUTE MonthlyRate = LnRate(K) / 1200
           IF MonthlyRate = 0
               COMPUTE WorkInstalment ROUNDED =
                   LnPrincipal(K) / LnTerm(K)
           ELSE
               COMPUTE DiscountFactor ROUNDED =
                   1 / ((1 + MonthlyRate) ** LnTerm(K))
               COMPUTE WorkInstalment ROUNDED =
                   LnPrincipal(K) * MonthlyRate
                       / (1 - DiscountFactor)
                   ON SIZE ERROR
                       SET Size-Is-Bad TO TRUE
               END-COMPUTE
           END-IF
           IF Size-Is-Bad OR WorkInstalment = 0
               ADD 1 TO SkippedLoans
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "LOAN " LnAccountNo(K)
                      " HAS NO WORKABLE INSTALMENT - NOT SCHEDULED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               MOVE WorkInstalment TO LnInstalment(K)
               MOVE "Y" TO LnSchedFlag(K)
               ADD 1 TO ScheduledCount
               ADD LnPrincipal(K) TO ScheduledTotal
               MOVE LnStartDate(K)(1:4) TO StartYear
               MOVE LnStartDate(K)(6:2) TO StartMonth
               MOVE LnStartDate(K)(9:2) TO StartDay
               MOVE LnPrincipal(K) TO WorkBalance
               PERFORM VARYING InstNo FROM 1 BY 1
                       UNTIL InstNo > LnTerm(K)
                   PERFORM Write-Schedule-Row
               END-PERFORM
               MOVE WorkInstalment TO PrintAmount
               DISPLAY "  " LnAccountNo(K) "  " LnTerm(K)
                       " instalments of " PrintAmount
                       " from " LnStartDate(K)
           END-IF.

      *****************************************************************
      *  WRITE-SCHEDULE-ROW
      *  WRITES INSTALMENT InstNo OF LOAN K: INTEREST ON THE BALANCE
      *  STILL OUTSTANDING, THE REST OF THE INSTALMENT OFF THE
      *  PRINCIPAL.  THE LAST INSTALMENT REPAYS THE WHOLE BALANCE
      *  LEFT, SO ROUNDING NEVER LEAVES A PENNY ON THE LOAN.
      *****************************************************************
       Write-Schedule-Row.
           COMPUTE WorkInterest ROUNDED = WorkBalance * MonthlyRate
           IF InstNo = LnTerm(K)
               MOVE WorkBalance TO WorkPrincipal
           ELSE
               IF WorkInstalment > WorkInterest
                   COMPUTE WorkPrincipal =
                       WorkInstalment - WorkInterest
               ELSE
                   MOVE 0 TO WorkPrincipal
               END-IF
               IF WorkPrincipal > WorkBalance
                   MOVE WorkBalance TO WorkPrincipal
               END-IF
           END-IF
           SUBTRACT WorkPrincipal FROM WorkBalance
           PERFORM Compute-Due-Date
           MOVE LnAccountNo(K) TO LS-ACCOUNT-NO
           MOVE InstNo TO LS-INST-NO
           MOVE DateText TO LS-DUE-DATE
           COMPUTE LS-INSTALMENT = WorkPrincipal + WorkInterest
           MOVE WorkInterest TO LS-INTEREST
           MOVE WorkPrincipal TO LS-PRINCIPAL
           MOVE WorkBalance TO LS-BALANCE
           MOVE SPACES TO LS-RAISED-DATE
           WRITE LOAN-SCHED-RECORD
           ADD 1 TO RowsWritten.

      *****************************************************************
      *  COMPUTE-DUE-DATE
      *  DUE DATE OF INSTALMENT InstNo: THE START DATE MOVED ON InstNo
      *  CALENDAR MONTHS, KEEPING THE START DAY-OF-MONTH BUT CLAMPED
      *  TO 28 IN FEBRUARY AND 30 IN THE SHORT MONTHS, AS THE
      *  STANDING-ORDER RUN DOES.  EACH DATE IS WORKED FROM THE
      *  START, SO ONE CLAMPED MONTH DOES NOT DRAG THE REST EARLIER.
      *****************************************************************
       Compute-Due-Date.
           COMPUTE MonthsOn = StartMonth - 1 + InstNo
           DIVIDE MonthsOn BY 12 GIVING YearsOn REMAINDER WorkMonth
           ADD 1 TO WorkMonth
           COMPUTE WorkYear = StartYear + YearsOn
           MOVE StartDay TO WorkDay
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
           MOVE SPACES TO DateText
           STRING DateDigitsX(1:4) "-" DateDigitsX(5:2) "-"
                  DateDigitsX(7:2)
               DELIMITED BY SIZE INTO DateText.

      *****************************************************************
      *  SAVE-LOANS
      *  REWRITES THE LOAN MASTER IN FULL WITH THE INSTALMENTS AND
      *  SCHEDULED FLAGS, SO NO LOAN IS SCHEDULED TWICE.
      *****************************************************************
       Save-Loans.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               MOVE LoanEntry(K) TO LOAN-MAST-RECORD
               WRITE LOAN-MAST-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  LOANS ON FILE, SCHEDULE ROWS WRITTEN, LOANS SKIPPED AND THE
      *  PRINCIPAL SCHEDULED.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "LOANSCHEDULE" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE LoanCount TO JRN-RECS-IN
           MOVE RowsWritten TO JRN-RECS-OUT
           MOVE SkippedLoans TO JRN-RECS-REJECT
           MOVE ScheduledTotal TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
