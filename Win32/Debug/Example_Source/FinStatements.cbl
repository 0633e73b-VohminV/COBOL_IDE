       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinStatements.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  MONTH-END BALANCE SHEET
      *                  AND INCOME STATEMENT FROM THE PERIOD LEDGER,
      *                  WHICH FINANCE USED TO BUILD BY HAND FROM THE
      *                  TRIAL BALANCE.  FOR THE PERIOD ASKED FOR IT
      *                  TAKES EACH MONTH OF THE YEAR SO FAR FROM ITS
      *                  DATED ARCHIVE (GLLEDGER.YYYYMM, WRITTEN BY
      *                  THE GENERALLEDGER PERIOD CLOSE) OR, FOR A
      *                  PERIOD NOT YET CLOSED, FROM THE LIVE
      *                  GLLEDGER, AND ROLLS EVERY GL ACCOUNT UP TO
      *                  ITS REPORTING LINE THROUGH THE CHART OF
      *                  ACCOUNTS (GLCHART).  EACH STATEMENT HAS A
      *                  CURRENT-PERIOD AND A YEAR-TO-DATE COLUMN; ON
      *                  THE BALANCE SHEET THE YEAR-TO-DATE COLUMN IS
      *                  THE BALANCE - THE CHART'S BALANCE BROUGHT
      *                  FORWARD PLUS THE YEAR'S MOVEMENT - AND THE
      *                  YEAR'S RESULT IS CARRIED INTO EQUITY SO THE
      *                  SHEET BALANCES.  A GL ACCOUNT ON THE LEDGER
      *                  BUT NOT ON THE CHART IS FLAGGED AND LEFT OFF
      *                  THE STATEMENTS (RETURN CODE 4), AS IS A
      *                  BALANCE SHEET THAT DOES NOT BALANCE.  THE
      *                  FINANCIAL YEAR IS THE CALENDAR YEAR.
      *  2026-10-15  DL  EACH RUN NOW APPENDS ITS CONTROL ROW TO THE JOB
      *                  JOURNAL (JOBJRNL) LIKE THE OTHER BATCH
      *                  PROGRAMS: LEDGER ROWS TAKEN, ROLLED INTO THE
      *                  STATEMENTS AND LEFT OFF THE CHART, WITH THE
      *                  YEAR'S RESULT TO DATE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlChartStatus.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlLedgerStatus.

           SELECT ARCH-LEDGER-FILE ASSIGN USING ArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchLedgerStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART-FILE.
           COPY COAREC.

       FD  GL-LEDGER-FILE.
           COPY GLLREC.

       FD  ARCH-LEDGER-FILE.
           COPY GLLREC
               REPLACING ==GL-LEDGER-RECORD== BY ==ARCH-LEDGER-RECORD==
                         ==GLL-GL-ACCOUNT==   BY ==ARL-GL-ACCOUNT==
                         ==GLL-PERIOD==       BY ==ARL-PERIOD==
                         ==GLL-PTD-DEBITS==   BY ==ARL-PTD-DEBITS==
                         ==GLL-PTD-CREDITS==  BY ==ARL-PTD-CREDITS==.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       77  GlChartStatus        PIC XX VALUE "00".
           88  Gl-Chart-OK          VALUE "00".
           88  Gl-Chart-EOF         VALUE "10".
       77  GlLedgerStatus       PIC XX VALUE "00".
           88  Gl-Ledger-OK         VALUE "00".
           88  Gl-Ledger-EOF        VALUE "10".
       77  ArchLedgerStatus     PIC XX VALUE "00".
           88  Arch-Ledger-OK       VALUE "00".
           88  Arch-Ledger-EOF      VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  RunRefusedFlag       PIC X VALUE "N".
           88  Run-Refused          VALUE "Y".
       77  LedgerRowsIn         PIC 9(7) VALUE 0.
       77  LedgerRowsOffChart   PIC 9(7) VALUE 0.

       77  ReportPeriod         PIC X(07) VALUE SPACES.
       77  MonthPeriod          PIC X(07) VALUE SPACES.
       77  ReportMonth          PIC 9(2) VALUE 0.
       77  MonthNo              PIC 9(2) VALUE 0.
       77  ArchiveFileName      PIC X(30) VALUE SPACES.
       77  MonthRows            PIC 9(5) VALUE 0.
       77  OtherPeriodRows      PIC 9(5) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  MaxChartRows         PIC 9(3) VALUE 200.
       77  MaxReportLines       PIC 9(3) VALUE 100.
       77  ChartCount           PIC 9(3) VALUE 0.
       77  MissingCount         PIC 9(3) VALUE 0.
       77  LineCount            PIC 9(3) VALUE 0.
       77  FoundIdx             PIC 9(3) VALUE 0.
       77  LineIdx              PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  J                    PIC 9(3) VALUE 0.
       77  WorkGlAccount        PIC X(08) VALUE SPACES.
       77  WorkNet              PIC S9(11)V99 VALUE 0.
       77  WorkPeriodNat        PIC S9(11)V99 VALUE 0.
       77  WorkYtdNat           PIC S9(11)V99 VALUE 0.
       77  WorkOpenNat          PIC S9(11)V99 VALUE 0.
       77  SectionClass         PIC X(01) VALUE SPACE.
       77  SectionPeriod        PIC S9(11)V99 VALUE 0.
       77  SectionYtd           PIC S9(11)V99 VALUE 0.
       77  IncomePeriod         PIC S9(11)V99 VALUE 0.
       77  IncomeYtd            PIC S9(11)V99 VALUE 0.
       77  ExpensePeriod        PIC S9(11)V99 VALUE 0.
       77  ExpenseYtd           PIC S9(11)V99 VALUE 0.
       77  ResultPeriod         PIC S9(11)V99 VALUE 0.
       77  ResultYtd            PIC S9(11)V99 VALUE 0.
       77  AssetPeriod          PIC S9(11)V99 VALUE 0.
       77  AssetYtd             PIC S9(11)V99 VALUE 0.
       77  LiabPeriod           PIC S9(11)V99 VALUE 0.
       77  LiabYtd              PIC S9(11)V99 VALUE 0.
       77  EquityPeriod         PIC S9(11)V99 VALUE 0.
       77  EquityYtd            PIC S9(11)V99 VALUE 0.
       77  CheckPeriod          PIC S9(11)V99 VALUE 0.
       77  CheckYtd             PIC S9(11)V99 VALUE 0.
       77  PrintPeriod          PIC ---,---,---,--9.99.
       77  PrintYtd             PIC ---,---,---,--9.99.

       01  ChartTable.
           05  ChartEntry OCCURS 200 TIMES.
               10  ChtGlAccount    PIC X(08).
               10  ChtDescription  PIC X(30).
               10  ChtClass        PIC X(01).
                   88  Cht-Debit-Natural   VALUE "A" "E".
               10  ChtReportLine   PIC X(24).
               10  ChtOpenDrCr     PIC X(02).
               10  ChtOpenBal      PIC 9(11)V99.
               10  ChtAddedDate    PIC X(10).

       01  AccountFigures.
           05  FigEntry OCCURS 200 TIMES.
               10  FigPeriodNet    PIC S9(11)V99.
               10  FigYtdNet       PIC S9(11)V99.

       01  MissingAccounts.
           05  MisEntry OCCURS 200 TIMES.
               10  MisGlAccount    PIC X(08).
               10  MisPeriodNet    PIC S9(11)V99.
               10  MisYtdNet       PIC S9(11)V99.

       01  ReportLines.
           05  RlEntry OCCURS 100 TIMES.
               10  RlClass         PIC X(01).
               10  RlName          PIC X(24).
               10  RlPeriod        PIC S9(11)V99.
               10  RlYtd           PIC S9(11)V99.

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "N" TO RunRefusedFlag
           MOVE 0 TO LedgerRowsIn
           MOVE 0 TO LedgerRowsOffChart
           MOVE "FINANCIAL STATEMENTS"     TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           MOVE "N" TO OverflowFlag
           PERFORM Load-Chart
           IF Table-Overflowed
               DISPLAY "GLCHART holds more accounts than this"
                       " program can carry - nothing reported."
               MOVE 8 TO RETURN-CODE
               SET Run-Refused TO TRUE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF ChartCount = 0
               DISPLAY "No chart of accounts on file - set one up"
                       " on the chart of accounts screen first."
               MOVE 8 TO RETURN-CODE
               SET Run-Refused TO TRUE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           DISPLAY "Period to report (YYYY-MM, blank for "
                   BusinessDate(1:7) "): " WITH NO ADVANCING
           ACCEPT ReportPeriod
           IF ReportPeriod = SPACES
               MOVE BusinessDate(1:7) TO ReportPeriod
           END-IF
           IF ReportPeriod(1:4) IS NOT NUMERIC
              OR ReportPeriod(5:1) NOT = "-"
              OR ReportPeriod(6:2) IS NOT NUMERIC
              OR ReportPeriod(6:2) < "01" OR ReportPeriod(6:2) > "12"
               DISPLAY "Period must be YYYY-MM - nothing reported."
               MOVE 8 TO RETURN-CODE
               SET Run-Refused TO TRUE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           MOVE ReportPeriod(6:2) TO ReportMonth

           DISPLAY " "
           DISPLAY "Ledgers taken for " ReportPeriod(1:4) ":"
           PERFORM VARYING MonthNo FROM 1 BY 1
                   UNTIL MonthNo > ReportMonth OR Table-Overflowed
               PERFORM Take-Month-Ledger
           END-PERFORM
           IF Table-Overflowed
               DISPLAY "More GL accounts off the chart than this"
                       " program can carry - nothing reported."
               MOVE 8 TO RETURN-CODE
               SET Run-Refused TO TRUE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Build-Report-Lines
           IF Table-Overflowed
               DISPLAY "More reporting lines than this program can"
                       " carry - nothing reported."
               MOVE 8 TO RETURN-CODE
               SET Run-Refused TO TRUE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           PERFORM Print-Income-Statement
           PERFORM Print-Balance-Sheet
           PERFORM Report-Missing-Accounts
           PERFORM Write-Job-Journal

           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE.  ITS MONTH IS THE DEFAULT PERIOD REPORTED.
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
      *  LOAD-CHART
      *  READS THE CHART OF ACCOUNTS INTO THE WORK TABLE AND ZEROES
      *  EVERY ACCOUNT'S FIGURES.
      *****************************************************************
       Load-Chart.
           MOVE 0 TO ChartCount
           MOVE "00" TO GlChartStatus
           OPEN INPUT GL-CHART-FILE
           IF Gl-Chart-OK
               PERFORM UNTIL Gl-Chart-EOF
                   READ GL-CHART-FILE
                       AT END
                           SET Gl-Chart-EOF TO TRUE
                       NOT AT END
                           IF ChartCount < MaxChartRows
                               ADD 1 TO ChartCount
                               MOVE GL-CHART-RECORD
                                   TO ChartEntry(ChartCount)
                               MOVE 0 TO FigPeriodNet(ChartCount)
                               MOVE 0 TO FigYtdNet(ChartCount)
                           ELSE
                               SET Table-Overflowed TO TRUE
                               SET Gl-Chart-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CHART-FILE
           END-IF.

      *****************************************************************
      *  TAKE-MONTH-LEDGER
      *  ADDS ONE MONTH OF THE YEAR INTO THE ACCOUNTS' FIGURES.  A
      *  CLOSED MONTH COMES FROM ITS DATED ARCHIVE; THE MONTH BEING
      *  REPORTED, IF NOT YET CLOSED, COMES FROM THE LIVE LEDGER.
      *  A LIVE ROW CARRYING ANOTHER PERIOD (THE LEDGER WAS NOT
      *  CLOSED AT LAST MONTH END) IS STILL TAKEN BUT CALLED OUT.  A
      *  MONTH WITH NEITHER IS SHOWN AS MISSING - ITS FIGURES ARE
      *  NOT IN THE YEAR TO DATE.
      *****************************************************************
       Take-Month-Ledger.
           MOVE SPACES TO MonthPeriod
           STRING ReportPeriod(1:4) "-" MonthNo
               DELIMITED BY SIZE INTO MonthPeriod
           MOVE SPACES TO ArchiveFileName
           STRING "GLLEDGER." ReportPeriod(1:4) MonthNo
               DELIMITED BY SIZE INTO ArchiveFileName
           MOVE 0 TO MonthRows
           MOVE "00" TO ArchLedgerStatus
           OPEN INPUT ARCH-LEDGER-FILE
           IF Arch-Ledger-OK
               PERFORM UNTIL Arch-Ledger-EOF OR Table-Overflowed
                   READ ARCH-LEDGER-FILE
                       AT END
                           SET Arch-Ledger-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO MonthRows
                           MOVE ARL-GL-ACCOUNT TO WorkGlAccount
                           COMPUTE WorkNet =
                               ARL-PTD-DEBITS - ARL-PTD-CREDITS
                           PERFORM Add-Ledger-Row
                   END-READ
               END-PERFORM
               CLOSE ARCH-LEDGER-FILE
               DISPLAY "  " MonthPeriod "  " ArchiveFileName
                       MonthRows " accounts"
           ELSE
           IF MonthNo = ReportMonth
               MOVE 0 TO OtherPeriodRows
               MOVE "00" TO GlLedgerStatus
               OPEN INPUT GL-LEDGER-FILE
               IF Gl-Ledger-OK
                   PERFORM UNTIL Gl-Ledger-EOF OR Table-Overflowed
                       READ GL-LEDGER-FILE
                           AT END
                               SET Gl-Ledger-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO MonthRows
                               IF GLL-PERIOD NOT = ReportPeriod
                                   ADD 1 TO OtherPeriodRows
                               END-IF
                               MOVE GLL-GL-ACCOUNT TO WorkGlAccount
                               COMPUTE WorkNet =
                                   GLL-PTD-DEBITS - GLL-PTD-CREDITS
                               PERFORM Add-Ledger-Row
                       END-READ
                   END-PERFORM
                   CLOSE GL-LEDGER-FILE
               END-IF
               IF MonthRows = 0
                   DISPLAY "  " MonthPeriod "  (no ledger on file)"
               ELSE
                   DISPLAY "  " MonthPeriod "  GLLEDGER (open)"
                           "               " MonthRows " accounts"
               END-IF
               IF OtherPeriodRows > 0
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING OtherPeriodRows " LIVE LEDGER ROWS CARRY"
                          " ANOTHER PERIOD - PRIOR MONTH NOT CLOSED?"
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               END-IF
           ELSE
               DISPLAY "  " MonthPeriod "  (no ledger on file)"
           END-IF
           END-IF.

      *****************************************************************
      *  ADD-LEDGER-ROW
      *  ONE LEDGER ROW'S NET (DEBITS LESS CREDITS) INTO ITS CHART
      *  ACCOUNT - YEAR TO DATE ALWAYS, THE PERIOD COLUMN TOO WHEN
      *  THE ROW IS THE MONTH REPORTED.  AN ACCOUNT NOT ON THE CHART
      *  GOES TO THE MISSING LIST INSTEAD.
      *****************************************************************
       Add-Ledger-Row.
           ADD 1 TO LedgerRowsIn
           MOVE 0 TO FoundIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ChartCount
               IF ChtGlAccount(K) = WorkGlAccount
                   MOVE K TO FoundIdx
               END-IF
           END-PERFORM
           IF FoundIdx > 0
               ADD WorkNet TO FigYtdNet(FoundIdx)
               IF MonthNo = ReportMonth
                   ADD WorkNet TO FigPeriodNet(FoundIdx)
               END-IF
           ELSE
               ADD 1 TO LedgerRowsOffChart
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > MissingCount
                   IF MisGlAccount(K) = WorkGlAccount
                       MOVE K TO FoundIdx
                   END-IF
               END-PERFORM
               IF FoundIdx = 0
                   IF MissingCount < MaxChartRows
                       ADD 1 TO MissingCount
                       MOVE MissingCount TO FoundIdx
                       MOVE WorkGlAccount TO MisGlAccount(FoundIdx)
                       MOVE 0 TO MisPeriodNet(FoundIdx)
                       MOVE 0 TO MisYtdNet(FoundIdx)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
               END-IF
               IF FoundIdx > 0
                   ADD WorkNet TO MisYtdNet(FoundIdx)
                   IF MonthNo = ReportMonth
                       ADD WorkNet TO MisPeriodNet(FoundIdx)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  BUILD-REPORT-LINES
      *  ROLLS EVERY CHART ACCOUNT UP TO ITS CLASS AND REPORTING
      *  LINE, IN CHART ORDER, TURNING THE DEBIT-LESS-CREDIT NET
      *  INTO THE CLASS'S NATURAL SIGN: ASSETS AND EXPENSES ARE
      *  DEBIT BALANCES, LIABILITIES, EQUITY AND INCOME CREDIT
      *  BALANCES.  A BALANCE-SHEET ACCOUNT'S YEAR-TO-DATE FIGURE
      *  STARTS FROM ITS BALANCE BROUGHT FORWARD.
      *****************************************************************
       Build-Report-Lines.
           MOVE 0 TO LineCount
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > ChartCount OR Table-Overflowed
               IF ChtOpenDrCr(J) = "CR"
                   COMPUTE WorkOpenNat = 0 - ChtOpenBal(J)
               ELSE
                   MOVE ChtOpenBal(J) TO WorkOpenNat
               END-IF
               IF ChtClass(J) = "I" OR ChtClass(J) = "E"
                   MOVE 0 TO WorkOpenNat
               END-IF
               IF Cht-Debit-Natural(J)
                   MOVE FigPeriodNet(J) TO WorkPeriodNat
                   COMPUTE WorkYtdNat = WorkOpenNat + FigYtdNet(J)
               ELSE
                   COMPUTE WorkPeriodNat = 0 - FigPeriodNet(J)
                   COMPUTE WorkYtdNat =
                       0 - (WorkOpenNat + FigYtdNet(J))
               END-IF
               MOVE 0 TO LineIdx
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > LineCount
                   IF RlClass(K) = ChtClass(J)
                      AND RlName(K) = ChtReportLine(J)
                       MOVE K TO LineIdx
                   END-IF
               END-PERFORM
               IF LineIdx = 0
                   IF LineCount < MaxReportLines
                       ADD 1 TO LineCount
                       MOVE LineCount TO LineIdx
                       MOVE ChtClass(J) TO RlClass(LineIdx)
                       MOVE ChtReportLine(J) TO RlName(LineIdx)
                       MOVE 0 TO RlPeriod(LineIdx)
                       MOVE 0 TO RlYtd(LineIdx)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
               END-IF
               IF LineIdx > 0
                   ADD WorkPeriodNat TO RlPeriod(LineIdx)
                   ADD WorkYtdNat TO RlYtd(LineIdx)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  PRINT-INCOME-STATEMENT
      *  INCOME LINES, EXPENSE LINES, THEIR TOTALS AND THE RESULT
      *  FOR THE PERIOD AND THE YEAR TO DATE.
      *****************************************************************
       Print-Income-Statement.
           DISPLAY " "
           DISPLAY "INCOME STATEMENT - PERIOD " ReportPeriod
           DISPLAY "                                  This period"
                   "       Year to date"
           DISPLAY "Income"
           MOVE "I" TO SectionClass
           PERFORM Print-Section
           MOVE SectionPeriod TO IncomePeriod
           MOVE SectionYtd TO IncomeYtd
           MOVE IncomePeriod TO PrintPeriod
           MOVE IncomeYtd TO PrintYtd
           DISPLAY "  TOTAL INCOME              " PrintPeriod " "
                   PrintYtd
           DISPLAY "Expenses"
           MOVE "E" TO SectionClass
           PERFORM Print-Section
           MOVE SectionPeriod TO ExpensePeriod
           MOVE SectionYtd TO ExpenseYtd
           MOVE ExpensePeriod TO PrintPeriod
           MOVE ExpenseYtd TO PrintYtd
           DISPLAY "  TOTAL EXPENSES            " PrintPeriod " "
                   PrintYtd
           COMPUTE ResultPeriod = IncomePeriod - ExpensePeriod
           COMPUTE ResultYtd = IncomeYtd - ExpenseYtd
           MOVE ResultPeriod TO PrintPeriod
           MOVE ResultYtd TO PrintYtd
           DISPLAY "NET RESULT                  " PrintPeriod " "
                   PrintYtd.

      *****************************************************************
      *  PRINT-BALANCE-SHEET
      *  ASSET, LIABILITY AND EQUITY LINES WITH THE PERIOD'S
      *  MOVEMENT AND THE BALANCE AT THE PERIOD END.  THE YEAR'S
      *  RESULT, NOT YET CLOSED TO AN EQUITY ACCOUNT, IS SHOWN AS
      *  ITS OWN EQUITY LINE.  ASSETS MUST EQUAL LIABILITIES PLUS
      *  EQUITY IN BOTH COLUMNS.
      *****************************************************************
       Print-Balance-Sheet.
           DISPLAY " "
           DISPLAY "BALANCE SHEET - END OF PERIOD " ReportPeriod
           DISPLAY "                              Period movement"
                   "            Balance"
           DISPLAY "Assets"
           MOVE "A" TO SectionClass
           PERFORM Print-Section
           MOVE SectionPeriod TO AssetPeriod
           MOVE SectionYtd TO AssetYtd
           MOVE AssetPeriod TO PrintPeriod
           MOVE AssetYtd TO PrintYtd
           DISPLAY "  TOTAL ASSETS              " PrintPeriod " "
                   PrintYtd
           DISPLAY "Liabilities"
           MOVE "L" TO SectionClass
           PERFORM Print-Section
           MOVE SectionPeriod TO LiabPeriod
           MOVE SectionYtd TO LiabYtd
           MOVE LiabPeriod TO PrintPeriod
           MOVE LiabYtd TO PrintYtd
           DISPLAY "  TOTAL LIABILITIES         " PrintPeriod " "
                   PrintYtd
           DISPLAY "Equity"
           MOVE "Q" TO SectionClass
           PERFORM Print-Section
           MOVE ResultPeriod TO PrintPeriod
           MOVE ResultYtd TO PrintYtd
           DISPLAY "  CURRENT YEAR RESULT       " PrintPeriod " "
                   PrintYtd
           COMPUTE EquityPeriod = SectionPeriod + ResultPeriod
           COMPUTE EquityYtd = SectionYtd + ResultYtd
           MOVE EquityPeriod TO PrintPeriod
           MOVE EquityYtd TO PrintYtd
           DISPLAY "  TOTAL EQUITY              " PrintPeriod " "
                   PrintYtd
           COMPUTE CheckPeriod = LiabPeriod + EquityPeriod
           COMPUTE CheckYtd = LiabYtd + EquityYtd
           MOVE CheckPeriod TO PrintPeriod
           MOVE CheckYtd TO PrintYtd
           DISPLAY "LIABILITIES AND EQUITY      " PrintPeriod " "
                   PrintYtd
           COMPUTE CheckPeriod = AssetPeriod - CheckPeriod
           COMPUTE CheckYtd = AssetYtd - CheckYtd
           IF CheckPeriod NOT = 0 OR CheckYtd NOT = 0
               MOVE CheckPeriod TO PrintPeriod
               MOVE CheckYtd TO PrintYtd
               DISPLAY "OUT OF BALANCE BY           " PrintPeriod " "
                       PrintYtd
               MOVE "BALANCE SHEET DOES NOT BALANCE." TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  PRINT-SECTION
      *  PRINTS THE REPORTING LINES OF CLASS SectionClass AND TOTALS
      *  THEM INTO SectionPeriod/SectionYtd.
      *****************************************************************
       Print-Section.
           MOVE 0 TO SectionPeriod
           MOVE 0 TO SectionYtd
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LineCount
               IF RlClass(K) = SectionClass
                   ADD RlPeriod(K) TO SectionPeriod
                   ADD RlYtd(K) TO SectionYtd
                   MOVE RlPeriod(K) TO PrintPeriod
                   MOVE RlYtd(K) TO PrintYtd
                   DISPLAY "  " RlName(K) "  " PrintPeriod " "
                           PrintYtd
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-MISSING-ACCOUNTS
      *  FLAGS EVERY GL ACCOUNT THE LEDGERS CARRY THAT THE CHART
      *  DOES NOT, WITH ITS NET DEBIT (MINUS FOR CREDIT) - THESE ARE
      *  LEFT OFF THE STATEMENTS UNTIL THE CHART COVERS THEM.
      *****************************************************************
       Report-Missing-Accounts.
           IF MissingCount > 0
               DISPLAY " "
               DISPLAY "GL accounts on the ledger but not on the"
                       " chart (net debit):"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > MissingCount
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "GL ACCOUNT " MisGlAccount(K)
                          " IS NOT ON THE CHART OF ACCOUNTS."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   MOVE MisPeriodNet(K) TO PrintPeriod
                   MOVE MisYtdNet(K) TO PrintYtd
                   DISPLAY "  " MisGlAccount(K) "                    "
                           PrintPeriod " " PrintYtd
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  LEDGER ROWS TAKEN, ROWS ROLLED INTO THE STATEMENTS AND ROWS
      *  LEFT OFF FOR AN ACCOUNT NOT ON THE CHART, WITH THE YEAR'S
      *  RESULT TO DATE AS THE AMOUNT.  A REFUSED RUN RECORDS WHAT
      *  IT HAD READ AND NOTHING OUT.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "FINSTATEMENTS" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE LedgerRowsIn TO JRN-RECS-IN
           IF Run-Refused
               MOVE 0 TO JRN-RECS-OUT
               MOVE LedgerRowsIn TO JRN-RECS-REJECT
               MOVE 0 TO JRN-AMOUNT
           ELSE
               COMPUTE JRN-RECS-OUT =
                   LedgerRowsIn - LedgerRowsOffChart
               MOVE LedgerRowsOffChart TO JRN-RECS-REJECT
               MOVE ResultYtd TO JRN-AMOUNT
           END-IF
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
