      *                  TOO.  NO MASTER FILE MEANS VALIDATION IS
      *                  SKIPPED, SO A SITE WITHOUT ONE KEEPS ITS
      *                  OLD BEHAVIOR.
      *  2026-10-15  DL  CARRY A STORE CODE FROM THE POS EXPORT (OR
      *                  ONE KEYED FOR THE WEEK) THROUGH THE MATRIX
      *                  INTO THE HISTORY AND WEEK SUMMARY ROWS - WE
      *                  RUN MORE THAN ONE SHOP NOW AND EVERY SHOP'S
      *                  TAKINGS WERE BLENDING INTO ONE FIGURE.  THE
      *                  MATRIX COLUMNS ARE STORE/DEPARTMENT SLOTS (60
      *                  OF THEM), THE BUDGETS ARE PER STORE AND
      *                  DEPARTMENT, AND THE WEEKLY, DEPARTMENT,
      *                  BUDGET, VARIANCE AND TREND REPORTS ARE NOW
      *                  PRINTED ONCE PER STORE THAT TRADED AND THEN
      *                  FOR ALL STORES TOGETHER (JUST ONCE WHEN ONLY
      *                  ONE STORE TRADED).  THE CSV CARRIES A STORE
      *                  COLUMN, WITH "ALL" ON THE ALL-STORES ROWS.
      *                  THE DAY TOTALS WIDENED TO 9(9) ON THE WAY.
      *  2026-10-15  DL  TAKE THE TENDER TYPE AND SALE/REFUND/VOID
      *                  INDICATOR FROM THE POS FEED (A BAD ONE IS
      *                  REFUSED TO POSEXCP) AND CARRY THEM INTO THE
      *                  HISTORY.  THE MATRIX SLOTS ARE NOW STORE/
      *                  DEPARTMENT/TENDER (120 OF THEM) WITH THE
      *                  SALES, REFUNDS AND VOIDS KEPT APART, AND EVERY
      *                  REPORT WORKS IN NET SALES - THE WEEKLY
      *                  REPORT SHOWS THE GROSS, REFUNDS, VOIDS AND NET
      *                  WITH THE NET BY TENDER, AND THE DEPARTMENT
      *                  LINES SHOW THEIR REFUNDS AND VOIDS.  THE
      *                  WEEK SUMMARY CARRIES THE REFUNDS AND VOIDS
      *                  BESIDE THE SALES, AND THE CSV DETAIL ROWS
      *                  GAIN TENDER, REFUND AND VOID COLUMNS.
      *  2026-10-15  DL  THE STORE LIST SEARCH HAS ITS OWN TWO-DIGIT
      *                  INDEX, SO NINE OR MORE STORES NO LONGER WRAP
      *                  THE ONE-DIGIT I.  THE BUDGET LOAD STOPS AT THE
      *                  60 ROWS ITS TABLE HOLDS AND REPORTS THE ROWS
      *                  LEFT OUT.
      *  2026-10-15  DL  A SUMMARY ROW WRITTEN BEFORE REFUNDS AND VOIDS
      *                  WERE CARRIED IS READ, AND CARRIED INTO THE
      *                  REWRITTEN SALESWKS, WITH BOTH AS ZERO.  A
      *                  DEPARTMENT'S NET TOTAL NOW TAKES IN EVERY DAY,
      *                  A DAY OF MORE REFUNDS THAN SALES INCLUDED; THE
      *                  TRADING-DAY COUNT AND BEST DAY STILL LOOK ONLY
      *                  AT DAYS THAT NET ABOVE ZERO.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY WEEKSREC.

       FD  WKS-WORK-FILE.
       01  WKS-WORK-RECORD             PIC X(60).

       FD  DEPT-MAST-FILE.
           COPY DEPTMST.

       COPY RPTHDR.

       01  Sales        PIC S9(9) OCCURS 7 TIMES.
       01  DeptCode     PIC X(4) OCCURS 7 TIMES.
       01  Days.
           05 DayName PIC X(9) OCCURS 7 TIMES.

       01  Total        PIC S9(10) VALUE 0.
       01  Average      PIC S9(9)V99 VALUE 0.
       01  MaxSale      PIC S9(9) VALUE 0.
       01  MaxIndex     PIC 9 VALUE 1.
       01  I            PIC 9 VALUE 1.

       01  DeptTable.
           05  DeptEntry OCCURS 20 TIMES.
               10  DeptEntryCode        PIC X(4).
               10  DeptEntryTotal       PIC S9(9) VALUE 0.
               10  DeptEntryCount       PIC 9(1) VALUE 0.
               10  DeptEntryMax         PIC 9(9) VALUE 0.
               10  DeptEntryRefund      PIC 9(9) VALUE 0.
               10  DeptEntryVoid        PIC 9(9) VALUE 0.
       01  DeptCount    PIC 99 VALUE 0.
       01  DeptIdx      PIC 99 VALUE 0.
       01  DeptAverage  PIC S9(9)V99 VALUE 0.
       01  J            PIC 9(3) VALUE 0.
       01  MaxDepts     PIC 99 VALUE 20.
       01  DayFigure    PIC S9(9) VALUE 0.

       01  SlotTable.
           05  SlotEntry OCCURS 120 TIMES.
               10  SlotStore            PIC X(4).
               10  SlotDept             PIC X(4).
               10  SlotTender           PIC X(1).
       01  SlotCount    PIC 9(3) VALUE 0.
       01  SlotIdx      PIC 9(3) VALUE 0.
       01  PairIdx      PIC 9(3) VALUE 0.
       01  MaxSlots     PIC 9(3) VALUE 120.

       01  DayDeptSales.
           05  DayDeptRow OCCURS 7 TIMES.
               10  DayDeptAmt OCCURS 120 TIMES PIC 9(7).
       01  DayDeptRefunds.
           05  DayRefundRow OCCURS 7 TIMES.
               10  DayDeptRefund OCCURS 120 TIMES PIC 9(7).
       01  DayDeptVoids.
           05  DayVoidRow OCCURS 7 TIMES.
               10  DayDeptVoid OCCURS 120 TIMES PIC 9(7).

       01  ScopeGross           PIC 9(10) VALUE 0.
       01  ScopeRefunds         PIC 9(10) VALUE 0.
       01  ScopeVoids           PIC 9(10) VALUE 0.
       01  ScopeCashNet         PIC S9(10) VALUE 0.
       01  ScopeCardNet         PIC S9(10) VALUE 0.
       01  ScopeVoucherNet      PIC S9(10) VALUE 0.
       01  NetPrint             PIC -(10)9.
       01  CashPrint            PIC -(10)9.
       01  CardPrint            PIC -(10)9.
       01  VoucherPrint         PIC -(10)9.
       01  AvgPrint             PIC -(9)9.99.
       01  RowNet               PIC S9(9) VALUE 0.

       01  StoreTable.
           05  StoreCode OCCURS 60 TIMES PIC X(4).
       01  StoreCount           PIC 99 VALUE 0.
       01  StoreIdx             PIC 99 VALUE 0.
       01  StoreScan            PIC 99 VALUE 0.
       01  ReportStore          PIC X(4) VALUE SPACES.
       01  ScopeLabel           PIC X(4) VALUE SPACES.
       01  ScopeFlag            PIC X VALUE "A".
           88  All-Stores-Scope     VALUE "A".
           88  One-Store-Scope      VALUE "S".
       01  KeyedStore           PIC X(4) VALUE SPACES.

       01  PosStatus            PIC XX VALUE "00".
           88  Pos-OK               VALUE "00".
       01  PosSkipCount         PIC 9(5) VALUE 0.
       01  WorkDay              PIC 9 VALUE 0.
       01  WorkDept             PIC X(4).
       01  WorkStore            PIC X(4).
       01  WorkTender           PIC X(1).
       01  WorkKind             PIC X(1).
           88  Work-Is-Refund       VALUE "R".
           88  Work-Is-Void         VALUE "X".
       01  WorkAmount           PIC 9(7) VALUE 0.
       01  DateText             PIC X(10).
       01  DateDigits           PIC 9(8) VALUE 0.
       01  BudgetStatus         PIC XX VALUE "00".
           88  Budget-OK            VALUE "00".
           88  Budget-EOF           VALUE "10".
       01  BudgetFileTable.
           05  BudgetFileEntry OCCURS 60 TIMES.
               10  BfStoreCode     PIC X(4).
               10  BfDeptCode      PIC X(4).
               10  BfTarget        PIC 9(7).
       01  BudgetFileCount      PIC 99 VALUE 0.
       01  BfIdx                PIC 99 VALUE 0.
       01  MaxBudgetRows        PIC 99 VALUE 60.
       01  BudgetDropCount      PIC 9(5) VALUE 0.
       01  BudgetTable.
           05  BudgetEntry OCCURS 20 TIMES.
               10  BudgetDeptCode  PIC X(4).
               10  BudgetTarget    PIC 9(9).
       01  BudgetCount          PIC 99 VALUE 0.
       01  BudgetIdx            PIC 99 VALUE 0.
       01  BudgetActual         PIC S9(9) VALUE 0.
       01  BudgetTotal          PIC 9(10) VALUE 0.
       01  ActualTotal          PIC S9(10) VALUE 0.
       01  BudgetVariance       PIC S9(10) VALUE 0.
       01  PctAttained          PIC 9(3)V9 VALUE 0.
       01  PctPrint             PIC ZZ9.9.
           05  T13Entry OCCURS 13 TIMES.
               10  T13-ENDING       PIC X(10).
               10  T13-LY-ENDING    PIC X(10).
               10  T13-TOTAL        PIC S9(9).
               10  T13-LY-TOTAL     PIC S9(9).
               10  T13-DEPT-TOTAL   OCCURS 20 TIMES PIC S9(9).
       01  TrendDeptList.
           05  TDeptCount       PIC 99 VALUE 0.
           05  TDeptCode        OCCURS 20 TIMES PIC X(4).
       01  TDeptIdx             PIC 99 VALUE 0.
       01  HighWeek             PIC X(10).
       01  PrevWeek             PIC X(10).
       01  MovingAvg            PIC S9(9)V99 VALUE 0.
       01  MovingSum            PIC S9(10) VALUE 0.
       01  MovingCnt            PIC 9 VALUE 0.
       01  TrendVariance        PIC S9(9) VALUE 0.
       01  TrendLine            PIC X(160).
       01  TrendPtr             PIC 9(3) VALUE 1.
       01  TrendAmt             PIC -(8)9.
       01  TrendTotPrint        PIC -(8)9.
       01  TrendAvgPrint        PIC -(8)9.99.
       01  TrendLyPrint         PIC -(8)9.

       01  WeekEndingDate      PIC X(10).
       01  HistoryStatus       PIC XX VALUE "00".
       01  WeekOnFile           PIC X VALUE "N".
           88  Week-Already-On-File   VALUE "Y".

       01  PriorSales           PIC S9(9) OCCURS 7 TIMES.
       01  PriorWeekEnding      PIC X(10) VALUE SPACES.
       01  PriorFound           PIC X VALUE "N".
           88  Prior-Week-Found     VALUE "Y".
       01  PriorTotal           PIC S9(10) VALUE 0.
       01  Variance             PIC S9(10) VALUE 0.
       01  PriorPrint           PIC -(10)9.

       01  CsvStatus            PIC XX VALUE "00".
           88  Csv-OK               VALUE "00".
       01  CsvLine              PIC X(80).
       01  CsvAmt               PIC -(10)9.
       01  CsvRefund            PIC Z(6)9.
       01  CsvVoid              PIC Z(6)9.
       01  CsvOpenFlag          PIC X VALUE "N".
           88  Csv-Is-Open          VALUE "Y".

       01  WksStatus            PIC XX VALUE "00".
           88  Wks-OK               VALUE "00".
       01  TrendWeekWork        PIC X(10).
       01  TrendDept            PIC X(4).
       01  WeekColTotal         PIC 9(9) VALUE 0.
       01  WeekColRefund        PIC 9(9) VALUE 0.
       01  WeekColVoid          PIC 9(9) VALUE 0.

       01  DeptMastStatus       PIC XX VALUE "00".
           88  Dept-Mast-OK         VALUE "00".
           ELSE
               PERFORM Read-POS-File
               IF NOT Pos-Mode-On
                   DISPLAY "Store code for the week "
                           "(blank for the original shop): "
                           WITH NO ADVANCING
                   ACCEPT KeyedStore
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                       DISPLAY "Enter sales for " DayName(I) ": "
                       ACCEPT Sales(I)
                   END-PERFORM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                       MOVE I           TO WorkDay
                       MOVE KeyedStore  TO WorkStore
                       MOVE "C"         TO WorkTender
                       MOVE "S"         TO WorkKind
                       MOVE DeptCode(I) TO WorkDept
                       MOVE Sales(I)    TO WorkAmount
                       PERFORM Post-Sales-Figure
               PERFORM Update-Week-Summary
           END-IF

           CALL "SysParmLoad" USING WeekEndingDate, SYS-PARMS-RESOLVED
           PERFORM Load-Budgets
           PERFORM Build-Store-List
           PERFORM Open-Csv-Export

           IF StoreCount > 1
               SET One-Store-Scope TO TRUE
               PERFORM VARYING StoreIdx FROM 1 BY 1
                       UNTIL StoreIdx > StoreCount
                   MOVE StoreCode(StoreIdx) TO ReportStore
                   PERFORM Report-Scope
               END-PERFORM
           END-IF
           SET All-Stores-Scope TO TRUE
           MOVE SPACES TO ReportStore
           PERFORM Report-Scope

           IF Csv-Is-Open
               CLOSE SALES-CSV-FILE
           END-IF

           PERFORM Write-Job-Journal

           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  BUILD-STORE-LIST
      *  LISTS THE DISTINCT STORES IN THE WEEK'S MATRIX SLOTS, IN
      *  THE ORDER THEY WERE FIRST SEEN, FOR THE PER-STORE REPORTS.
      *****************************************************************
       Build-Store-List.
           MOVE 0 TO StoreCount
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
               MOVE 0 TO StoreIdx
               PERFORM VARYING StoreScan FROM 1 BY 1
                       UNTIL StoreScan > StoreCount
                   IF StoreCode(StoreScan) = SlotStore(J)
                       MOVE StoreScan TO StoreIdx
                   END-IF
               END-PERFORM
               IF StoreIdx = 0 AND StoreCount < 60
                   ADD 1 TO StoreCount
                   MOVE SlotStore(J) TO StoreCode(StoreCount)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-SCOPE
      *  PRINTS THE WEEKLY, DEPARTMENT, BUDGET, VARIANCE AND TREND
      *  REPORTS (AND THE CSV SUMMARY ROWS) FOR THE STORE IN
      *  ReportStore, OR FOR ALL STORES TOGETHER WHEN THE
      *  ALL-STORES SCOPE IS SET.
      *****************************************************************
       Report-Scope.
           DISPLAY " "
           IF All-Stores-Scope
               MOVE "ALL" TO ScopeLabel
               DISPLAY "*** ALL STORES ***"
           ELSE
               MOVE ReportStore TO ScopeLabel
               DISPLAY "*** STORE " ReportStore " ***"
           END-IF
           PERFORM Report-Week-Totals
           PERFORM Rollup-Departments
           PERFORM Report-By-Department
           PERFORM Build-Scope-Budget
           PERFORM Report-Budget
           PERFORM Find-Prior-Week
           PERFORM Report-Variance
           PERFORM Write-Csv-Scope-Rows
           PERFORM Report-Trend.

      *****************************************************************
      *  REPORT-WEEK-TOTALS
      *  GROSS SALES, REFUNDS, VOIDS AND NET SALES (WITH THE NET BY
      *  TENDER), THEN THE AVERAGE AND BEST DAY ON THE NET FIGURES,
      *  FOR THE STORE (OR STORES) IN SCOPE.
      *****************************************************************
       Report-Week-Totals.
           PERFORM Compute-Day-Totals

           MOVE 0 TO Total
               END-IF
           END-PERFORM

           MOVE Total           TO NetPrint
           MOVE Average         TO AvgPrint
           MOVE ScopeCashNet    TO CashPrint
           MOVE ScopeCardNet    TO CardPrint
           MOVE ScopeVoucherNet TO VoucherPrint
           DISPLAY "Gross sales: " ScopeGross
           DISPLAY "Refunds:     " ScopeRefunds
           DISPLAY "Voids:       " ScopeVoids
           DISPLAY "Net sales:   " NetPrint
           DISPLAY "  cash " FUNCTION TRIM(CashPrint)
                   "  card " FUNCTION TRIM(CardPrint)
                   "  voucher " FUNCTION TRIM(VoucherPrint)
           DISPLAY "Average sales: " AvgPrint
           DISPLAY "Best day: " DayName(MaxIndex).

      *****************************************************************
      *  CLEAR-WEEK-FIGURES
      *  ZEROES THE DAY TABLE, THE DAY-BY-SLOT MATRIX, THE SLOT
      *  TABLE AND THE DEPARTMENT TABLE AT THE START OF EACH WEEK'S
      *  PROCESSING, SO A SECOND CALL FROM THE DRIVER MENU STARTS
      *  CLEAN.
      *****************************************************************
       Clear-Week-Figures.
           MOVE 0 TO DeptCount
           MOVE 0 TO SlotCount
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               MOVE 0      TO Sales(I)
               MOVE SPACES TO DeptCode(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > MaxSlots
                   MOVE 0 TO DayDeptAmt(I, J)
                   MOVE 0 TO DayDeptRefund(I, J)
                   MOVE 0 TO DayDeptVoid(I, J)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MaxSlots
               MOVE SPACES TO SlotStore(J)
               MOVE SPACES TO SlotDept(J)
               MOVE SPACES TO SlotTender(J)
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > MaxDepts
               MOVE SPACES TO DeptEntryCode(J)
               MOVE 0      TO DeptEntryTotal(J)

      *****************************************************************
      *  POST-SALES-FIGURE
      *  POSTS ONE (DAY, STORE, DEPARTMENT, TENDER, KIND, AMOUNT)
      *  FIGURE INTO THE DAY-BY-SLOT MATRIX - THE SALES, REFUND OR
      *  VOID CELL AS WorkKind SAYS - ASSIGNING THE STORE/DEPARTMENT/
      *  TENDER A SLOT ON FIRST SIGHT.  EVERY INPUT PATH - POS
      *  RECORDS, KEYED ENTRY, HISTORY ROWS - COMES THROUGH HERE SO
      *  THE WEEK'S FIGURES HAVE ONE SHAPE NO MATTER HOW THEY
      *  ARRIVED.  A FIGURE FOR A 121ST SLOT IS REFUSED WITH AN
      *  ERROR LINE, NOT MISPOSTED.
      *****************************************************************
       Post-Sales-Figure.
           PERFORM Find-Or-Add-Store-Slot
           IF SlotIdx = 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "STORE/DEPT TABLE FULL - FIGURE FOR " WorkStore
                      "/" WorkDept " NOT POSTED." DELIMITED BY SIZE
                   INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               EVALUATE TRUE
                   WHEN Work-Is-Refund
                       ADD WorkAmount TO DayDeptRefund(WorkDay, SlotIdx)
                   WHEN Work-Is-Void
                       ADD WorkAmount TO DayDeptVoid(WorkDay, SlotIdx)
                   WHEN OTHER
                       ADD WorkAmount TO DayDeptAmt(WorkDay, SlotIdx)
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  COMPUTE-DAY-TOTALS
      *  REBUILDS THE PER-DAY SALES TABLE AS THE NET (SALES LESS
      *  REFUNDS AND VOIDS) ROW TOTALS OF THE DAY-BY-SLOT MATRIX,
      *  TAKING ONLY THE SLOTS OF THE STORE IN SCOPE (EVERY SLOT FOR
      *  ALL STORES), AND ADDS UP THE SCOPE'S GROSS, REFUNDS, VOIDS
      *  AND NET BY TENDER ON THE WAY.
      *****************************************************************
       Compute-Day-Totals.
           MOVE 0 TO ScopeGross
           MOVE 0 TO ScopeRefunds
           MOVE 0 TO ScopeVoids
           MOVE 0 TO ScopeCashNet
           MOVE 0 TO ScopeCardNet
           MOVE 0 TO ScopeVoucherNet
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               MOVE 0 TO Sales(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
                   IF All-Stores-Scope OR SlotStore(J) = ReportStore
                       COMPUTE RowNet = DayDeptAmt(I, J)
                           - DayDeptRefund(I, J) - DayDeptVoid(I, J)
                       ADD RowNet TO Sales(I)
                       ADD DayDeptAmt(I, J)    TO ScopeGross
                       ADD DayDeptRefund(I, J) TO ScopeRefunds
                       ADD DayDeptVoid(I, J)   TO ScopeVoids
                       EVALUATE SlotTender(J)
                           WHEN "D"
                               ADD RowNet TO ScopeCardNet
                           WHEN "V"
                               ADD RowNet TO ScopeVoucherNet
                           WHEN OTHER
                               ADD RowNet TO ScopeCashNet
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.

                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING PosRejectCount
                          " POS RECORDS REFUSED TO POSEXCP - "
                          "SEE THE REASON ON EACH ROW."
                          DELIMITED BY SIZE
                       INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
      *****************************************************************
      *  TAKE-ONE-POS-RECORD
      *  ONE POS EXPORT RECORD: AN OUT-OF-WEEK ROW IS LOGGED AND
      *  COUNTED, A ROW WITH A BAD TENDER TYPE OR SALE/REFUND/VOID
      *  INDICATOR OR FAILING THE DEPARTMENT-MASTER CHECK IS REFUSED
      *  AND LOGGED, AND THE REST POST INTO THE MATRIX.  A BLANK
      *  TENDER OR INDICATOR POSTS AS A CASH SALE.
      *****************************************************************
       Take-One-POS-Record.
           MOVE POS-DATE TO DateText
               PERFORM Log-POS-Exception
           ELSE
               MOVE SPACES TO PosExcpReason
               EVALUATE TRUE
                   WHEN NOT Pos-Tender-Valid
                       MOVE "BAD TENDER TYPE" TO PosExcpReason
                   WHEN NOT Pos-Kind-Valid
                       MOVE "BAD SALE/REFUND/VOID FLAG"
                           TO PosExcpReason
                   WHEN Dept-Mast-On
                       PERFORM Check-POS-Department
               END-EVALUATE
               IF PosExcpReason NOT = SPACES
                   ADD 1 TO PosRejectCount
                   PERFORM Log-POS-Exception
               ELSE
                   COMPUTE WorkDay = 7 - DayDiff
                   MOVE POS-STORE-CODE TO WorkStore
                   MOVE POS-DEPT-CODE TO WorkDept
                   MOVE POS-TENDER-TYPE TO WorkTender
                   IF WorkTender = SPACE
                       MOVE "C" TO WorkTender
                   END-IF
                   MOVE POS-TRAN-KIND TO WorkKind
                   IF WorkKind = SPACE
                       MOVE "S" TO WorkKind
                   END-IF
                   MOVE POS-AMOUNT    TO WorkAmount
                   PERFORM Post-Sales-Figure
                   ADD 1 TO PosRecordCount
      *****************************************************************
       Log-POS-Exception.
           MOVE POS-DATE        TO PEXC-DATE
           MOVE POS-STORE-CODE  TO PEXC-STORE-CODE
           MOVE POS-TENDER-TYPE TO PEXC-TENDER-TYPE
           MOVE POS-TRAN-KIND   TO PEXC-TRAN-KIND
           MOVE POS-DEPT-CODE   TO PEXC-DEPT-CODE
           MOVE POS-AMOUNT      TO PEXC-AMOUNT
           MOVE PosExcpReason   TO PEXC-REASON
           MOVE StampOperatorId TO PEXC-OPERATOR-ID
           WRITE PEXC-RECORD
           MOVE SPACES TO RPT-ERR-TEXT
           STRING "POS RECORD " POS-DATE " " POS-STORE-CODE " "
                  POS-DEPT-CODE " - " PosExcpReason DELIMITED BY SIZE
               INTO RPT-ERR-TEXT
           DISPLAY RPT-ERROR-LINE.

      *  LOAD-EXISTING-WEEK
      *  SCANS THE SALES HISTORY FILE FOR ROWS ALREADY ON FILE FOR
      *  WeekEndingDate.  IF FOUND, EACH ROW IS POSTED BACK INTO THE
      *  DAY-BY-SLOT MATRIX (A DAY MAY HAVE SEVERAL ROWS NOW THAT
      *  POS WEEKS CARRY ONE ROW PER DAY/STORE/DEPARTMENT) AND
      *  WeekOnFile IS SET TO "Y".
      *****************************************************************
       Load-Existing-Week.
                       NOT AT END
                           IF SH-WEEK-ENDING = WeekEndingDate
                               MOVE SH-DAY-INDEX TO WorkDay
                               MOVE SH-STORE-CODE TO WorkStore
                               MOVE SH-DEPT-CODE TO WorkDept
                               MOVE SH-TENDER-TYPE TO WorkTender
                               IF WorkTender = SPACE
                                   MOVE "C" TO WorkTender
                               END-IF
                               MOVE SH-TRAN-KIND TO WorkKind
                               MOVE SH-AMOUNT    TO WorkAmount
                               PERFORM Post-Sales-Figure
                               ADD 1 TO WeekLoadedRows
      *****************************************************************
      *  FIND-PRIOR-WEEK
      *  RESCANS THE SALES HISTORY FILE FOR THE MOST RECENT WEEK
      *  ENDING BEFORE WeekEndingDate IN WHICH THE STORE IN SCOPE
      *  TRADED.  WEEK-ENDING DATES SORT CORRECTLY AS TEXT BECAUSE
      *  THEY ARE KEPT IN YYYY-MM-DD FORM.
      *****************************************************************
       Find-Prior-Week.
           MOVE "N" TO PriorFound
                       NOT AT END
                           IF SH-WEEK-ENDING < WeekEndingDate
                              AND SH-WEEK-ENDING > PriorWeekEnding
                              AND (All-Stores-Scope
                                   OR SH-STORE-CODE = ReportStore)
                               MOVE SH-WEEK-ENDING TO PriorWeekEnding
                           END-IF
                   END-READ
      *****************************************************************
      *  LOAD-PRIOR-WEEK-FIGURES
      *  REREADS THE HISTORY FILE TO PULL THE DAY FIGURES FOR
      *  PriorWeekEnding INTO PriorSales, FOR THE STORE IN SCOPE.
      *  ROWS ARE ADDED, NOT MOVED, BECAUSE A DAY MAY CARRY ONE ROW
      *  PER STORE/DEPARTMENT/TENDER/KIND; A REFUND OR VOID ROW
      *  COMES OFF, SO THE PRIOR WEEK IS NET LIKE THIS ONE.
      *****************************************************************
       Load-Prior-Week-Figures.
           MOVE "00" TO HistoryStatus
                       SET History-EOF TO TRUE
                   NOT AT END
                       IF SH-WEEK-ENDING = PriorWeekEnding
                          AND (All-Stores-Scope
                               OR SH-STORE-CODE = ReportStore)
                           PERFORM Set-History-Row-Net
                           ADD RowNet TO PriorSales(SH-DAY-INDEX)
                           ADD RowNet TO PriorTotal
                       END-IF
               END-READ
           END-PERFORM
               COMPUTE Variance = Total - PriorTotal
               DISPLAY " "
               DISPLAY "Variance vs week ending " PriorWeekEnding ":"
               MOVE Total      TO NetPrint
               MOVE PriorTotal TO PriorPrint
               DISPLAY "  Total:  " NetPrint " vs " PriorPrint
                       "  (variance " Variance ")"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                   COMPUTE Variance = Sales(I) - PriorSales(I)
                   MOVE Sales(I)      TO NetPrint
                   MOVE PriorSales(I) TO PriorPrint
                   DISPLAY "  " DayName(I) ": " NetPrint
                           " vs " PriorPrint
                           "  (variance " Variance ")"
               END-PERFORM
           END-IF.
      *****************************************************************
      *  APPEND-WEEK-TO-HISTORY
      *  WRITES THE WEEK'S FIGURES TO THE SALES HISTORY FILE, TAGGED
      *  WITH WeekEndingDate - ONE ROW PER NONZERO DAY/STORE/
      *  DEPARTMENT/TENDER SALES, REFUND OR VOID CELL, SO A POS WEEK
      *  KEEPS EVERY DEPARTMENT THAT TRADED EACH DAY IN EACH SHOP.
      *****************************************************************
       Append-Week-To-History.
           OPEN EXTEND SALES-HISTORY-FILE
               OPEN OUTPUT SALES-HISTORY-FILE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
                   IF DayDeptAmt(I, J) > 0
                       MOVE "S"               TO WorkKind
                       MOVE DayDeptAmt(I, J)  TO WorkAmount
                       PERFORM Write-History-Row
                   END-IF
                   IF DayDeptRefund(I, J) > 0
                       MOVE "R"               TO WorkKind
                       MOVE DayDeptRefund(I, J) TO WorkAmount
                       PERFORM Write-History-Row
                   END-IF
                   IF DayDeptVoid(I, J) > 0
                       MOVE "X"               TO WorkKind
                       MOVE DayDeptVoid(I, J) TO WorkAmount
                       PERFORM Write-History-Row
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE SALES-HISTORY-FILE.

      *****************************************************************
      *  WRITE-HISTORY-ROW
      *  ONE HISTORY ROW FOR DAY I, SLOT J, OF THE KIND AND AMOUNT
      *  IN WorkKind AND WorkAmount.
      *****************************************************************
       Write-History-Row.
           MOVE WeekEndingDate    TO SH-WEEK-ENDING
           MOVE I                 TO SH-DAY-INDEX
           MOVE SlotDept(J)       TO SH-DEPT-CODE
           MOVE WorkAmount        TO SH-AMOUNT
           MOVE SlotStore(J)      TO SH-STORE-CODE
           MOVE SlotTender(J)     TO SH-TENDER-TYPE
           MOVE WorkKind          TO SH-TRAN-KIND
           WRITE SALES-HIST-RECORD.

      *****************************************************************
      *  SET-HISTORY-ROW-NET
      *  THE CURRENT HISTORY ROW'S AMOUNT AS A NET FIGURE IN RowNet:
      *  A SALE ADDS, A REFUND OR VOID TAKES OFF.
      *****************************************************************
       Set-History-Row-Net.
           IF Sh-Is-Refund OR Sh-Is-Void
               COMPUTE RowNet = 0 - SH-AMOUNT
           ELSE
               MOVE SH-AMOUNT TO RowNet
           END-IF.

      *****************************************************************
      *  UPDATE-WEEK-SUMMARY
      *  BRINGS THE WEEK-LEVEL SUMMARY FILE UP TO DATE FOR THE WEEK
      *  JUST TAKEN IN: THE OTHER WEEKS' ROWS ARE CARRIED THROUGH A
      *  WORK FILE, THIS WEEK'S OLD ROWS (IF ANY) ARE DROPPED, AND
      *  ONE FRESH ROW PER STORE/DEPARTMENT THAT TRADED IS APPENDED
      *  FROM THE DAY-BY-SLOT MATRIX - SO THE TREND PASS CAN READ
      *  WEEKS, NOT DAILY CELLS.  ONLY AN EXISTING SUMMARY IS
      *  MAINTAINED - THE YEAR-END REBUILD IS THE SOLE CREATOR - SO
      *  A SUMMARY CAN NEVER START LIFE HOLDING JUST THE WEEKS TAKEN
      *  CARRY-OTHER-SUMMARY-WEEKS
      *  COPIES EVERY SUMMARY ROW EXCEPT THIS WEEK'S TO THE WORK
      *  FILE.  THE SUMMARY FILE IS ALREADY OPEN INPUT ON ENTRY.
      *  A ROW WRITTEN BEFORE REFUNDS AND VOIDS WERE CARRIED GOES
      *  ACROSS WITH BOTH SET TO ZERO.
      *****************************************************************
       Carry-Other-Summary-Weeks.
           MOVE "00" TO WksWorkStatus
                       SET Wks-EOF TO TRUE
                   NOT AT END
                       IF WK-WEEK-ENDING NOT = WeekEndingDate
                           IF WK-REFUND-AMOUNT NOT NUMERIC
                               MOVE 0 TO WK-REFUND-AMOUNT
                           END-IF
                           IF WK-VOID-AMOUNT NOT NUMERIC
                               MOVE 0 TO WK-VOID-AMOUNT
                           END-IF
                           MOVE SPACES TO WKS-WORK-RECORD
                           MOVE WEEK-SUMMARY-RECORD
                               TO WKS-WORK-RECORD
      *****************************************************************
      *  REWRITE-WEEK-SUMMARY
      *  REWRITES THE SUMMARY FROM THE WORK FILE AND APPENDS THIS
      *  WEEK'S FRESH STORE/DEPARTMENT ROWS FROM THE MATRIX - ONE
      *  PER PAIR, ITS TENDER SLOTS ADDED TOGETHER AT THE PAIR'S
      *  FIRST SLOT.
      *****************************************************************
       Rewrite-Week-Summary.
           OPEN OUTPUT WEEK-SUMMARY-FILE
               END-READ
           END-PERFORM
           CLOSE WKS-WORK-FILE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
               MOVE 0 TO PairIdx
               PERFORM VARYING SlotIdx FROM 1 BY 1
                       UNTIL SlotIdx >= J OR PairIdx > 0
                   IF SlotStore(SlotIdx) = SlotStore(J)
                      AND SlotDept(SlotIdx) = SlotDept(J)
                       MOVE SlotIdx TO PairIdx
                   END-IF
               END-PERFORM
               IF PairIdx = 0
                   PERFORM Write-Summary-Pair
               END-IF
           END-PERFORM
           CLOSE WEEK-SUMMARY-FILE.

      *****************************************************************
      *  WRITE-SUMMARY-PAIR
      *  ADDS UP THE WEEK'S SALES, REFUNDS AND VOIDS OVER EVERY
      *  TENDER SLOT OF SLOT J'S STORE/DEPARTMENT AND WRITES THE
      *  PAIR'S SUMMARY ROW IF IT TRADED AT ALL.
      *****************************************************************
       Write-Summary-Pair.
           MOVE 0 TO WeekColTotal
           MOVE 0 TO WeekColRefund
           MOVE 0 TO WeekColVoid
           PERFORM VARYING SlotIdx FROM J BY 1
                   UNTIL SlotIdx > SlotCount
               IF SlotStore(SlotIdx) = SlotStore(J)
                  AND SlotDept(SlotIdx) = SlotDept(J)
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                       ADD DayDeptAmt(I, SlotIdx)    TO WeekColTotal
                       ADD DayDeptRefund(I, SlotIdx) TO WeekColRefund
                       ADD DayDeptVoid(I, SlotIdx)   TO WeekColVoid
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WeekColTotal > 0 OR WeekColRefund > 0 OR WeekColVoid > 0
               MOVE WeekEndingDate   TO WK-WEEK-ENDING
               MOVE SlotDept(J)      TO WK-DEPT-CODE
               MOVE WeekColTotal     TO WK-AMOUNT
               MOVE SlotStore(J)     TO WK-STORE-CODE
               MOVE WeekColRefund    TO WK-REFUND-AMOUNT
               MOVE WeekColVoid      TO WK-VOID-AMOUNT
               WRITE WEEK-SUMMARY-RECORD
           END-IF.

      *****************************************************************
      *  ROLLUP-DEPARTMENTS
      *  ROLLS THE SLOTS OF THE STORE IN SCOPE UP BY DEPARTMENT -
      *  FOR ALL STORES, THE SAME DEPARTMENT'S SLOTS IN EVERY SHOP
      *  ADD TOGETHER DAY BY DAY - AND COMPUTES EACH DEPARTMENT'S
      *  NET TOTAL, TRADING-DAY COUNT AND BEST DAY FROM THE RESULT,
      *  WITH ITS REFUNDS AND VOIDS ALONGSIDE.  EVERY DAY'S NET GOES
      *  INTO THE TOTAL, A DAY OF MORE REFUNDS THAN SALES INCLUDED;
      *  ONLY A DAY THAT NETS ABOVE ZERO COUNTS AS TRADING OR CAN BE
      *  THE BEST DAY.
      *****************************************************************
       Rollup-Departments.
           MOVE 0 TO DeptCount
           PERFORM VARYING SlotIdx FROM 1 BY 1
                   UNTIL SlotIdx > SlotCount
               IF All-Stores-Scope OR SlotStore(SlotIdx) = ReportStore
                   MOVE SlotDept(SlotIdx) TO WorkDept
                   PERFORM Find-Or-Add-Dept-Slot
                   IF DeptIdx = 0
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "DEPT TABLE FULL - " WorkDept
                              " LEFT OUT OF THE ROLLUP."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptCount
               MOVE 0 TO DeptEntryTotal(DeptIdx)
               MOVE 0 TO DeptEntryCount(DeptIdx)
               MOVE 0 TO DeptEntryMax(DeptIdx)
               MOVE 0 TO DeptEntryRefund(DeptIdx)
               MOVE 0 TO DeptEntryVoid(DeptIdx)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                   MOVE 0 TO DayFigure
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
                       IF SlotDept(J) = DeptEntryCode(DeptIdx)
                          AND (All-Stores-Scope
                               OR SlotStore(J) = ReportStore)
                           COMPUTE DayFigure = DayFigure
                               + DayDeptAmt(I, J)
                               - DayDeptRefund(I, J)
                               - DayDeptVoid(I, J)
                           ADD DayDeptRefund(I, J)
                               TO DeptEntryRefund(DeptIdx)
                           ADD DayDeptVoid(I, J)
                               TO DeptEntryVoid(DeptIdx)
                       END-IF
                   END-PERFORM
                   ADD DayFigure TO DeptEntryTotal(DeptIdx)
                   IF DayFigure > 0
                       ADD 1         TO DeptEntryCount(DeptIdx)
                       IF DayFigure > DeptEntryMax(DeptIdx)
                           MOVE DayFigure TO DeptEntryMax(DeptIdx)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE DeptCount TO DeptIdx
           END-IF.

      *****************************************************************
      *  FIND-OR-ADD-STORE-SLOT
      *  LOCATES THE WorkStore/WorkDept/WorkTender SLOT IN THE SLOT
      *  TABLE, ADDING A NEW SLOT ON FIRST SIGHT.  RESULT IN SlotIdx
      *  - ZERO WHEN THE TABLE IS FULL, THE SAME RULE AS THE
      *  DEPARTMENTS.
      *****************************************************************
       Find-Or-Add-Store-Slot.
           MOVE 0 TO SlotIdx
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
               IF SlotStore(J) = WorkStore AND SlotDept(J) = WorkDept
                  AND SlotTender(J) = WorkTender
                   MOVE J TO SlotIdx
               END-IF
           END-PERFORM
           IF SlotIdx = 0 AND SlotCount < MaxSlots
               ADD 1 TO SlotCount
               MOVE WorkStore  TO SlotStore(SlotCount)
               MOVE WorkDept   TO SlotDept(SlotCount)
               MOVE WorkTender TO SlotTender(SlotCount)
               MOVE SlotCount TO SlotIdx
           END-IF.

      *****************************************************************
      *  REPORT-BY-DEPARTMENT
      *  DISPLAYS TOTAL, AVERAGE AND MAXSALE FOR EACH DISTINCT
      *  DEPARTMENT CODE FOUND IN THE WEEK'S ENTRIES FOR THE STORE
      *  (OR STORES) IN SCOPE - NET OF REFUNDS AND VOIDS, WHICH ARE
      *  SHOWN ON THE SAME LINE.
      *****************************************************************
       Report-By-Department.
           DISPLAY " "
           DISPLAY "Sales by department:"
           PERFORM VARYING DeptIdx FROM 1 BY 1 UNTIL DeptIdx > DeptCount
               IF DeptEntryCount(DeptIdx) > 0
                   COMPUTE DeptAverage =
                       DeptEntryTotal(DeptIdx) / DeptEntryCount(DeptIdx)
               ELSE
                   MOVE 0 TO DeptAverage
               END-IF
               MOVE DeptEntryTotal(DeptIdx) TO NetPrint
               MOVE DeptAverage TO AvgPrint
               DISPLAY "  " DeptEntryCode(DeptIdx)
                       ": Net " FUNCTION TRIM(NetPrint)
                       "  Average " FUNCTION TRIM(AvgPrint)
                       "  Max " DeptEntryMax(DeptIdx)
                       "  Refunds " DeptEntryRefund(DeptIdx)
                       "  Voids " DeptEntryVoid(DeptIdx)
           END-PERFORM.

      *****************************************************************
      *  FIRST: WEEKLY TOTAL, 4-WEEK MOVING AVERAGE, THE SAME WEEK
      *  LAST YEAR (364 DAYS BACK, SO THE WEEKDAYS LINE UP) AND THE
      *  VARIANCE AGAINST IT, THEN EACH DEPARTMENT'S 13 WEEKLY TOTALS
      *  ON ONE LINE.  ONLY THE STORE IN SCOPE'S ROWS COUNT; FOR ALL
      *  STORES EVERY ROW DOES.  ALL FIGURES ARE NET OF REFUNDS AND
      *  VOIDS.
      *****************************************************************
       Report-Trend.
           PERFORM Probe-Week-Summary
                           SET Wks-EOF TO TRUE
                       NOT AT END
                           IF WK-WEEK-ENDING NOT > WeekEndingDate
                              AND (All-Stores-Scope
                                   OR WK-STORE-CODE = ReportStore)
                               MOVE WK-WEEK-ENDING TO TrendWeekWork
                               PERFORM Note-Trend-Week
                           END-IF
      *  13-WEEK WINDOW GOES STRAIGHT INTO ITS WEEK'S TOTAL AND
      *  DEPARTMENT COLUMN - NO DAILY CELLS TO RE-ADD - AND EACH
      *  ROW MATCHING A WINDOW WEEK'S LAST-YEAR DATE INTO THAT
      *  WEEK'S LAST-YEAR TOTAL.  AN OLDER ROW WITH NO REFUNDS OR
      *  VOIDS ON IT COUNTS BOTH AS ZERO.
      *****************************************************************
       Accumulate-Trend-Summary.
           MOVE "00" TO WksStatus
                       AT END
                           SET Wks-EOF TO TRUE
                       NOT AT END
                           IF WK-REFUND-AMOUNT NOT NUMERIC
                               MOVE 0 TO WK-REFUND-AMOUNT
                           END-IF
                           IF WK-VOID-AMOUNT NOT NUMERIC
                               MOVE 0 TO WK-VOID-AMOUNT
                           END-IF
                           COMPUTE RowNet = WK-AMOUNT
                               - WK-REFUND-AMOUNT - WK-VOID-AMOUNT
                           PERFORM VARYING TI FROM 1 BY 1
                                   UNTIL TI > T13Count
                               IF WK-WEEK-ENDING = T13-ENDING(TI)
                                  AND (All-Stores-Scope
                                       OR WK-STORE-CODE = ReportStore)
                                   ADD RowNet TO T13-TOTAL(TI)
                                   MOVE WK-DEPT-CODE TO TrendDept
                                   PERFORM Find-Trend-Dept-Slot
                                   ADD RowNet TO
                                       T13-DEPT-TOTAL(TI, TDeptIdx)
                               END-IF
                               IF WK-WEEK-ENDING = T13-LY-ENDING(TI)
                                  AND (All-Stores-Scope
                                       OR WK-STORE-CODE = ReportStore)
                                   ADD RowNet TO T13-LY-TOTAL(TI)
                               END-IF
                           END-PERFORM
                   END-READ
                           SET History-EOF TO TRUE
                       NOT AT END
                           IF SH-WEEK-ENDING NOT > WeekEndingDate
                              AND (All-Stores-Scope
                                   OR SH-STORE-CODE = ReportStore)
                               MOVE SH-WEEK-ENDING TO TrendWeekWork
                               PERFORM Note-Trend-Week
                           END-IF
                       AT END
                           SET History-EOF TO TRUE
                       NOT AT END
                           PERFORM Set-History-Row-Net
                           PERFORM VARYING TI FROM 1 BY 1
                                   UNTIL TI > T13Count
                               IF SH-WEEK-ENDING = T13-ENDING(TI)
                                  AND (All-Stores-Scope
                                       OR SH-STORE-CODE = ReportStore)
                                   ADD RowNet TO T13-TOTAL(TI)
                                   MOVE SH-DEPT-CODE TO TrendDept
                                   PERFORM Find-Trend-Dept-Slot
                                   ADD RowNet TO
                                       T13-DEPT-TOTAL(TI, TDeptIdx)
                               END-IF
                               IF SH-WEEK-ENDING = T13-LY-ENDING(TI)
                                  AND (All-Stores-Scope
                                       OR SH-STORE-CODE = ReportStore)
                                   ADD RowNet TO T13-LY-TOTAL(TI)
                               END-IF
                           END-PERFORM
                   END-READ
               COMPUTE MovingAvg = MovingSum / MovingCnt
               COMPUTE TrendVariance =
                   T13-TOTAL(TI) - T13-LY-TOTAL(TI)
               MOVE T13-TOTAL(TI)    TO TrendTotPrint
               MOVE MovingAvg        TO TrendAvgPrint
               MOVE T13-LY-TOTAL(TI) TO TrendLyPrint
               DISPLAY "  " T13-ENDING(TI)
                       " " TrendTotPrint
                       " " TrendAvgPrint
                       "  " TrendLyPrint
                       " " TrendVariance
           END-PERFORM


      *****************************************************************
      *  LOAD-BUDGETS
      *  READS THE WEEKLY BUDGET FILE, IF PRESENT, INTO ITS TABLE -
      *  ONE ROW PER STORE AND DEPARTMENT.  NO FILE MEANS NO BUDGET
      *  SECTION - THE REPORT LOOKS AS IT ALWAYS DID.  ROWS PAST THE
      *  TABLE'S MaxBudgetRows ARE COUNTED AND REPORTED, NOT LOADED.
      *****************************************************************
       Load-Budgets.
           MOVE 0 TO BudgetFileCount
           MOVE 0 TO BudgetDropCount
           OPEN INPUT BUDGET-FILE
           IF Budget-OK
               PERFORM UNTIL Budget-EOF
                       AT END
                           SET Budget-EOF TO TRUE
                       NOT AT END
                           IF BudgetFileCount < MaxBudgetRows
                               ADD 1 TO BudgetFileCount
                               MOVE BUD-STORE-CODE
                                   TO BfStoreCode(BudgetFileCount)
                               MOVE BUD-DEPT-CODE
                                   TO BfDeptCode(BudgetFileCount)
                               MOVE BUD-WEEK-TARGET
                                   TO BfTarget(BudgetFileCount)
                           ELSE
                               ADD 1 TO BudgetDropCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF
           IF BudgetDropCount > 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "SALESBUD HOLDS MORE THAN " MaxBudgetRows
                      " ROWS - " BudgetDropCount
                      " ROW(S) LEFT OUT OF THE BUDGET."
                   DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           END-IF.

      *****************************************************************
      *  BUILD-SCOPE-BUDGET
      *  BUILDS THE BUDGET TABLE THE REPORT WORKS FROM FOR THE STORE
      *  IN SCOPE: THAT STORE'S ROWS AS THEY STAND, OR FOR ALL
      *  STORES EACH DEPARTMENT'S TARGETS SUMMED ACROSS THE SHOPS.
      *****************************************************************
       Build-Scope-Budget.
           MOVE 0 TO BudgetCount
           PERFORM VARYING BfIdx FROM 1 BY 1
                   UNTIL BfIdx > BudgetFileCount
               IF All-Stores-Scope OR BfStoreCode(BfIdx) = ReportStore
                   MOVE 0 TO BudgetIdx
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > BudgetCount
                       IF BudgetDeptCode(J) = BfDeptCode(BfIdx)
                           MOVE J TO BudgetIdx
                       END-IF
                   END-PERFORM
                   IF BudgetIdx = 0 AND BudgetCount < MaxDepts
                       ADD 1 TO BudgetCount
                       MOVE BudgetCount TO BudgetIdx
                       MOVE BfDeptCode(BfIdx)
                           TO BudgetDeptCode(BudgetIdx)
                       MOVE 0 TO BudgetTarget(BudgetIdx)
                   END-IF
                   IF BudgetIdx > 0
                       ADD BfTarget(BfIdx) TO BudgetTarget(BudgetIdx)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-DEPT-ACTUAL
      *  RETURNS IN BudgetActual THE WEEK'S ACTUAL FOR THE DEPARTMENT
       Report-Budget.
           IF BudgetCount = 0
               DISPLAY " "
               IF BudgetFileCount = 0
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "NO BUDGET FILE ON HAND - "
                          "BUDGET SECTION SKIPPED." DELIMITED BY SIZE
                       INTO RPT-ERR-TEXT
               ELSE
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "NO BUDGET ROWS FOR STORE " ReportStore
                          " - BUDGET SECTION SKIPPED." DELIMITED BY SIZE
                       INTO RPT-ERR-TEXT
               END-IF
               DISPLAY RPT-ERROR-LINE
           ELSE
               DISPLAY " "
               END-IF
               MOVE BudgetVariance TO VarPrint
               MOVE PctAttained TO PctPrint
               MOVE ActualTotal TO NetPrint
               DISPLAY "  TOTAL: actual " NetPrint
                       "  budget " BudgetTotal
                       "  variance " VarPrint
                       "  attained " PctPrint "%"
           END-IF
           MOVE BudgetVariance TO VarPrint
           MOVE PctAttained TO PctPrint
           MOVE BudgetActual TO NetPrint
           IF PctAttained < SPR-BUDGET-WARN
               DISPLAY "  " BudgetDeptCode(BudgetIdx)
                       ": actual " NetPrint
                       "  budget " BudgetTarget(BudgetIdx)
                       "  variance " VarPrint
                       "  attained " PctPrint "%"
                       "  ** BELOW THRESHOLD **"
           ELSE
               DISPLAY "  " BudgetDeptCode(BudgetIdx)
                       ": actual " NetPrint
                       "  budget " BudgetTarget(BudgetIdx)
                       "  variance " VarPrint
                       "  attained " PctPrint "%"
               END-PERFORM
               IF BudgetIdx = 0
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "STORE " ScopeLabel " DEPARTMENT "
                          DeptEntryCode(J)
                          " TRADED WITH NO BUDGET ROW."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
           END-PERFORM.

      *****************************************************************
      *  OPEN-CSV-EXPORT
      *  OPENS THE CSV AND WRITES ONE ROW PER DAY/STORE/DEPARTMENT/
      *  TENDER - SALES, REFUNDS AND VOIDS - SO THE WEEK'S RESULTS
      *  CAN BE PICKED UP BY A
      *  SPREADSHEET WITHOUT RETYPING THE CONSOLE REPORT.  EACH
      *  REPORTING SCOPE THEN ADDS ITS OWN SUMMARY ROWS.
      *****************************************************************
       Open-Csv-Export.
           MOVE "N" TO CsvOpenFlag
           OPEN OUTPUT SALES-CSV-FILE
           IF Csv-OK
               SET Csv-Is-Open TO TRUE
               MOVE "Day,Store,Department,Tender,Sales,Refunds,Voids"
                   TO CSV-RECORD
               PERFORM Write-Csv-Record
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > SlotCount
                       IF DayDeptAmt(I, J) > 0
                          OR DayDeptRefund(I, J) > 0
                          OR DayDeptVoid(I, J) > 0
                           MOVE DayDeptRefund(I, J) TO CsvRefund
                           MOVE DayDeptVoid(I, J)   TO CsvVoid
                           MOVE SPACES TO CsvLine
                           STRING DayName(I) DELIMITED BY SPACE
                                  ","        DELIMITED BY SIZE
                                  SlotStore(J) DELIMITED BY SPACE
                                  ","        DELIMITED BY SIZE
                                  SlotDept(J) DELIMITED BY SPACE
                                  ","        DELIMITED BY SIZE
                                  SlotTender(J) DELIMITED BY SIZE
                                  ","        DELIMITED BY SIZE
                                  DayDeptAmt(I, J) DELIMITED BY SIZE
                                  ","        DELIMITED BY SIZE
                                  FUNCTION TRIM(CsvRefund)
                                             DELIMITED BY SIZE
                                  ","        DELIMITED BY SIZE
                                  FUNCTION TRIM(CsvVoid)
                                             DELIMITED BY SIZE
                                  INTO CsvLine
                           MOVE CsvLine TO CSV-RECORD
                           PERFORM Write-Csv-Record
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *****************************************************************
      *  WRITE-CSV-SCOPE-ROWS
      *  THE TOTAL, AVERAGE AND BUDGET SUMMARY ROWS FOR THE STORE IN
      *  SCOPE, TAGGED WITH ITS CODE IN THE STORE COLUMN ("ALL" FOR
      *  THE ALL-STORES ROWS).
      *****************************************************************
       Write-Csv-Scope-Rows.
           IF Csv-Is-Open
               MOVE Total TO CsvAmt
               MOVE SPACES TO CsvLine
               STRING "TOTAL,"    DELIMITED BY SIZE
                      ScopeLabel  DELIMITED BY SPACE
                      ",,,"       DELIMITED BY SIZE
                      FUNCTION TRIM(CsvAmt) DELIMITED BY SIZE
                      INTO CsvLine
               MOVE CsvLine TO CSV-RECORD
               PERFORM Write-Csv-Record
               MOVE Average TO AvgPrint
               MOVE SPACES TO CsvLine
               STRING "AVERAGE,"  DELIMITED BY SIZE
                      ScopeLabel  DELIMITED BY SPACE
                      ",,,"       DELIMITED BY SIZE
                      FUNCTION TRIM(AvgPrint) DELIMITED BY SIZE
                      INTO CsvLine
               MOVE CsvLine TO CSV-RECORD
               PERFORM Write-Csv-Record
                   END-IF
                   MOVE BudgetVariance TO VarPrint
                   MOVE PctAttained TO PctPrint
                   MOVE BudgetActual TO CsvAmt
                   MOVE SPACES TO CsvLine
                   STRING "BUDGET," DELIMITED BY SIZE
                          ScopeLabel DELIMITED BY SPACE
                          ","  DELIMITED BY SIZE
                          BudgetDeptCode(BudgetIdx)
                              DELIMITED BY SPACE
                          ",,"  DELIMITED BY SIZE
                          FUNCTION TRIM(CsvAmt) DELIMITED BY SIZE
                          ","  DELIMITED BY SIZE
                          BudgetTarget(BudgetIdx) DELIMITED BY SIZE
                          ","  DELIMITED BY SIZE
                   MOVE CsvLine TO CSV-RECORD
                   PERFORM Write-Csv-Record
               END-PERFORM
           END-IF.

      *****************************************************************
