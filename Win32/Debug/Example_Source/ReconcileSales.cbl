      *                  THE LIVE FILE IS REWRITTEN EVERY RUN, SO AT
      *                  MOST ONE DAY OF THE WEEK WAS EVER VISIBLE
      *                  AND THE OTHER SIX REPORTED UNBANKED FALSELY.
      *  2026-10-14  DL  A REVERSAL OF A CREDIT TO A TAKINGS ACCOUNT
      *                  COMES OFF THE BANKED CELL FOR ITS OWN DATE,
      *                  SO A BANKING POSTED IN ERROR AND REVERSED NO
      *                  LONGER COUNTS AS TAKINGS.  THE BANKED CELLS
      *                  ARE SIGNED TO HOLD IT.
      *  2026-10-15  DL  RECONCILE BY STORE/DEPARTMENT PAIR INSTEAD OF
      *                  BY DEPARTMENT - DEPTACCT NOW MAPS EACH SHOP'S
      *                  DEPARTMENT TO ITS OWN BANKING ACCOUNT AND THE
      *                  SALES HISTORY CARRIES THE STORE, SO A SHORT
      *                  BANKING AT ONE SHOP IS NO LONGER HIDDEN BY A
      *                  SURPLUS AT ANOTHER.  THE CELL LINES SHOW THE
      *                  STORE, A PER-STORE WEEK SUMMARY FOLLOWS THEM,
      *                  AND THE CROSS-REFERENCE GREW FROM 20 TO 60
      *                  PAIRS.
      *  2026-10-15  DL  ONLY CASH TENDER IS MATCHED AGAINST THE
      *                  BANKING CREDITS - CARD TAKINGS SETTLE THROUGH
      *                  THE CARD ACQUIRER AND NEVER PASS THROUGH THE
      *                  BRANCH DEPOSIT.  THE WEEK'S CARD TAKINGS ARE
      *                  CHECKED SEPARATELY, PER DAY AND SETTLEMENT
      *                  ACCOUNT (DA-CARD-ACCOUNT), AGAINST THE
      *                  ACQUIRER'S CREDITS TO IT.  VOUCHERS BANK
      *                  NOTHING AND ARE SHOWN FOR INFORMATION.  ALL
      *                  EXPECTED FIGURES ARE NET OF REFUNDS AND VOIDS.
      *  2026-10-15  DL  CARD SETTLEMENT IS JUDGED ON EACH SETTLEMENT
      *                  ACCOUNT'S WEEK TOTALS, SINCE THE ACQUIRER PAYS
      *                  A DAY'S TAKINGS ONE TO THREE DAYS LATER; THE
      *                  DAY BY DAY CARD LINES ARE KEPT FOR INFORMATION
      *                  ONLY.
      *****************************************************************

       ENVIRONMENT DIVISION.
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  WeekEndingDate       PIC X(10).
       77  MaxXrefs             PIC 99 VALUE 60.
       77  XrefCount            PIC 99 VALUE 0.
       77  XrefIdx              PIC 99 VALUE 0.
       77  I                    PIC 99 VALUE 0.
       77  PrintDiff            PIC -(9)9.99.
       77  DiscrepancyCount     PIC 9(3) VALUE 0.
       77  LinesReported        PIC 9(3) VALUE 0.
       77  StoreCount           PIC 99 VALUE 0.
       77  StoreIdx             PIC 99 VALUE 0.
       77  StoreExpected        PIC S9(11) VALUE 0.
       77  StoreBanked          PIC S9(11)V99 VALUE 0.
       77  RowNet               PIC S9(9) VALUE 0.
       77  SignedAmount         PIC S9(9)V99 VALUE 0.
       77  CardAcctCount        PIC 99 VALUE 0.
       77  CardIdx              PIC 99 VALUE 0.
       77  CardSearchAcct       PIC X(10) VALUE SPACES.
       77  CardLinesReported    PIC 9(3) VALUE 0.
       77  CardOffCount         PIC 9(3) VALUE 0.
       77  CardWeekExpected     PIC S9(11) VALUE 0.
       77  CardWeekSettled      PIC S9(11)V99 VALUE 0.
       77  VoucherTotal         PIC S9(11) VALUE 0.

       01  DeptAcctXref.
           05  XrefEntry OCCURS 60 TIMES.
               10  XrefStoreCode       PIC X(04).
               10  XrefDeptCode        PIC X(04).
               10  XrefAccountNo       PIC X(10).
               10  XrefCardAccount     PIC X(10).

       01  StoreTable.
           05  StoreCode OCCURS 60 TIMES PIC X(04).

       01  WeekSalesMatrix.
           05  SalesDayRow OCCURS 7 TIMES.
               10  SalesCell OCCURS 60 TIMES PIC S9(9).

       01  WeekBankedMatrix.
           05  BankedDayRow OCCURS 7 TIMES.
               10  BankedCell OCCURS 60 TIMES PIC S9(9)V99.

       01  CardAcctTable.
           05  CardAccount OCCURS 60 TIMES PIC X(10).

       01  WeekCardMatrix.
           05  CardDayRow OCCURS 7 TIMES.
               10  CardExpected OCCURS 60 TIMES PIC S9(9).
               10  CardSettled OCCURS 60 TIMES PIC S9(9)V99.

       01  Days.
           05 DayName PIC X(9) OCCURS 7 TIMES.
      *****************************************************************
      *  LOAD-DEPT-XREF
      *  READS THE DEPARTMENT-TO-ACCOUNT CROSS-REFERENCE INTO ITS
      *  TABLE.  THE TABLE ALSO FIXES THE STORE/DEPARTMENT SLOT ORDER
      *  BOTH MATRICES USE.
      *****************************************************************
       Load-Dept-Xref.
           MOVE 0 TO XrefCount
                       NOT AT END
                           IF XrefCount < MaxXrefs
                               ADD 1 TO XrefCount
                               MOVE DA-STORE-CODE
                                   TO XrefStoreCode(XrefCount)
                               MOVE DA-DEPT-CODE
                                   TO XrefDeptCode(XrefCount)
                               MOVE DA-ACCOUNT-NO
                                   TO XrefAccountNo(XrefCount)
                               MOVE DA-CARD-ACCOUNT
                                   TO XrefCardAccount(XrefCount)
                           ELSE
                               SET Dept-Acct-EOF TO TRUE
                           END-IF

      *****************************************************************
      *  CLEAR-MATRICES
      *  ZEROES THE SALES, BANKED AND CARD MATRICES FOR THE WEEK.
      *****************************************************************
       Clear-Matrices.
           MOVE 0 TO CardAcctCount
           MOVE 0 TO VoucherTotal
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > MaxXrefs
                   MOVE 0 TO SalesCell(I, J)
                   MOVE 0 TO BankedCell(I, J)
                   MOVE 0 TO CardExpected(I, J)
                   MOVE 0 TO CardSettled(I, J)
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *  LOAD-WEEK-SALES
      *  SCANS THE SALES HISTORY FOR THE REQUESTED WEEK AND POSTS
      *  EACH ROW, NET (A REFUND OR VOID COMES OFF), BY TENDER: CASH
      *  INTO THE SALES MATRIX UNDER ITS STORE/DEPARTMENT XREF SLOT,
      *  CARD INTO THE CARD MATRIX UNDER THE PAIR'S SETTLEMENT
      *  ACCOUNT, VOUCHER INTO THE INFORMATION TOTAL.  A PAIR WITH NO
      *  XREF ROW (OR, FOR CARD, NO SETTLEMENT ACCOUNT) IS REPORTED
      *  SO AN UNMAPPED DEPARTMENT CANNOT SLIP THROUGH UNRECONCILED.
      *****************************************************************
       Load-Week-Sales.
           MOVE "N" TO SalesFound
                       NOT AT END
                           IF SH-WEEK-ENDING = WeekEndingDate
                               MOVE "Y" TO SalesFound
                               PERFORM Post-Week-Sales-Row
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Unable to open SALESHST."
           END-IF.

      *****************************************************************
      *  POST-WEEK-SALES-ROW
      *  POSTS ONE OF THE WEEK'S HISTORY ROWS BY ITS TENDER.
      *****************************************************************
       Post-Week-Sales-Row.
           IF Sh-Is-Refund OR Sh-Is-Void
               COMPUTE RowNet = 0 - SH-AMOUNT
           ELSE
               MOVE SH-AMOUNT TO RowNet
           END-IF
           IF Sh-Tender-Voucher
               ADD RowNet TO VoucherTotal
           ELSE
               PERFORM Find-Xref-By-Dept
               IF XrefIdx = 0
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "STORE " SH-STORE-CODE
                       " DEPT " SH-DEPT-CODE
                       " HAS NO ACCOUNT IN DEPTACCT"
                       " - NOT RECONCILED."
                       DELIMITED BY SIZE
                       INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               ELSE
                   IF Sh-Tender-Card
                       PERFORM Post-Card-Sales-Row
                   ELSE
                       ADD RowNet TO SalesCell(SH-DAY-INDEX, XrefIdx)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  POST-CARD-SALES-ROW
      *  POSTS A CARD ROW UNDER THE SETTLEMENT ACCOUNT OF XREF SLOT
      *  XrefIdx, ADDING THE ACCOUNT TO THE CARD TABLE ON FIRST
      *  SIGHT.  PAIRS SETTLED BY ONE MERCHANT ACCOUNT SHARE A SLOT.
      *****************************************************************
       Post-Card-Sales-Row.
           IF XrefCardAccount(XrefIdx) = SPACES
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "STORE " SH-STORE-CODE
                   " DEPT " SH-DEPT-CODE
                   " HAS NO CARD ACCOUNT - CARD NOT CHECKED."
                   DELIMITED BY SIZE
                   INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               MOVE XrefCardAccount(XrefIdx) TO CardSearchAcct
               PERFORM Find-Card-Account
               IF CardIdx = 0 AND CardAcctCount < MaxXrefs
                   ADD 1 TO CardAcctCount
                   MOVE XrefCardAccount(XrefIdx)
                       TO CardAccount(CardAcctCount)
                   MOVE CardAcctCount TO CardIdx
               END-IF
               ADD RowNet TO CardExpected(SH-DAY-INDEX, CardIdx)
           END-IF.

      *****************************************************************
      *  LOAD-BANKED-CREDITS
      *  SCANS THE ACCUMULATED POSTING ARCHIVE (STMTTRAN, FED BY
      *  ARCHIVEDAILY) FOR CREDIT POSTINGS DATED INSIDE THE WEEK TO
      *  ANY ACCOUNT ON THE CROSS-REFERENCE AND POSTS THEM INTO THE
      *  BANKED MATRIX, OR - FOR A CARD SETTLEMENT ACCOUNT - INTO THE
      *  CARD MATRIX.  OTHER ACCOUNTS' CREDITS ARE ORDINARY BANKING,
      *  NOT STORE TAKINGS, AND ARE IGNORED.  A REVERSAL OF A CREDIT
      *  POSTS THE SAME WAY BUT TAKES THE AMOUNT BACK OFF.
      *****************************************************************
       Load-Banked-Credits.
           OPEN INPUT TRANS-ARCH-FILE
                       NOT AT END
                           IF TRAN-TYPE-CODE = "C"
                              OR TRAN-TYPE-CODE = "c"
                              OR (TRAN-TYPE-CODE = "R"
                                  AND TRAN-REV-TYPE = "C")
                               PERFORM Post-Banked-Credit
                           END-IF
                   END-READ
      *****************************************************************
      *  POST-BANKED-CREDIT
      *  POSTS ONE CREDIT RECORD INTO THE BANKED MATRIX IF ITS
      *  ACCOUNT IS A CASH TAKINGS ACCOUNT ON THE CROSS-REFERENCE, OR
      *  INTO THE CARD MATRIX IF IT IS A CARD SETTLEMENT ACCOUNT WITH
      *  CARD TAKINGS IN THE WEEK, AND ITS DATE FALLS INSIDE THE WEEK
      *  - OR, FOR A REVERSED CREDIT, TAKES IT BACK OUT.
      *****************************************************************
       Post-Banked-Credit.
           MOVE 0 TO CardIdx
           PERFORM Find-Xref-By-Account
           IF XrefIdx = 0
               MOVE TRAN-ACCOUNT-NO TO CardSearchAcct
               PERFORM Find-Card-Account
           END-IF
           IF XrefIdx > 0 OR CardIdx > 0
               MOVE TRAN-POST-DATE TO DateText
               PERFORM Convert-Date-To-Int
               COMPUTE DayDiff = WeekEndInt - DateInt
               IF DayDiff >= 0 AND DayDiff <= 6
                   COMPUTE WorkDayNo = 7 - DayDiff
                   IF TRAN-TYPE-CODE = "R"
                       COMPUTE SignedAmount = 0 - TRAN-AMOUNT
                   ELSE
                       MOVE TRAN-AMOUNT TO SignedAmount
                   END-IF
                   IF XrefIdx > 0
                       ADD SignedAmount TO
                           BankedCell(WorkDayNo, XrefIdx)
                   ELSE
                       ADD SignedAmount TO
                           CardSettled(WorkDayNo, CardIdx)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-XREF-BY-DEPT
      *  LOCATES THE SH-STORE-CODE/SH-DEPT-CODE PAIR IN THE
      *  CROSS-REFERENCE.  RESULT IN XrefIdx, 0 WHEN NOT MAPPED.
      *****************************************************************
       Find-Xref-By-Dept.
           MOVE 0 TO XrefIdx
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
               IF XrefStoreCode(J) = SH-STORE-CODE
                  AND XrefDeptCode(J) = SH-DEPT-CODE
                   MOVE J TO XrefIdx
               END-IF
           END-PERFORM.
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-CARD-ACCOUNT
      *  LOCATES CardSearchAcct IN THE CARD SETTLEMENT TABLE.
      *  RESULT IN CardIdx, 0 WHEN IT IS NOT A CARD ACCOUNT WITH
      *  CARD TAKINGS IN THE WEEK.
      *****************************************************************
       Find-Card-Account.
           MOVE 0 TO CardIdx
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CardAcctCount
               IF CardAccount(J) = CardSearchAcct
                   MOVE J TO CardIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  REPORT-BANKED-TAKINGS
      *  WALKS THE WEEK DAY BY DAY AND STORE/DEPARTMENT BY STORE/
      *  DEPARTMENT, REPORTING EVERY CELL WITH CASH SALES OR
      *  BANKINGS: EXPECTED (NET CASH SALES), BANKED (CREDITS),
      *  DIFFERENCE AND VERDICT.  THEN THE WEEK PER STORE, THE CARD
      *  SETTLEMENT CHECK, THE VOUCHER TOTAL AND THE DISCREPANCY
      *  COUNTS; RETURN-CODE 8 WHEN ANY CELL IS OFF SO A JOB STREAM
      *  CAN TELL.  EVERY CELL IS JUDGED ON ITS OWN, SO ONE SHOP'S
      *  SURPLUS NEVER NETS AGAINST ANOTHER'S SHORTFALL.
      *****************************************************************
       Report-Banked-Takings.
           MOVE 0 TO DiscrepancyCount
           DISPLAY "Banked takings for week ending " WeekEndingDate
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
                   IF SalesCell(I, J) NOT = 0
                      OR BankedCell(I, J) NOT = 0
                       PERFORM Report-One-Cell
                   END-IF
               END-PERFORM
           IF LinesReported = 0
               DISPLAY "  (no sales or bankings in the week)"
           END-IF
           PERFORM Report-Store-Totals
           PERFORM Report-Card-Settlement
           IF VoucherTotal NOT = 0
               MOVE VoucherTotal TO PrintExpected
               DISPLAY " "
               DISPLAY "Voucher takings (not banked): " PrintExpected
           END-IF
           DISPLAY " "
           IF DiscrepancyCount = 0 AND CardOffCount = 0
               DISPLAY "RESULT: ALL TAKINGS BANKED."
           ELSE
               IF DiscrepancyCount > 0
                   DISPLAY "RESULT: " DiscrepancyCount
                           " DAY/STORE/DEPARTMENT CELLS OFF."
               END-IF
               IF CardOffCount > 0
                   DISPLAY "RESULT: " CardOffCount
                           " CARD SETTLEMENT ACCOUNTS OFF FOR THE WEEK."
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY RPT-FOOTER-RULE.

      *****************************************************************
      *  REPORT-ONE-CELL
      *  PRINTS ONE DAY/STORE/DEPARTMENT LINE AND COUNTS IT AS A
      *  DISCREPANCY UNLESS BANKED EQUALS EXPECTED.
      *****************************************************************
       Report-One-Cell.
           EVALUATE TRUE
               WHEN BankedCell(I, J) = 0
                   ADD 1 TO DiscrepancyCount
                   DISPLAY "  " DayName(I) " " XrefStoreCode(J)
                           " " XrefDeptCode(J)
                           "  expected " PrintExpected
                           "  banked " PrintBanked
                           "  UNBANKED"
               WHEN Difference > 0
                   ADD 1 TO DiscrepancyCount
                   DISPLAY "  " DayName(I) " " XrefStoreCode(J)
                           " " XrefDeptCode(J)
                           "  expected " PrintExpected
                           "  banked " PrintBanked
                           "  OVER-BANKED " PrintDiff
               WHEN Difference < 0
                   ADD 1 TO DiscrepancyCount
                   DISPLAY "  " DayName(I) " " XrefStoreCode(J)
                           " " XrefDeptCode(J)
                           "  expected " PrintExpected
                           "  banked " PrintBanked
                           "  UNDER-BANKED " PrintDiff
               WHEN OTHER
                   DISPLAY "  " DayName(I) " " XrefStoreCode(J)
                           " " XrefDeptCode(J)
                           "  expected " PrintExpected
                           "  banked " PrintBanked
                           "  BANKED OK"
           END-EVALUATE.

      *****************************************************************
      *  REPORT-STORE-TOTALS
      *  ONE LINE PER STORE ON THE CROSS-REFERENCE: THE WEEK'S
      *  EXPECTED AND BANKED TOTALS ACROSS ITS DEPARTMENTS, SO EACH
      *  SHOP'S POSITION CAN BE READ AT A GLANCE.  INFORMATION ONLY -
      *  THE VERDICT STANDS ON THE CELLS ABOVE.
      *****************************************************************
       Report-Store-Totals.
           MOVE 0 TO StoreCount
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
               MOVE 0 TO StoreIdx
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > StoreCount
                   IF StoreCode(I) = XrefStoreCode(J)
                       MOVE I TO StoreIdx
                   END-IF
               END-PERFORM
               IF StoreIdx = 0
                   ADD 1 TO StoreCount
                   MOVE XrefStoreCode(J) TO StoreCode(StoreCount)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "Week by store:"
           PERFORM VARYING StoreIdx FROM 1 BY 1
                   UNTIL StoreIdx > StoreCount
               MOVE 0 TO StoreExpected
               MOVE 0 TO StoreBanked
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
                   IF XrefStoreCode(J) = StoreCode(StoreIdx)
                       PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                           ADD SalesCell(I, J)  TO StoreExpected
                           ADD BankedCell(I, J) TO StoreBanked
                       END-PERFORM
                   END-IF
               END-PERFORM
               COMPUTE Difference = StoreBanked - StoreExpected
               MOVE StoreExpected TO PrintExpected
               MOVE StoreBanked   TO PrintBanked
               MOVE Difference    TO PrintDiff
               DISPLAY "  Store " StoreCode(StoreIdx)
                       "  expected " PrintExpected
                       "  banked " PrintBanked
                       "  difference " PrintDiff
           END-PERFORM.

      *****************************************************************
      *  REPORT-CARD-SETTLEMENT
      *  THE ACQUIRER SETTLES A DAY'S CARD TAKINGS ONE TO THREE DAYS
      *  LATER, SO A DAY'S CREDIT RARELY LANDS ON THE DAY IT PAYS
      *  FOR.  THE DAY BY DAY LINES - EXPECTED (NET CARD SALES),
      *  SETTLED AND DIFFERENCE FOR EVERY CELL WITH EITHER - ARE
      *  THEREFORE INFORMATION ONLY.  THE VERDICT IS TAKEN ON THE
      *  WEEK'S TOTALS FOR EACH SETTLEMENT ACCOUNT: AN ACCOUNT IS OFF
      *  UNLESS ITS WEEK'S SETTLEMENTS EQUAL ITS WEEK'S CARD TAKINGS.
      *****************************************************************
       Report-Card-Settlement.
           MOVE 0 TO CardOffCount
           MOVE 0 TO CardLinesReported
           IF CardAcctCount > 0
               DISPLAY " "
               DISPLAY "Card settlement for week ending "
                       WeekEndingDate
               DISPLAY "  By day (information only - settlement runs"
                       " one to three days behind the takings):"
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > CardAcctCount
                       IF CardExpected(I, J) NOT = 0
                          OR CardSettled(I, J) NOT = 0
                           PERFORM Report-One-Card-Day
                       END-IF
                   END-PERFORM
               END-PERFORM
               DISPLAY "  Week by settlement account:"
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CardAcctCount
                   PERFORM Report-One-Card-Account
               END-PERFORM
           END-IF.

      *****************************************************************
      *  REPORT-ONE-CARD-DAY
      *  PRINTS ONE DAY/SETTLEMENT ACCOUNT LINE FOR INFORMATION - NO
      *  VERDICT, SINCE THE DAY'S CREDIT MAY NOT HAVE ARRIVED YET.
      *****************************************************************
       Report-One-Card-Day.
           COMPUTE Difference = CardSettled(I, J) - CardExpected(I, J)
           MOVE CardExpected(I, J) TO PrintExpected
           MOVE CardSettled(I, J)  TO PrintBanked
           MOVE Difference         TO PrintDiff
           DISPLAY "    " DayName(I) " " CardAccount(J)
                   "  expected " PrintExpected
                   "  settled " PrintBanked
                   "  difference " PrintDiff.

      *****************************************************************
      *  REPORT-ONE-CARD-ACCOUNT
      *  ADDS UP SETTLEMENT ACCOUNT J'S CARD TAKINGS AND SETTLEMENTS
      *  OVER THE WEEK, PRINTS THE ACCOUNT'S WEEK LINE AND COUNTS IT
      *  AS OFF UNLESS SETTLED EQUALS EXPECTED.
      *****************************************************************
       Report-One-Card-Account.
           ADD 1 TO CardLinesReported
           MOVE 0 TO CardWeekExpected
           MOVE 0 TO CardWeekSettled
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
               ADD CardExpected(I, J) TO CardWeekExpected
               ADD CardSettled(I, J)  TO CardWeekSettled
           END-PERFORM
           COMPUTE Difference = CardWeekSettled - CardWeekExpected
           MOVE CardWeekExpected TO PrintExpected
           MOVE CardWeekSettled  TO PrintBanked
           MOVE Difference       TO PrintDiff
           EVALUATE TRUE
               WHEN CardWeekSettled = 0 AND CardWeekExpected NOT = 0
                   ADD 1 TO CardOffCount
                   DISPLAY "    " CardAccount(J)
                           "  expected " PrintExpected
                           "  settled " PrintBanked
                           "  UNSETTLED"
               WHEN Difference > 0
                   ADD 1 TO CardOffCount
                   DISPLAY "    " CardAccount(J)
                           "  expected " PrintExpected
                           "  settled " PrintBanked
                           "  OVER-SETTLED " PrintDiff
               WHEN Difference < 0
                   ADD 1 TO CardOffCount
                   DISPLAY "    " CardAccount(J)
                           "  expected " PrintExpected
                           "  settled " PrintBanked
                           "  UNDER-SETTLED " PrintDiff
               WHEN OTHER
                   DISPLAY "    " CardAccount(J)
                           "  expected " PrintExpected
                           "  settled " PrintBanked
                           "  SETTLED OK"
           END-EVALUATE.

      *****************************************************************
      *  CONVERT-DATE-TO-INT
      *  TURNS THE YYYY-MM-DD DATE IN DateText INTO A DAY NUMBER IN
      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  DAY/DEPARTMENT CELLS AND CARD SETTLEMENT ACCOUNTS COMPARED,
      *  CLEAN AND OFF.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           MOVE WeekEndingDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           COMPUTE JRN-RECS-IN = LinesReported + CardLinesReported
           COMPUTE JRN-RECS-OUT = LinesReported + CardLinesReported
               - DiscrepancyCount - CardOffCount
           COMPUTE JRN-RECS-REJECT = DiscrepancyCount + CardOffCount
           MOVE 0 TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
