      *                  JOURNALING THE WEEK'S TAKINGS BY HAND.  RUNS
      *                  AS A NIGHTLY-CLOSE STEP AFTER THE
      *                  RECONCILIATION AND BEFORE THE ARCHIVAL.
      *  2026-10-14  DL  BLANK THE POSTING-REFERENCE FIELDS GLJREC NOW
      *                  CARRIES - ONLY A REVERSAL LINE FILLS THEM.
      *  2026-10-15  DL  MAP EACH STORE/DEPARTMENT PAIR TO ITS OWN GL
      *                  SALES ACCOUNT THROUGH DEPTACCT, NOW THAT THE
      *                  HISTORY CARRIES THE STORE - ONE CREDIT LINE
      *                  PER PAIR THAT TRADED.  THE CROSS-REFERENCE
      *                  GREW FROM 20 TO 60 PAIRS.
      *  2026-10-15  DL  JOURNAL NET SALES - A REFUND OR VOID ROW COMES
      *                  OFF ITS PAIR'S DAY TOTAL, WHATEVER THE TENDER.
      *                  A PAIR WHOSE REFUNDS OUTRUN ITS SALES IS
      *                  DEBITED, AND THE CLEARING LINE TAKES WHICHEVER
      *                  SIDE BALANCES THE SET.
      *  2026-10-15  DL  CHECK GLEXTR AGAINST THE LATEST CONTROL TOTALS
      *                  JOURNALED FOR IT UNDER THE BUSINESS DATE BEFORE
      *                  APPENDING - A FILE THAT DOES NOT AGREE REFUSES
      *                  THE RUN WITH RETURN CODE 12, NOTHING JOURNALED
      *                  - AND JOURNAL ITS NEW TOTALS ONCE THE SALES
      *                  LINES ARE ON IT.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY CTLTOT.

       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  HistoryStatus        PIC XX VALUE "00".
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxXrefs             PIC 99 VALUE 60.
       77  XrefCount            PIC 99 VALUE 0.
       77  XrefIdx              PIC 99 VALUE 0.
       77  J                    PIC 99 VALUE 0.
       77  RowsRead             PIC 9(5) VALUE 0.
       77  RowsUnmapped         PIC 9(5) VALUE 0.
       77  GlLinesWritten       PIC 9(5) VALUE 0.
       77  SalesTotal           PIC S9(09)V99 VALUE 0.
       77  PairsTraded          PIC 99 VALUE 0.
       77  RowNet               PIC S9(09) VALUE 0.
       77  PrintTotal           PIC -(9)9.99.
       77  ClearingAccount      PIC X(08) VALUE "UNMAPPED".
       77  WorkDayNo            PIC 9 VALUE 0.
       77  WeekEndingDate       PIC X(10) VALUE SPACES.
       77  DateInt              PIC 9(7) VALUE 0.

       01  DeptAcctXref.
           05  XrefEntry OCCURS 60 TIMES.
               10  XrefStoreCode       PIC X(04).
               10  XrefDeptCode        PIC X(04).
               10  XrefGlAccount       PIC X(08).
               10  XrefDayTotal        PIC S9(09).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           PERFORM Verify-GL-Extract
           IF NOT Ctl-Totals-Agree
               MOVE "GLEXTR DOES NOT AGREE WITH ITS CONTROL TOTALS."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               DISPLAY "Sales extract refused - nothing journaled."
               MOVE 12 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           PERFORM Locate-History-Cell

           PERFORM Load-Dept-Xref
           PERFORM Find-Clearing-Account
           PERFORM Sum-Day-Sales

           MOVE 0 TO PairsTraded
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
               IF XrefDayTotal(J) NOT = 0
                   ADD 1 TO PairsTraded
               END-IF
           END-PERFORM
           IF PairsTraded = 0
               DISPLAY "No sales on file for " BusinessDate
                       " - nothing journaled."
           ELSE
               PERFORM Write-GL-Lines
               PERFORM Post-GL-Extract-Totals
               MOVE SalesTotal TO PrintTotal
               DISPLAY " "
               DISPLAY "Sales journaled for " BusinessDate ": "
                       FUNCTION TRIM(PrintTotal)
                       " over " GlLinesWritten " lines."
           END-IF
           IF RowsUnmapped > 0
               DISPLAY "History rows with no GL sales account: "
           END-IF
           DISPLAY "Business date: " BusinessDate.

      *****************************************************************
      *  VERIFY-GL-EXTRACT
      *  CHECKS GLEXTR AGAINST THE LATEST CONTROL TOTALS JOURNALED
      *  FOR IT UNDER THE BUSINESS DATE - BANKINGTRANSACTIONS' IN A
      *  NORMAL CLOSE - BEFORE ANYTHING IS APPENDED TO IT.
      *****************************************************************
       Verify-GL-Extract.
           MOVE "V" TO CTL-FUNCTION
           MOVE "GLEXTR" TO CTL-FILE-NAME
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.

      *****************************************************************
      *  POST-GL-EXTRACT-TOTALS
      *  JOURNALS GLEXTR'S NEW CONTROL TOTALS ONCE THE DAY'S SALES
      *  LINES ARE ON IT, FOR THE STEPS THAT READ OR EXTEND IT NEXT.
      *****************************************************************
       Post-GL-Extract-Totals.
           MOVE "P" TO CTL-FUNCTION
           MOVE "GLEXTR" TO CTL-FILE-NAME
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.

      *****************************************************************
      *  LOCATE-HISTORY-CELL
      *  WORKS OUT WHICH SALES-HISTORY CELL THE BUSINESS DATE LIVES
      *****************************************************************
      *  LOAD-DEPT-XREF
      *  READS THE DEPARTMENT-TO-ACCOUNT CROSS-REFERENCE INTO ITS
      *  TABLE, KEEPING THE GL SALES ACCOUNT PER STORE/DEPARTMENT
      *  PAIR AND ZEROING THE DAY-TOTAL ACCUMULATORS.
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
                               MOVE DA-GL-ACCOUNT
      *****************************************************************
      *  SUM-DAY-SALES
      *  SCANS THE SALES HISTORY FOR THE BUSINESS DATE'S CELL (WEEK
      *  ENDING PLUS DAY INDEX) AND ACCUMULATES EACH STORE/
      *  DEPARTMENT FIGURE UNDER ITS XREF SLOT.  A PAIR WITH NO GL
      *  SALES ACCOUNT IS COUNTED AND CALLED OUT RATHER THAN
      *  JOURNALED TO "UNMAPPED" - THE TAKINGS STAY OFF THE LEDGER
      *  UNTIL THE CROSS-REFERENCE IS FIXED AND THE DAY RERUN.
      *****************************************************************
       Sum-Day-Sales.
           OPEN INPUT SALES-HISTORY-FILE

      *****************************************************************
      *  POST-ONE-SALES-ROW
      *  ONE HISTORY ROW INTO ITS STORE/DEPARTMENT'S DAY TOTAL - A
      *  SALE ADDS, A REFUND OR VOID TAKES OFF.
      *****************************************************************
       Post-One-Sales-Row.
           MOVE 0 TO XrefIdx
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
               IF XrefStoreCode(J) = SH-STORE-CODE
                  AND XrefDeptCode(J) = SH-DEPT-CODE
                   MOVE J TO XrefIdx
               END-IF
           END-PERFORM
              (XrefIdx > 0 AND XrefGlAccount(XrefIdx) = SPACES)
               ADD 1 TO RowsUnmapped
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "STORE " SH-STORE-CODE " DEPT " SH-DEPT-CODE
                      " HAS NO GL SALES ACCOUNT - NOT JOURNALED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               IF Sh-Is-Refund OR Sh-Is-Void
                   COMPUTE RowNet = 0 - SH-AMOUNT
               ELSE
                   MOVE SH-AMOUNT TO RowNet
               END-IF
               ADD RowNet TO XrefDayTotal(XrefIdx)
               ADD RowNet TO SalesTotal
           END-IF.

      *****************************************************************
      *  WRITE-GL-LINES
      *  APPENDS THE DAY'S BALANCED JOURNAL SET TO THE GLEXTR
      *  STREAM: ONE LINE PER STORE/DEPARTMENT THAT TRADED - A
      *  CREDIT FOR NET SALES, A DEBIT WHEN REFUNDS AND VOIDS OUTRAN
      *  THEM - AND ONE CLEARING LINE ON THE OPPOSITE SIDE FOR THE
      *  NET TOTAL (NONE WHEN IT NETS TO NOTHING).  THE FILE IS
      *  EXTENDED, NOT REWRITTEN - BANKINGTRANSACTIONS' LINES FOR THE
      *  DAY ARE ALREADY IN IT.
      *****************************************************************
       Write-GL-Lines.
           OPEN EXTEND GL-EXTRACT-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > XrefCount
               IF XrefDayTotal(J) NOT = 0
                   MOVE "SALESGL " TO GLJ-SOURCE-ID
                   MOVE BusinessDate TO GLJ-DATE
                   MOVE XrefGlAccount(J) TO GLJ-GL-ACCOUNT
                   IF XrefDayTotal(J) > 0
                       MOVE "CR" TO GLJ-DR-CR
                   ELSE
                       MOVE "DR" TO GLJ-DR-CR
                   END-IF
                   MOVE XrefDayTotal(J) TO GLJ-AMOUNT
                   MOVE SPACES TO GLJ-POST-REF
                   MOVE SPACES TO GLJ-REV-REF
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO GlLinesWritten
               END-IF
           END-PERFORM
           IF SalesTotal NOT = 0
               MOVE "SALESGL " TO GLJ-SOURCE-ID
               MOVE BusinessDate TO GLJ-DATE
               MOVE ClearingAccount TO GLJ-GL-ACCOUNT
               IF SalesTotal > 0
                   MOVE "DR" TO GLJ-DR-CR
               ELSE
                   MOVE "CR" TO GLJ-DR-CR
               END-IF
               MOVE SalesTotal TO GLJ-AMOUNT
               MOVE SPACES TO GLJ-POST-REF
               MOVE SPACES TO GLJ-REV-REF
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GlLinesWritten
           END-IF
           CLOSE GL-EXTRACT-FILE.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  HISTORY ROWS READ FOR THE DAY, GL LINES WRITTEN, ROWS LEFT
      *  UNMAPPED AND THE NET SALES TOTAL JOURNALED.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
