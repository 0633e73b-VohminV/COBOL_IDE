      *                  THE FIRST TIME.  THE TREND PASS IN
      *                  SALES-ANALYSIS STOPS GETTING SLOWER EVERY
      *                  WEEK WE STAY IN BUSINESS.
      *  2026-10-15  DL  THE SUMMARY REBUILD KEEPS THE STORE CODE THE
      *                  HISTORY NOW CARRIES - ONE SUMMARY ROW PER
      *                  WEEK/STORE/DEPARTMENT, WITH ROOM FOR 60
      *                  STORE/DEPARTMENT PAIRS.
      *  2026-10-15  DL  THE REBUILD CARRIES THE WEEK'S REFUNDS AND
      *                  VOIDS ALONGSIDE THE SALES, FOLDED FROM THE
      *                  HISTORY ROW'S SALE/REFUND/VOID INDICATOR.  THE
      *                  WORK RECORD IS WIDENED TO HOLD THE LONGER
      *                  SUMMARY ROW.
      *  2026-10-15  DL  UNDER THE DECEMBER MONTH-END JOB STREAM
      *                  (MENDRUN BLOCK SET BY MAINMENU) THE PROGRAM
      *                  ROLLS OFF THE YEAR THE STREAM NAMES AND
      *                  RETURNS, WITH NO MENU AND NO PROMPT.  MAINMENU
      *                  NAMES THE YEAR BEFORE THE ONE JUST CLOSED, SO A
      *                  FULL PRIOR YEAR STAYS LIVE FOR THE TREND AND
      *                  LAST-YEAR FIGURES.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY WEEKSREC.

       FD  HIST-WORK-FILE.
       01  HIST-WORK-RECORD            PIC X(60).

       FD  ARCH-TARGET-FILE.
       01  ARCH-TARGET-RECORD          PIC X(40).

       COPY SGNON.

       COPY MENDRUN.

       77  HistoryStatus        PIC XX VALUE "00".
           88  History-OK           VALUE "00".
           88  History-EOF          VALUE "10".
       77  MaxWeeks             PIC 9(3) VALUE 200.
       77  WeekCount            PIC 9(3) VALUE 0.
       77  WeekIdx              PIC 9(3) VALUE 0.
       77  MaxDepts             PIC 99 VALUE 60.
       77  DeptCount            PIC 99 VALUE 0.
       77  DeptIdx              PIC 99 VALUE 0.
       77  WI                   PIC 9(3) VALUE 0.
       01  RebuildWeeks.
           05  RbWeekEnding OCCURS 200 TIMES PIC X(10).
       01  RebuildDepts.
           05  RbDeptEntry OCCURS 60 TIMES.
               10  RbStoreCode     PIC X(04).
               10  RbDeptCode      PIC X(04).
       01  RebuildMatrix.
           05  RbWeekRow OCCURS 200 TIMES.
               10  RbCell OCCURS 60 TIMES PIC 9(9).
               10  RbRefund OCCURS 60 TIMES PIC 9(9).
               10  RbVoid OCCURS 60 TIMES PIC 9(9).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           IF Month-End-Unattended
               MOVE "N" TO LoopFlag
               PERFORM Roll-Year-Off
           ELSE
               MOVE "Y" TO LoopFlag
           END-IF
           PERFORM UNTIL YearEnd-Done
               DISPLAY " "
               DISPLAY "[R] Roll a year off to a dated archive"
      *  ONLY IN MEMORY, SO A HISTORY OF ANY SIZE ROLLS SAFELY.
      *****************************************************************
       Roll-Year-Off.
           IF Month-End-Unattended
               MOVE MER-ROLL-YEAR TO RollYear
           ELSE
               DISPLAY "Year to roll off (YYYY): " WITH NO ADVANCING
               ACCEPT RollYear
           END-IF
           IF RollYear = SPACES OR RollYear IS NOT NUMERIC
               DISPLAY "Not a year - nothing rolled."
           ELSE

      *****************************************************************
      *  REBUILD-WEEK-SUMMARY
      *  ONE PASS OVER THE LIVE HISTORY INTO A WEEK-BY-STORE/
      *  DEPARTMENT MATRIX, THEN A FRESH SALESWKS FROM IT.  THIS IS
      *  ALSO HOW A SITE MIGRATES ONTO THE SUMMARY THE FIRST TIME,
      *  AND THE REPAIR IF THE SUMMARY EVER DRIFTS FROM THE HISTORY.
      *  MORE DISTINCT WEEKS THAN THE MATRIX HOLDS ARE NOTED AND
      *  SKIPPED - ROLL A YEAR OFF FIRST, THEN REBUILD.
      *****************************************************************
       Rebuild-Week-Summary.
           MOVE 0 TO RebuildRowsRead
               MOVE SPACES TO RbWeekEnding(WI)
               PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > MaxDepts
                   MOVE 0 TO RbCell(WI, DJ)
                   MOVE 0 TO RbRefund(WI, DJ)
                   MOVE 0 TO RbVoid(WI, DJ)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > MaxDepts
               MOVE SPACES TO RbStoreCode(DJ)
               MOVE SPACES TO RbDeptCode(DJ)
           END-PERFORM

               PERFORM VARYING WI FROM 1 BY 1 UNTIL WI > WeekCount
                   PERFORM VARYING DJ FROM 1 BY 1
                           UNTIL DJ > DeptCount
                       IF RbCell(WI, DJ) > 0 OR RbRefund(WI, DJ) > 0
                          OR RbVoid(WI, DJ) > 0
                           MOVE RbWeekEnding(WI) TO WK-WEEK-ENDING
                           MOVE RbDeptCode(DJ)   TO WK-DEPT-CODE
                           MOVE RbCell(WI, DJ)   TO WK-AMOUNT
                           MOVE RbStoreCode(DJ)  TO WK-STORE-CODE
                           MOVE RbRefund(WI, DJ) TO WK-REFUND-AMOUNT
                           MOVE RbVoid(WI, DJ)   TO WK-VOID-AMOUNT
                           WRITE WEEK-SUMMARY-RECORD
                           ADD 1 TO RebuildRowsWritten
                       END-IF

      *****************************************************************
      *  FOLD-REBUILD-ROW
      *  ONE HISTORY ROW INTO THE WEEK-BY-STORE/DEPARTMENT MATRIX -
      *  THE SALES, REFUND OR VOID CELL AS THE ROW'S INDICATOR SAYS.
      *****************************************************************
       Fold-Rebuild-Row.
           MOVE 0 TO WeekIdx
           IF WeekIdx > 0
               MOVE 0 TO DeptIdx
               PERFORM VARYING DJ FROM 1 BY 1 UNTIL DJ > DeptCount
                   IF RbStoreCode(DJ) = SH-STORE-CODE
                      AND RbDeptCode(DJ) = SH-DEPT-CODE
                       MOVE DJ TO DeptIdx
                   END-IF
               END-PERFORM
                   IF DeptCount < MaxDepts
                       ADD 1 TO DeptCount
                       MOVE DeptCount TO DeptIdx
                       MOVE SH-STORE-CODE TO RbStoreCode(DeptIdx)
                       MOVE SH-DEPT-CODE TO RbDeptCode(DeptIdx)
                   ELSE
                       MOVE MaxDepts TO DeptIdx
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN Sh-Is-Refund
                       ADD SH-AMOUNT TO RbRefund(WeekIdx, DeptIdx)
                   WHEN Sh-Is-Void
                       ADD SH-AMOUNT TO RbVoid(WeekIdx, DeptIdx)
                   WHEN OTHER
                       ADD SH-AMOUNT TO RbCell(WeekIdx, DeptIdx)
               END-EVALUATE
           END-IF.

      *****************************************************************
