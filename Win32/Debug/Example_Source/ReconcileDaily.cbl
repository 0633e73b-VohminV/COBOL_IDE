      *                  BLANK DATE MADE SYSPARMLOAD READ EVERY DATED
      *                  ROW AS FUTURE AND THE JOURNAL ROW CARRIED A
      *                  BLANK BUSINESS DATE.
      *  2026-10-15  DL  CHECK BANKBAL AND SUMBAL AGAINST THE CONTROL
      *                  TOTALS BANKINGTRANSACTIONS AND
      *                  TRANSACTIONSUMMARY JOURNALED FOR THE BUSINESS
      *                  DATE BEFORE RECONCILING.  A FILE THAT DOES NOT
      *                  AGREE STOPS THE RUN WITH RETURN CODE 12,
      *                  NOTHING COMPARED OR PROMOTED.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY CTLTOT.

       77  BankBalStatus        PIC XX VALUE "00".
           88  Bank-Bal-OK          VALUE "00".
           88  Bank-Bal-EOF         VALUE "10".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  TotalsCompared       PIC 9 VALUE 0.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  HandOffFailFlag      PIC X VALUE "N".
           88  Hand-Off-Failed      VALUE "Y".

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Daily Balance Reconciliation"
           DISPLAY "-------------------------------"

           PERFORM Verify-Balance-Files
           IF Hand-Off-Failed
               DISPLAY "Balance files do not agree with their control"
                       " totals - cannot reconcile."
               MOVE 12 TO RETURN-CODE
               PERFORM Write-Job-Journal
               GOBACK
           END-IF

           IF NOT Bank-Total-Found
               DISPLAY "BANKBAL total row not found - cannot reconcile."
               MOVE 8 TO RETURN-CODE

           GOBACK.

      *****************************************************************
      *  VERIFY-BALANCE-FILES
      *  CHECKS BANKBAL AND SUMBAL AGAINST THE CONTROL TOTALS
      *  BANKINGTRANSACTIONS AND TRANSACTIONSUMMARY JOURNALED FOR THE
      *  BUSINESS DATE.  A FILE CUT SHORT OR CHANGED SINCE IT WAS
      *  WRITTEN STOPS THE RECONCILIATION (RC 12) BEFORE ITS TOTAL
      *  ROW IS TRUSTED OR THE PENDING BALANCE PROMOTED.
      *****************************************************************
       Verify-Balance-Files.
           MOVE "N" TO HandOffFailFlag
           MOVE "V" TO CTL-FUNCTION
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           MOVE "BANKBAL" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           IF NOT Ctl-Totals-Agree
               MOVE "Y" TO HandOffFailFlag
           END-IF
           MOVE "SUMBAL" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           IF NOT Ctl-Totals-Agree
               MOVE "Y" TO HandOffFailFlag
           END-IF.

      *****************************************************************
      *  PROMOTE-PENDING-BALANCE
      *  A CLEAN RECONCILIATION PROMOTES THE PENDING CLOSING FIGURE
