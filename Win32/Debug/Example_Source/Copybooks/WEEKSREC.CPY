      *  WEEKSREC.CPY
      *  WEEK-LEVEL SALES SUMMARY RECORD
      *
      *  ONE ROW PER WEEK/STORE/DEPARTMENT, HOLDING THE WEEK'S TOTAL
      *  FOR THAT STORE'S DEPARTMENT - THE PRE-ADDED VIEW OF THE
      *  DAY-LEVEL SALESHST ROWS.  MAINTAINED BY SALES-ANALYSIS AS
      *  EACH NEW WEEK IS TAKEN IN (AND REBUILDABLE FROM THE HISTORY
      *  THROUGH SALESYEAREND), AND READ BY THE 13-WEEK TREND PASS
      *  INSTEAD OF RE-ADDING EVERY DAILY CELL TWICE PER RUN - THE
      *  MONDAY RUN WAS GETTING SLOWER EVERY WEEK THE HISTORY GREW.
      *
      *  MODIFICATION HISTORY
      *  2026-09-02  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  ADDED THE STORE CODE AT THE END OF THE ROW,
      *                  MATCHING SALEREC.  A SUMMARY WRITTEN BEFORE
      *                  THE CHANGE READS AS THE ORIGINAL (BLANK)
      *                  STORE; REBUILD IT THROUGH SALESYEAREND ONCE
      *                  THE HISTORY CARRIES STORE CODES.
      *  2026-10-15  DL  WK-AMOUNT IS THE WEEK'S SALES BEFORE REFUNDS
      *                  AND VOIDS, NOW CARRIED ALONGSIDE IT - THE NET
      *                  FIGURE IS THE SALES LESS THE TWO.  A ROW
      *                  WRITTEN BEFORE THE CHANGE IS SHORT OF BOTH
      *                  FIELDS, SO A READER MUST TREAT THEM AS ZERO
      *                  WHEN THEY ARE NOT NUMERIC.
      *****************************************************************
       01  WEEK-SUMMARY-RECORD.
           05  WK-WEEK-ENDING          PIC X(10).
           05  WK-DEPT-CODE            PIC X(04).
           05  WK-AMOUNT               PIC 9(09).
           05  WK-STORE-CODE           PIC X(04).
           05  WK-REFUND-AMOUNT        PIC 9(09).
           05  WK-VOID-AMOUNT          PIC 9(09).
