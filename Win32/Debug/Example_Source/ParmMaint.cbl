      *                  CHANGES ACROSS TWO DAYS ON THE AUDIT
      *                  LISTING.  THE MACHINE DATE STILL DRIVES THE
      *                  AS-OF-TODAY RESOLUTION DISPLAY.
      *  2026-10-14  DL  ADDED THE ODSTAGE2 AND ODSTAGE3 KEYS - THE
      *                  CONSECUTIVE DAYS OVERDRAWN AT WHICH THE
      *                  SECOND AND FINAL OVERDRAFT NOTICES GO OUT.
      *  2026-10-14  DL  ADDED THE DORMMONTHS KEY - THE MONTHS WITHOUT
      *                  CUSTOMER ACTIVITY BEFORE AN ACCOUNT IS MARKED
      *                  DORMANT.
      *  2026-10-15  DL  ADDED THE CASH-MONITORING KEYS - CASHLIMIT,
      *                  STRUCTPCT, STRUCTDAYS, STRUCTCOUNT, QUIETDAYS
      *                  AND QUIETAMT - SO COMPLIANCE CAN MOVE THE
      *                  THRESHOLDS WITHOUT A PROGRAM CHANGE.
      *  2026-10-15  DL  ADDED THE CORRDAYS KEY - THE DATE WINDOW FOR
      *                  MATCHING CORRESPONDENT STATEMENT LINES.
      *  2026-10-15  DL  ADDED THE CASEDAYS KEY - THE DAYS A CLOSED
      *                  COMPLIANCE CASE STAYS ON CASEFILE.
      *  2026-10-15  DL  AN ODSTAGE2 ROW AT OR ABOVE ODSTAGE3, OR AN
      *                  ODSTAGE3 ROW AT OR BELOW ODSTAGE2, AS THE OTHER
      *                  STANDS ON THE ROW'S EFFECTIVE DATE, IS REFUSED.
      *****************************************************************

       ENVIRONMENT DIVISION.
                   SPR-HOLD-LIMIT " (0 = off)"
           DISPLAY "  Rate-move tolerance:      "
                   SPR-RATE-TOL " pct"
           DISPLAY "  Overdraft notice points:  day "
                   SPR-OD-STAGE2 " and day " SPR-OD-STAGE3
           DISPLAY "  Dormancy period:          "
                   SPR-DORM-MONTHS " months"
           DISPLAY "  Large-cash threshold:     " SPR-CASH-LIMIT
           DISPLAY "  Structuring:              "
                   SPR-STRUCT-COUNT " postings over "
                   SPR-STRUCT-PCT " pct of it in "
                   SPR-STRUCT-DAYS " days"
           DISPLAY "  Quiet account:            "
                   SPR-QUIET-DAYS " days, then " SPR-QUIET-AMT
                   " in a day"
           DISPLAY "  Correspondent matching:   within "
                   SPR-CORR-DAYS " days"
           DISPLAY "  Closed cases kept:        "
                   SPR-CASE-DAYS " days"
           DISPLAY "  Interest bands:"
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > SPR-INT-BAND-COUNT
           DISPLAY "Effective date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT NewEffDate
           DISPLAY "Key (INTEREST/ODFEE/CKPTINTVL/TYPECODE"
                   "/RETDAILY/RETBAL/BUDGETWARN/HOLDLIMIT/RATETOL"
                   "/ODSTAGE2/ODSTAGE3/DORMMONTHS/CASHLIMIT"
                   "/STRUCTPCT/STRUCTDAYS/STRUCTCOUNT/QUIETDAYS"
                   "/QUIETAMT/CORRDAYS/CASEDAYS): "
               WITH NO ADVANCING
           ACCEPT NewKey
           MOVE FUNCTION UPPER-CASE(NewKey) TO NewKey
              AND NewKey NOT = "RETDAILY" AND NewKey NOT = "RETBAL"
              AND NewKey NOT = "BUDGETWARN" AND NewKey NOT = "HOLDLIMIT"
              AND NewKey NOT = "RATETOL"
              AND NewKey NOT = "ODSTAGE2" AND NewKey NOT = "ODSTAGE3"
              AND NewKey NOT = "DORMMONTHS"
              AND NewKey NOT = "CASHLIMIT" AND NewKey NOT = "STRUCTPCT"
              AND NewKey NOT = "STRUCTDAYS"
              AND NewKey NOT = "STRUCTCOUNT"
              AND NewKey NOT = "QUIETDAYS" AND NewKey NOT = "QUIETAMT"
              AND NewKey NOT = "CORRDAYS" AND NewKey NOT = "CASEDAYS"
               DISPLAY "Not a known key - row not added."
           ELSE
               MOVE 0 TO NewBandLow
                       WITH NO ADVANCING
                   ACCEPT NewValue
               END-IF
               IF NewKey = "ODSTAGE2" OR NewKey = "ODSTAGE3"
                   DISPLAY "Consecutive days overdrawn: "
                       WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue < 1
                       DISPLAY "Days must be 1 or more - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   ELSE
                       PERFORM Check-Od-Stage-Order
                   END-IF
               END-IF
               IF NewKey = "DORMMONTHS"
                   DISPLAY "Months without customer activity: "
                       WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue < 1
                       DISPLAY "Months must be 1 or more - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   END-IF
               END-IF
               IF NewKey = "CASHLIMIT" OR NewKey = "QUIETAMT"
                   DISPLAY "Cash amount: " WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue = 0
                       DISPLAY "Amount must be above zero - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   END-IF
               END-IF
               IF NewKey = "STRUCTPCT"
                   DISPLAY "Percent of the cash limit counted as"
                           " just under it: " WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue < 1 OR NewValue > 99
                       DISPLAY "Percent must be 1 to 99 - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   END-IF
               END-IF
               IF NewKey = "STRUCTDAYS" OR NewKey = "STRUCTCOUNT"
                  OR NewKey = "QUIETDAYS"
                   DISPLAY "Days (or postings for STRUCTCOUNT): "
                       WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue < 1
                       DISPLAY "Value must be 1 or more - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   END-IF
               END-IF
               IF NewKey = "CORRDAYS"
                   DISPLAY "Days apart a statement line may be "
                           "dated (0 = same day only): "
                       WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue > 31
                       DISPLAY "Window must be 0 to 31 days - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   END-IF
               END-IF
               IF NewKey = "CASEDAYS"
                   DISPLAY "Days a closed case stays on CASEFILE: "
                       WITH NO ADVANCING
                   ACCEPT NewValue
                   IF NewValue < 1
                       DISPLAY "Days must be 1 or more - "
                               "row not added."
                       MOVE SPACES TO NewKey
                   END-IF
               END-IF
               IF NewKey = "TYPECODE"
                   DISPLAY "Code, sign and description "
                           "(e.g. D+DEBIT): " WITH NO ADVANCING
               END-IF
           END-IF.

      *****************************************************************
      *  CHECK-OD-STAGE-ORDER
      *  THE FINAL OVERDRAFT NOTICE MUST FALL AFTER THE SECOND, OR
      *  OVERDRAFTMONITOR WOULD SKIP STRAIGHT PAST A STAGE.  A NEW
      *  ODSTAGE2 OR ODSTAGE3 IS CHECKED AGAINST THE OTHER POINT AS
      *  IT WILL STAND ON THE ROW'S EFFECTIVE DATE; OUT OF ORDER,
      *  THE ROW IS NOT ADDED.
      *****************************************************************
       Check-Od-Stage-Order.
           CALL "SysParmLoad" USING NewEffDate, SYS-PARMS-RESOLVED
           IF NewKey = "ODSTAGE2"
              AND NewValue NOT < SPR-OD-STAGE3
               DISPLAY "ODSTAGE2 must be below ODSTAGE3 (day "
                       SPR-OD-STAGE3 ") - row not added."
               MOVE SPACES TO NewKey
           END-IF
           IF NewKey = "ODSTAGE3"
              AND NewValue NOT > SPR-OD-STAGE2
               DISPLAY "ODSTAGE3 must be above ODSTAGE2 (day "
                       SPR-OD-STAGE2 ") - row not added."
               MOVE SPACES TO NewKey
           END-IF.

      *****************************************************************
      *  APPEND-PARM-ROW
      *  WRITES THE ROW JUST KEYED TO THE PARAMETER FILE, CREATING
