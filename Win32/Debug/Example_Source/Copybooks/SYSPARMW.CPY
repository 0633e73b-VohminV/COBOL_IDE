      *                  RATE MOVING MORE THAN THIS FROM THE RATE IT
      *                  SUPERSEDES, SO A FAT-FINGERED RATE IS
      *                  CAUGHT AT THE KEYBOARD.
      *  2026-10-14  DL  ADDED THE OVERDRAFT NOTICE ESCALATION POINTS
      *                  (ODSTAGE2 AND ODSTAGE3 KEYS, DEFAULT 7 AND 30
      *                  CONSECUTIVE DAYS): OVERDRAFTMONITOR SENDS THE
      *                  SECOND AND FINAL BREACH NOTICES AT THEM AND
      *                  QUEUES THE ACCOUNT FOR COLLECTIONS ONCE A
      *                  BREACH RUNS PAST ODSTAGE3 - THE NIGHT AFTER
      *                  THE FINAL NOTICE AT THE EARLIEST.
      *  2026-10-14  DL  ADDED THE DORMANCY PERIOD (DORMMONTHS KEY,
      *                  DEFAULT 12): THE MONTHS WITHOUT CUSTOMER
      *                  ACTIVITY AFTER WHICH THE DORMANCY SCAN MARKS
      *                  AN OPEN ACCOUNT DORMANT.
      *  2026-10-15  DL  ADDED THE CASH-MONITORING THRESHOLDS: THE
      *                  LARGE-CASH REPORTING AMOUNT (CASHLIMIT,
      *                  DEFAULT 10000.00), THE STRUCTURING BAND,
      *                  WINDOW AND COUNT (STRUCTPCT 90 PERCENT OF THE
      *                  LIMIT, STRUCTDAYS 5, STRUCTCOUNT 3) AND THE
      *                  QUIET-ACCOUNT RULE (QUIETDAYS 180 DAYS WITH
      *                  NO CUSTOMER ACTIVITY, QUIETAMT 5000.00 OF
      *                  ACTIVITY IN A DAY).  READ BY CASHMONITOR.
      *  2026-10-15  DL  ADDED THE CORRESPONDENT MATCHING WINDOW
      *                  (CORRDAYS, DEFAULT 3): HOW MANY DAYS APART A
      *                  CLEARING-ACCOUNT LINE AND A CORRESPONDENT
      *                  STATEMENT LINE OF THE SAME AMOUNT MAY BE
      *                  DATED AND STILL MATCH.  READ BY CORRRECON.
      *  2026-10-15  DL  ADDED THE CLOSED-CASE RETENTION (CASEDAYS,
      *                  DEFAULT 90): HOW MANY DAYS AFTER IT IS CLOSED A
      *                  COMPLIANCE CASE STAYS ON CASEFILE BEFORE THE
      *                  CASH MONITOR MOVES IT TO THE CASEHIST CASE
      *                  HISTORY FILE.  READ BY CASHMONITOR.
      *****************************************************************
       01  SYS-PARMS-RESOLVED.
           05  SPR-SOURCE              PIC X(01).
           05  SPR-BUDGET-WARN         PIC 9(03).
           05  SPR-HOLD-LIMIT          PIC 9(05)V99.
           05  SPR-RATE-TOL            PIC 9(03).
           05  SPR-OD-STAGE2           PIC 9(03).
           05  SPR-OD-STAGE3           PIC 9(03).
           05  SPR-DORM-MONTHS         PIC 9(03).
           05  SPR-CASH-LIMIT          PIC 9(05)V99.
           05  SPR-STRUCT-PCT          PIC 9(03).
           05  SPR-STRUCT-DAYS         PIC 9(03).
           05  SPR-STRUCT-COUNT        PIC 9(03).
           05  SPR-QUIET-DAYS          PIC 9(05).
           05  SPR-QUIET-AMT           PIC 9(05)V99.
           05  SPR-CORR-DAYS           PIC 9(03).
           05  SPR-CASE-DAYS           PIC 9(05).
           05  SPR-INT-BAND-COUNT      PIC 9(01).
           05  SPR-INT-BAND OCCURS 5 TIMES.
               10  SPR-INT-LOW         PIC 9(09).
