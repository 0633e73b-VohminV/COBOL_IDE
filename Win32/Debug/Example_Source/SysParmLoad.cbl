      *                  ALWAYS CLAIMED - A FILE WHOSE LOWEST BAND
      *                  SAT ABOVE ZERO WAS QUIETLY LEAVING THE
      *                  DEFAULT RATE ACCRUING UNDERNEATH IT.
      *  2026-10-14  DL  ADDED THE ODSTAGE2 AND ODSTAGE3 PARAMETERS
      *                  (DEFAULT 7 AND 30 DAYS) - THE CONSECUTIVE
      *                  DAYS OVERDRAWN AT WHICH OVERDRAFTMONITOR
      *                  SENDS THE SECOND AND FINAL BREACH NOTICES.
      *  2026-10-14  DL  ADDED THE DORMMONTHS PARAMETER (DEFAULT 12) -
      *                  THE MONTHS WITHOUT CUSTOMER ACTIVITY BEFORE
      *                  THE DORMANCY SCAN MARKS AN ACCOUNT DORMANT.
      *  2026-10-15  DL  ADDED THE CASH-MONITORING PARAMETERS -
      *                  CASHLIMIT (DEFAULT 10000.00), STRUCTPCT (90),
      *                  STRUCTDAYS (5), STRUCTCOUNT (3), QUIETDAYS
      *                  (180) AND QUIETAMT (5000.00) - FOR THE
      *                  NIGHTLY CASH MONITOR.
      *  2026-10-15  DL  ADDED THE CORRDAYS PARAMETER (DEFAULT 3) - THE
      *                  DATE WINDOW FOR MATCHING CORRESPONDENT
      *                  STATEMENT LINES TO THE CLEARING ACCOUNT.
      *  2026-10-15  DL  ADDED THE CASEDAYS PARAMETER (DEFAULT 90) - THE
      *                  DAYS A CLOSED COMPLIANCE CASE STAYS ON CASEFILE
      *                  BEFORE IT MOVES TO CASEHIST.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  BudgetWarnEff    PIC X(10).
           05  HoldLimitEff     PIC X(10).
           05  RateTolEff       PIC X(10).
           05  OdStage2Eff      PIC X(10).
           05  OdStage3Eff      PIC X(10).
           05  DormMonthsEff    PIC X(10).
           05  CashLimitEff     PIC X(10).
           05  StructPctEff     PIC X(10).
           05  StructDaysEff    PIC X(10).
           05  StructCountEff   PIC X(10).
           05  QuietDaysEff     PIC X(10).
           05  QuietAmtEff      PIC X(10).
           05  CorrDaysEff      PIC X(10).
           05  CaseDaysEff      PIC X(10).

       LINKAGE SECTION.
       01  AS-OF-DATE               PIC X(10).
           MOVE SPACES TO HoldLimitEff
           MOVE 10 TO SPR-RATE-TOL
           MOVE SPACES TO RateTolEff
           MOVE 7 TO SPR-OD-STAGE2
           MOVE SPACES TO OdStage2Eff
           MOVE 30 TO SPR-OD-STAGE3
           MOVE SPACES TO OdStage3Eff
           MOVE 12 TO SPR-DORM-MONTHS
           MOVE SPACES TO DormMonthsEff
           MOVE 10000 TO SPR-CASH-LIMIT
           MOVE SPACES TO CashLimitEff
           MOVE 90 TO SPR-STRUCT-PCT
           MOVE SPACES TO StructPctEff
           MOVE 5 TO SPR-STRUCT-DAYS
           MOVE SPACES TO StructDaysEff
           MOVE 3 TO SPR-STRUCT-COUNT
           MOVE SPACES TO StructCountEff
           MOVE 180 TO SPR-QUIET-DAYS
           MOVE SPACES TO QuietDaysEff
           MOVE 5000 TO SPR-QUIET-AMT
           MOVE SPACES TO QuietAmtEff
           MOVE 3 TO SPR-CORR-DAYS
           MOVE SPACES TO CorrDaysEff
           MOVE 90 TO SPR-CASE-DAYS
           MOVE SPACES TO CaseDaysEff

           MOVE 1 TO SPR-INT-BAND-COUNT
           MOVE 0 TO SPR-INT-LOW(1)
                       MOVE SP-PARM-VALUE TO SPR-RATE-TOL
                       MOVE SP-EFFECTIVE-DATE TO RateTolEff
                   END-IF
               WHEN "ODSTAGE2"
                   IF OdStage2Eff = SPACES
                      OR SP-EFFECTIVE-DATE > OdStage2Eff
                       MOVE SP-PARM-VALUE TO SPR-OD-STAGE2
                       MOVE SP-EFFECTIVE-DATE TO OdStage2Eff
                   END-IF
               WHEN "ODSTAGE3"
                   IF OdStage3Eff = SPACES
                      OR SP-EFFECTIVE-DATE > OdStage3Eff
                       MOVE SP-PARM-VALUE TO SPR-OD-STAGE3
                       MOVE SP-EFFECTIVE-DATE TO OdStage3Eff
                   END-IF
               WHEN "DORMMONTHS"
                   IF DormMonthsEff = SPACES
                      OR SP-EFFECTIVE-DATE > DormMonthsEff
                       MOVE SP-PARM-VALUE TO SPR-DORM-MONTHS
                       MOVE SP-EFFECTIVE-DATE TO DormMonthsEff
                   END-IF
               WHEN "CASHLIMIT"
                   IF CashLimitEff = SPACES
                      OR SP-EFFECTIVE-DATE > CashLimitEff
                       MOVE SP-PARM-VALUE TO SPR-CASH-LIMIT
                       MOVE SP-EFFECTIVE-DATE TO CashLimitEff
                   END-IF
               WHEN "STRUCTPCT"
                   IF StructPctEff = SPACES
                      OR SP-EFFECTIVE-DATE > StructPctEff
                       MOVE SP-PARM-VALUE TO SPR-STRUCT-PCT
                       MOVE SP-EFFECTIVE-DATE TO StructPctEff
                   END-IF
               WHEN "STRUCTDAYS"
                   IF StructDaysEff = SPACES
                      OR SP-EFFECTIVE-DATE > StructDaysEff
                       MOVE SP-PARM-VALUE TO SPR-STRUCT-DAYS
                       MOVE SP-EFFECTIVE-DATE TO StructDaysEff
                   END-IF
               WHEN "STRUCTCOUNT"
                   IF StructCountEff = SPACES
                      OR SP-EFFECTIVE-DATE > StructCountEff
                       MOVE SP-PARM-VALUE TO SPR-STRUCT-COUNT
                       MOVE SP-EFFECTIVE-DATE TO StructCountEff
                   END-IF
               WHEN "QUIETDAYS"
                   IF QuietDaysEff = SPACES
                      OR SP-EFFECTIVE-DATE > QuietDaysEff
                       MOVE SP-PARM-VALUE TO SPR-QUIET-DAYS
                       MOVE SP-EFFECTIVE-DATE TO QuietDaysEff
                   END-IF
               WHEN "QUIETAMT"
                   IF QuietAmtEff = SPACES
                      OR SP-EFFECTIVE-DATE > QuietAmtEff
                       MOVE SP-PARM-VALUE TO SPR-QUIET-AMT
                       MOVE SP-EFFECTIVE-DATE TO QuietAmtEff
                   END-IF
               WHEN "CORRDAYS"
                   IF CorrDaysEff = SPACES
                      OR SP-EFFECTIVE-DATE > CorrDaysEff
                       MOVE SP-PARM-VALUE TO SPR-CORR-DAYS
                       MOVE SP-EFFECTIVE-DATE TO CorrDaysEff
                   END-IF
               WHEN "CASEDAYS"
                   IF CaseDaysEff = SPACES
                      OR SP-EFFECTIVE-DATE > CaseDaysEff
                       MOVE SP-PARM-VALUE TO SPR-CASE-DAYS
                       MOVE SP-EFFECTIVE-DATE TO CaseDaysEff
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
