      *                  A RESUMED STREAM WRITES A "NIGHTLYCLOSE /
      *                  RESUMED" MARKER ROW SO A TWO-ATTEMPT NIGHT
      *                  READS AS ONE ON THE LOG.
      *  2026-10-14  DL  RUN THE OVERDRAFT BREACH MONITOR AS A CLOSE
      *                  STEP AFTER THE RECONCILIATION, SO BREACH
      *                  NOTICES AND THE COLLECTIONS QUEUE ARE BUILT
      *                  FROM A DAY'S BALANCES THAT HAVE PROVED, AND
      *                  PUT THE COLLECTIONS QUEUE SCREEN ON THE MENU,
      *                  SUPERVISOR-GATED.
      *  2026-10-14  DL  PUT THE DORMANCY SCAN ON THE MENU AS A
      *                  SUPERVISOR OPTION - IT IS RUN PERIODICALLY,
      *                  NOT EVERY NIGHT, SO IT IS NOT A CLOSE STEP.
      *  2026-10-14  DL  PUT ACCOUNT CLOSURE ON THE MENU AS A
      *                  SUPERVISOR OPTION; EXIT MOVES TO 32.
      *  2026-10-14  DL  PUT CUSTOMER MAINTENANCE ON THE MENU AS A
      *                  SUPERVISOR OPTION; EXIT MOVES TO 33.
      *  2026-10-14  DL  PUT LOAN MAINTENANCE (SUPERVISOR-GATED) AND
      *                  THE LOAN ARREARS REPORT ON THE MENU; EXIT
      *                  MOVES TO 35.  THE CLOSE NOW RAISES THE DAY'S
      *                  LOAN DRAWDOWNS AND INSTALMENTS
      *                  (LOANINSTALMENTS) AFTER THE STANDING ORDERS,
      *                  SO THEY POST IN THE SAME RUN, AND JOURNALS THE
      *                  LOAN BOOK TO THE GL (LOANGLEXTRACT) AFTER THE
      *                  SALES EXTRACT, BEFORE TRANSOUT IS ARCHIVED.
      *  2026-10-15  DL  PUT THE COMPLIANCE CASE REVIEW SCREEN ON THE
      *                  MENU AS A SUPERVISOR OPTION; EXIT MOVES TO
      *                  36.  THE CLOSE NOW RUNS THE CASH MONITOR
      *                  (CASHMONITOR) AFTER THE OVERDRAFT MONITOR, SO
      *                  THE DAY'S LARGE-CASH, STRUCTURING AND
      *                  QUIET-ACCOUNT CASES ARE RAISED BEFORE
      *                  TRANSOUT IS ARCHIVED.
      *  2026-10-15  DL  PUT TELLER DRAWER BALANCING ON THE MENU FOR
      *                  EVERY OPERATOR (ITS SIGN-OFF IS SUPERVISOR-
      *                  ONLY INSIDE THE PROGRAM); EXIT MOVES TO 37.
      *                  THE CLOSE NOW WILL NOT START UNTIL A
      *                  SUPERVISOR HAS SIGNED OFF THE BUSINESS DATE'S
      *                  TELLER DRAWERS (TELLSIGN) - A TELLERSIGNOFF
      *                  ROW GOES TO RUNLOG EITHER WAY - AND IT LISTS
      *                  EVERY DRAWER LEFT OVER, SHORT OR UNCOUNTED AT
      *                  SIGN-OFF ON RUNLOG, ONE ROW PER TELLER.
      *  2026-10-15  DL  PUT THE CORRESPONDENT STATEMENT RECONCILIATION
      *                  (CORRRECON) ON THE MENU AS A SUPERVISOR
      *                  OPTION; EXIT MOVES TO 38.
      *  2026-10-15  DL  PUT CHART OF ACCOUNTS MAINTENANCE (CHARTMAINT)
      *                  AND THE FINANCIAL STATEMENTS (FINSTATEMENTS)
      *                  ON THE MENU AS SUPERVISOR OPTIONS; EXIT MOVES
      *                  TO 40.
      *  2026-10-15  DL  PUT THE MANUAL JOURNAL SCREEN (MANUALJOURNAL)
      *                  ON THE MENU - ANY OPERATOR MAY KEY A JOURNAL,
      *                  THE PROGRAM ITSELF HOLDS APPROVAL TO A SECOND
      *                  OPERATOR WITH SUPERVISOR AUTHORITY; EXIT MOVES
      *                  TO 41.  NEW NIGHTLY-CLOSE STEP JOURNALRELEASE
      *                  AFTER THE LOAN EXTRACT RELEASES THE APPROVED
      *                  JOURNALS INTO THE DAY'S GLEXTR.
      *  2026-10-15  DL  PUT THE BOOKMARK USAGE AND PRUNING REPORT
      *                  (BOOKMARKUSAGE) ON THE MENU AS A SUPERVISOR
      *                  OPTION - IT CAN REMOVE SHARED LINKS; EXIT
      *                  MOVES TO 42.
      *  2026-10-15  DL  MONTH-END JOB STREAM.  WHEN A CLEAN CLOSE ROLLS
      *                  THE BUSINESS DATE INTO A NEW MONTH, THE STREAM
      *                  RUNS FOR THE MONTH JUST CLOSED: STATEMENTS
      *                  (ACCOUNTSTATEMENT), THE GL PERIOD CLOSE
      *                  (GENERALLEDGER), THE JOB-JOURNAL ROLLOVER
      *                  (JOURNALSUMMARY), ARCHIVE RETENTION
      *                  (PURGEARCHIVE) AND, IN DECEMBER, THE SALES
      *                  YEAR-END (SALESYEAREND) - IN THAT ORDER, EACH
      *                  LOGGED TO RUNLOG UNDER ITS OWN STEP NAME AND
      *                  THE MONTH'S LAST CALENDAR DAY, AND RESUMABLE
      *                  FROM THE FAILED STEP LIKE THE NIGHTLY CLOSE.
      *                  IT REFUSES TO START (MONTHRECONCHECK FAILED)
      *                  UNLESS EVERY WORKING DAY OF THE MONTH HAS AN
      *                  OK RECONCILEDAILY AS ITS LAST OUTCOME ON
      *                  RUNLOG.  THE STEP PROGRAMS TAKE THE MONTH FROM
      *                  THE MENDRUN BLOCK INSTEAD OF PROMPTING.  NEW
      *                  SUPERVISOR OPTION 42 RUNS OR RESUMES THE STREAM
      *                  FOR THE MONTH BEFORE THE CURRENT BUSINESS DATE;
      *                  EXIT MOVES TO 43.
      *  2026-10-15  DL  A CLOSE STEP ENDING WITH RETURN CODE 12 (A
      *                  HAND-OFF FILE NOT AGREEING WITH ITS CONTROL
      *                  TOTALS) IS LOGGED CTLTOTAL ON RUNLOG AND STOPS
      *                  THE STREAM.  A CTLTOTAL RECONCILE REFUSES THE
      *                  DATE ROLL AS A FAILED ONE DOES.
      *  2026-10-15  DL  THE NIGHTLY CLOSE REFUSES TO START (FILELOCKS
      *                  FAILED ON RUNLOG) WHILE ANY FILE IT SHARES WITH
      *                  A MAINTENANCE SCREEN - ACCTMAST, STORDERS,
      *                  HELDPOST, BANKREPOST, TRANEXCP, SUMREPOST - IS
      *                  HELD ON THE LOCK REGISTRY, LISTING EACH HOLDER,
      *                  AND HOLDS THEM ITSELF UNTIL THE STREAM ENDS.
      *                  NEW SUPERVISOR OPTION 43 (LOCKMAINT) LISTS AND
      *                  CLEARS LOCKS; EXIT MOVES TO 44.
      *  2026-10-15  DL  THE NIGHTLY CLOSE RUNS THE STANDING-DATA
      *                  INTEGRITY CHECK (INTEGRITYCHECK) AS ITS FIRST
      *                  PROGRAM STEP, EVERY ATTEMPT, AND STOPS ON A
      *                  SERIOUS BREAK (RETURN CODE 8); WARNINGS ONLY
      *                  (4) ARE LOGGED WARNING AND THE CLOSE CARRIES
      *                  ON. NEW SUPERVISOR OPTION 44 RUNS THE CHECK ON
      *                  DEMAND; EXIT MOVES TO 45.
      *  2026-10-15  DL  THE CLOSE ALSO TAKES COLLQUE, LOANMAST,
      *                  LOANSCHD, MANJRNL, CASEFILE AND TELLDRWR, NOW
      *                  THAT THEIR SCREENS LOCK THEM.  THE LOOPS RUN TO
      *                  CloseLockCount RATHER THAN A LITERAL.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalPendStatus.

           SELECT TELLER-SIGNOFF-FILE ASSIGN TO "TELLSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TellSignStatus.

           SELECT TELLER-DRAWER-FILE ASSIGN TO "TELLDRWR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TellDrawerStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
                         ==BAL-FWD-AMOUNT== BY ==BAL-PEND-AMOUNT==
                         ==BAL-FWD-DATE==   BY ==BAL-PEND-DATE==.

       FD  TELLER-SIGNOFF-FILE.
           COPY TELLSGN.

       FD  TELLER-DRAWER-FILE.
           COPY TELLDRW.

       WORKING-STORAGE SECTION.
       01  MenuChoice           PIC 99 VALUE 0.
       01  MenuLoopFlag         PIC X VALUE "Y".
       77  DateDigits           PIC 9(8) VALUE 0.
       77  DateDigitsX          PIC X(8).
       77  DateInt              PIC 9(7) VALUE 0.
       77  TellSignStatus       PIC XX VALUE "00".
           88  Tell-Sign-OK         VALUE "00".
           88  Tell-Sign-EOF        VALUE "10".
       77  TellDrawerStatus     PIC XX VALUE "00".
           88  Tell-Drawer-OK       VALUE "00".
           88  Tell-Drawer-EOF      VALUE "10".
       77  TellerSignedFlag     PIC X VALUE "N".
           88  Tellers-Signed-Off   VALUE "Y".
       77  StreamName           PIC X(20) VALUE SPACES.
       77  StepBusDate          PIC X(10) VALUE SPACES.
       77  DateRolledFlag       PIC X VALUE "N".
           88  Date-Was-Rolled      VALUE "Y".
       77  MonthEndDate         PIC X(10) VALUE SPACES.
       77  MonthFirstInt        PIC 9(7) VALUE 0.
       77  MonthLastInt         PIC 9(7) VALUE 0.
       77  MonthBadDays         PIC 99 VALUE 0.
       77  FirstBadDay          PIC X(10) VALUE SPACES.
       77  DayNo                PIC 99 VALUE 0.
       77  RollYearNo           PIC 9(4) VALUE 0.
       77  CloseLockCount       PIC 99 VALUE 12.
       77  CloseLockIdx         PIC 99 VALUE 0.
       77  CloseLocksHeld       PIC 99 VALUE 0.
       77  CloseLocksFlag       PIC X VALUE "N".
           88  Close-Files-Locked   VALUE "Y".

       01  MonthRecOutcomes.
           05  DayRecOutcome OCCURS 31 TIMES PIC X(8).

      *  THE STANDING-DATA AND WORK FILES THE NIGHTLY CLOSE REWRITES,
      *  CONSUMES OR GATES ON THAT A MAINTENANCE SCREEN ALSO
      *  REWRITES.  CloseLockCount MUST MATCH THE ENTRIES BELOW.
       01  CloseLockFiles.
           05  FILLER               PIC X(10) VALUE "ACCTMAST".
           05  FILLER               PIC X(10) VALUE "STORDERS".
           05  FILLER               PIC X(10) VALUE "HELDPOST".
           05  FILLER               PIC X(10) VALUE "BANKREPOST".
           05  FILLER               PIC X(10) VALUE "TRANEXCP".
           05  FILLER               PIC X(10) VALUE "SUMREPOST".
           05  FILLER               PIC X(10) VALUE "COLLQUE".
           05  FILLER               PIC X(10) VALUE "LOANMAST".
           05  FILLER               PIC X(10) VALUE "LOANSCHD".
           05  FILLER               PIC X(10) VALUE "MANJRNL".
           05  FILLER               PIC X(10) VALUE "CASEFILE".
           05  FILLER               PIC X(10) VALUE "TELLDRWR".
       01  CloseLockTable REDEFINES CloseLockFiles.
           05  CloseLockFile OCCURS 12 TIMES PIC X(10).

       COPY SGNON.

       COPY MENDRUN.

       COPY LOCKCTL.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Sign-On-Operator
               DISPLAY "[26] Exchange Rates"
               DISPLAY "[27] Currency Position"
               DISPLAY "[28] Audit Trail Report"
               DISPLAY "[29] Collections Queue"
               DISPLAY "[30] Dormancy Scan"
               DISPLAY "[31] Account Closure"
               DISPLAY "[32] Customer Maintenance"
               DISPLAY "[33] Loan Maintenance"
               DISPLAY "[34] Loan Arrears"
               DISPLAY "[35] Compliance Cases"
               DISPLAY "[36] Teller Balancing"
               DISPLAY "[37] Correspondent Reconciliation"
               DISPLAY "[38] Chart of Accounts"
               DISPLAY "[39] Financial Statements"
               DISPLAY "[40] Manual Journals"
               DISPLAY "[41] Bookmark Usage"
               DISPLAY "[42] Month-End Job Stream"
               DISPLAY "[43] File Locks"
               DISPLAY "[44] Integrity Check"
               DISPLAY "[45] Exit"
               DISPLAY "---------------------------------"
               DISPLAY "Enter selection: " WITH NO ADVANCING
               ACCEPT MenuChoice
                           CALL "AuditReport"
                       END-IF
                   WHEN 29
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "CollectionsQueue"
                       END-IF
                   WHEN 30
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "DormancyScan"
                       END-IF
                   WHEN 31
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "AccountClose"
                       END-IF
                   WHEN 32
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "CustMaint"
                       END-IF
                   WHEN 33
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "LoanMaint"
                       END-IF
                   WHEN 34
                       CALL "LoanArrears"
                   WHEN 35
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "CaseReview"
                       END-IF
                   WHEN 36
                       CALL "TellerBalance"
                   WHEN 37
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "CorrRecon"
                       END-IF
                   WHEN 38
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "ChartMaint"
                       END-IF
                   WHEN 39
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "FinStatements"
                       END-IF
                   WHEN 40
                       CALL "ManualJournal"
                   WHEN 41
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "BookmarkUsage"
                       END-IF
                   WHEN 42
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           PERFORM Load-Close-Business-Date
                           MOVE CloseBusDate TO DateText
                           PERFORM Run-Month-End-Close
                       END-IF
                   WHEN 43
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "LockMaint"
                       END-IF
                   WHEN 44
                       IF SGN-OPER-AUTH < 2
                           PERFORM Refuse-Option
                       ELSE
                           CALL "IntegrityCheck"
                       END-IF
                   WHEN 45
                       MOVE "N" TO MenuLoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid selection. Try again."
      *  STEP IS LOGGED TO THE RUN-CONTROL FILE, AND THE STREAM STOPS
      *  AT THE FIRST STEP THAT COMES BACK WITH A NONZERO RETURN
      *  CODE SO A FAILURE IS NOT COMPOUNDED BY THE STEPS BEHIND IT.
      *  THE FILES THE CLOSE SHARES WITH THE MAINTENANCE SCREENS ARE
      *  HELD ON THE LOCK REGISTRY FROM THE FILELOCKS GATE TO THE END
      *  OF THE STREAM, MONTH-END INCLUDED.  THE STANDING-DATA
      *  INTEGRITY CHECK IS THE FIRST PROGRAM STEP AND IS NEVER
      *  SKIPPED ON A RESUME - THE BREAKS THAT STOPPED THE LAST
      *  ATTEMPT ARE WHAT THE SUPERVISOR HAS SINCE PUT RIGHT.
      *****************************************************************
       Run-Nightly-Close.
           MOVE "N" TO StreamFailed
           MOVE "N" TO ResumeFlag
           MOVE "NIGHTLYCLOSE" TO StreamName
           DISPLAY " "
           DISPLAY "Nightly close job stream starting."
           PERFORM Load-Close-Business-Date
           MOVE CloseBusDate TO StepBusDate

           MOVE "TELLERSIGNOFF" TO StepName
           PERFORM Check-Step-Done
           IF NOT Step-Already-OK
               PERFORM Check-Teller-Signoff
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "FILELOCKS" TO StepName
               PERFORM Lock-Close-Files
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "INTEGRITYCHECK" TO StepName
               PERFORM Run-Close-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "STANDINGORDERS" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "LOANINSTALMENTS" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "BANKINGTRANSACTIONS" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "OVERDRAFTMONITOR" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "CASHMONITOR" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "SALESGLEXTRACT" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "LOANGLEXTRACT" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "JOURNALRELEASE" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "ARCHIVEDAILY" TO StepName
               PERFORM Run-Or-Skip-Step
           ELSE
               DISPLAY "Nightly close completed cleanly."
               PERFORM Roll-Business-Date
               IF Date-Was-Rolled
                  AND NewBusDate(1:7) NOT = CloseBusDate(1:7)
                   MOVE NewBusDate TO DateText
                   PERFORM Run-Month-End-Close
               END-IF
           END-IF

           IF Close-Files-Locked
               PERFORM Unlock-Close-Files
           END-IF.

      *****************************************************************
      *  LOCK-CLOSE-FILES
      *  THE SECOND GATE AT THE TOP OF THE CLOSE: NONE OF THE FILES
      *  IN CloseLockTable MAY BE HELD ON THE LOCK REGISTRY - A
      *  MAINTENANCE SCREEN LEFT OPEN WOULD REWRITE ITS FILE OVER
      *  WHAT THE CLOSE DID TO IT, OR THE CLOSE OVER THE SCREEN'S
      *  CHANGES.  EVERY HELD FILE IS LISTED WITH ITS HOLDER AND THE
      *  STREAM STOPS (FILELOCKS FAILED ON RUNLOG).  OTHERWISE THE
      *  CLOSE TAKES THE FILES ITSELF, SO NO SCREEN CAN OPEN THEM
      *  UNTIL IT HAS FINISHED.  THE GATE RUNS ON A RESUMED CLOSE
      *  TOO.  A LOCK LEFT BY A SESSION THAT DIED IS CLEARED BY A
      *  SUPERVISOR UNDER FILE LOCKS.
      *****************************************************************
       Lock-Close-Files.
           MOVE "N" TO CloseLocksFlag
           MOVE 0 TO CloseLocksHeld
           PERFORM VARYING CloseLockIdx FROM 1 BY 1
                   UNTIL CloseLockIdx > CloseLockCount
               MOVE "Q" TO LCK-FUNCTION
               MOVE CloseLockFile(CloseLockIdx) TO LCK-FILE-NAME
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
               IF Lck-Refused
                   ADD 1 TO CloseLocksHeld
                   DISPLAY "  " FUNCTION TRIM(LCK-MESSAGE)
               END-IF
           END-PERFORM

           IF CloseLocksHeld = 0
               SET Close-Files-Locked TO TRUE
               PERFORM VARYING CloseLockIdx FROM 1 BY 1
                       UNTIL CloseLockIdx > CloseLockCount
                   MOVE "A" TO LCK-FUNCTION
                   MOVE CloseLockFile(CloseLockIdx) TO LCK-FILE-NAME
                   MOVE "NIGHTLYCLOSE" TO LCK-PROGRAM-ID
                   MOVE SGN-OPER-ID TO LCK-OPERATOR-ID
                   CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
                   IF Lck-Refused
                       ADD 1 TO CloseLocksHeld
                       DISPLAY "  " FUNCTION TRIM(LCK-MESSAGE)
                   END-IF
               END-PERFORM
           END-IF

           IF CloseLocksHeld > 0
               DISPLAY "Nightly close REFUSED - " CloseLocksHeld
                       " file(s) it uses are in use."
               IF Close-Files-Locked
                   PERFORM Unlock-Close-Files
               END-IF
           END-IF

           MOVE "FILELOCKS" TO RL-STEP-NAME
           MOVE CloseBusDate TO RL-BUS-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO RL-START-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO RL-START-TIME
           MOVE RL-START-DATE TO RL-END-DATE
           MOVE RL-START-TIME TO RL-END-TIME
           IF CloseLocksHeld = 0
               MOVE 0 TO RL-RETURN-CODE
               MOVE "OK" TO RL-OUTCOME
           ELSE
               MOVE 8 TO RL-RETURN-CODE
               MOVE "FAILED" TO RL-OUTCOME
               MOVE "Y" TO StreamFailed
           END-IF
           PERFORM Append-Run-Log.

      *****************************************************************
      *  UNLOCK-CLOSE-FILES
      *  GIVES BACK THE FILES THE CLOSE TOOK.  A FILE THE CLOSE DID
      *  NOT GET IS LEFT TO WHOEVER HOLDS IT - THE REGISTRY ONLY
      *  RELEASES THE CALLER'S OWN LOCK.
      *****************************************************************
       Unlock-Close-Files.
           PERFORM VARYING CloseLockIdx FROM 1 BY 1
                   UNTIL CloseLockIdx > CloseLockCount
               MOVE "R" TO LCK-FUNCTION
               MOVE CloseLockFile(CloseLockIdx) TO LCK-FILE-NAME
               MOVE "NIGHTLYCLOSE" TO LCK-PROGRAM-ID
               MOVE SGN-OPER-ID TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           END-PERFORM
           MOVE "N" TO CloseLocksFlag.

      *****************************************************************
      *  CHECK-TELLER-SIGNOFF
      *  THE GATE AT THE TOP OF THE CLOSE: A SUPERVISOR MUST HAVE
      *  SIGNED OFF THE BUSINESS DATE'S TELLER DRAWERS IN
      *  TELLERBALANCE.  WITHOUT A TELLSIGN ROW FOR THE DATE THE
      *  STREAM STOPS BEFORE ANY STEP RUNS (TELLERSIGNOFF FAILED ON
      *  RUNLOG).  WITH ONE, EVERY DRAWER THE SIGN-OFF FROZE AS OVER,
      *  SHORT OR UNCOUNTED IS LISTED ON RUNLOG AHEAD OF THE OK ROW,
      *  SO A RESUMED CLOSE - WHICH FINDS THE OK ROW - DOES NOT LIST
      *  THEM TWICE.
      *****************************************************************
       Check-Teller-Signoff.
           MOVE "N" TO TellerSignedFlag
           MOVE "00" TO TellSignStatus
           OPEN INPUT TELLER-SIGNOFF-FILE
           IF Tell-Sign-OK
               PERFORM UNTIL Tell-Sign-EOF
                   READ TELLER-SIGNOFF-FILE
                       AT END
                           SET Tell-Sign-EOF TO TRUE
                       NOT AT END
                           IF TS-BUS-DATE = CloseBusDate
                               SET Tellers-Signed-Off TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-SIGNOFF-FILE
           END-IF

           IF Tellers-Signed-Off
               PERFORM List-Unbalanced-Tellers
           ELSE
               DISPLAY "Nightly close REFUSED - teller drawers for "
                       CloseBusDate " are not signed off."
           END-IF

           MOVE "TELLERSIGNOFF" TO RL-STEP-NAME
           MOVE CloseBusDate TO RL-BUS-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO RL-START-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO RL-START-TIME
           MOVE RL-START-DATE TO RL-END-DATE
           MOVE RL-START-TIME TO RL-END-TIME
           IF Tellers-Signed-Off
               MOVE 0 TO RL-RETURN-CODE
               MOVE "OK" TO RL-OUTCOME
           ELSE
               MOVE 8 TO RL-RETURN-CODE
               MOVE "FAILED" TO RL-OUTCOME
               MOVE "Y" TO StreamFailed
           END-IF
           PERFORM Append-Run-Log.

      *****************************************************************
      *  LIST-UNBALANCED-TELLERS
      *  ONE RUNLOG ROW PER DRAWER ON TELLDRWR FOR THE CLOSE'S DATE
      *  THAT IS NOT BALANCED - STEP "TELLER" AND THE OPERATOR ID,
      *  OUTCOME OVER, SHORT OR NOCOUNT - AND THE SAME ON THE
      *  CONSOLE.  THE FIGURES ARE ON TELLHIST.
      *****************************************************************
       List-Unbalanced-Tellers.
           MOVE "00" TO TellDrawerStatus
           OPEN INPUT TELLER-DRAWER-FILE
           IF Tell-Drawer-OK
               PERFORM UNTIL Tell-Drawer-EOF
                   READ TELLER-DRAWER-FILE
                       AT END
                           SET Tell-Drawer-EOF TO TRUE
                       NOT AT END
                           IF TD-BUS-DATE = CloseBusDate
                              AND NOT Td-Balanced
                               PERFORM Log-Unbalanced-Teller
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-DRAWER-FILE
           END-IF.

      *****************************************************************
      *  LOG-UNBALANCED-TELLER
      *  THE RUNLOG ROW FOR THE DRAWER JUST READ.
      *****************************************************************
       Log-Unbalanced-Teller.
           MOVE SPACES TO RL-STEP-NAME
           STRING "TELLER " TD-OPER-ID
               DELIMITED BY SIZE INTO RL-STEP-NAME
           MOVE CloseBusDate TO RL-BUS-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO RL-START-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO RL-START-TIME
           MOVE RL-START-DATE TO RL-END-DATE
           MOVE RL-START-TIME TO RL-END-TIME
           MOVE 0 TO RL-RETURN-CODE
           EVALUATE TRUE
               WHEN Td-Over
                   MOVE "OVER" TO RL-OUTCOME
               WHEN Td-Short
                   MOVE "SHORT" TO RL-OUTCOME
               WHEN OTHER
                   MOVE "NOCOUNT" TO RL-OUTCOME
           END-EVALUATE
           PERFORM Append-Run-Log
           DISPLAY "  Teller " TD-OPER-ID " not balanced - "
                   RL-OUTCOME.

      *****************************************************************
      *  RUN-OR-SKIP-STEP
      *  RESUME LOGIC FOR A RERUN AFTER A FAILURE: A STEP ALREADY
      *  LOGGED OK IN RUNLOG FOR THE STREAM'S DATE (StepBusDate) IS
      *  SKIPPED, SO THE STREAM PICKS UP AT THE STEP THAT BROKE
      *  INSTEAD OF RE-POSTING A BATCH POSTREG WILL REFUSE.  THE
      *  FIRST SKIP STAMPS A "RESUMED" MARKER ROW SO THE LOG SHOWS
                   PERFORM Log-Resume-Row
               END-IF
               DISPLAY "  " StepName " already OK for "
                       StepBusDate " - skipped."
           ELSE
               PERFORM Run-Close-Step
           END-IF.

      *****************************************************************
      *  CHECK-STEP-DONE
      *  SCANS RUNLOG FOR AN OK ROW FOR StepName UNDER THE STREAM'S
      *  DATE IN StepBusDate.  ROWS FROM BEFORE RUNLOG CARRIED THE
      *  BUSINESS DATE NEVER MATCH, SO AN OLD LOG CANNOT SKIP A
      *  FRESH NIGHT'S STEPS.
      *****************************************************************
                           MOVE "10" TO RunLogStatus
                       NOT AT END
                           IF RL-STEP-NAME = StepName
                              AND RL-BUS-DATE = StepBusDate
                              AND RL-OUTCOME = "OK"
                               SET Step-Already-OK TO TRUE
                           END-IF
      *  CLEAN ONE AT A GLANCE.
      *****************************************************************
       Log-Resume-Row.
           MOVE StreamName TO RL-STEP-NAME
           MOVE StepBusDate TO RL-BUS-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
           MOVE 0 TO RL-RETURN-CODE
           MOVE "RESUMED" TO RL-OUTCOME
           PERFORM Append-Run-Log
           DISPLAY "Resuming " StreamName " for " StepBusDate
                   " - completed steps will be skipped.".

      *****************************************************************
      *  APPENDS THE OUTCOME ROW TO THE RUN-CONTROL LOG.  THE
      *  SUMMARY STEP FIRST CHECKS ITS BATCH FILE EXISTS - WITHOUT
      *  SUMTRANS IT WOULD FALL BACK TO THE INTERACTIVE PROMPT AND
      *  HANG AN UNATTENDED CLOSE.  THE MONTH-END STEPS RUN THE SAME
      *  WAY, THEIR PROGRAMS READING THE MONTH FROM THE MENDRUN
      *  BLOCK.  RETURN CODE 12 IS A STEP THAT FOUND A HAND-OFF FILE
      *  NOT AGREEING WITH ITS CONTROL TOTALS; IT IS LOGGED CTLTOTAL
      *  RATHER THAN FAILED SO THE MORNING SHIFT CAN TELL THE TWO
      *  APART, AND STOPS THE STREAM THE SAME WAY.  THE INTEGRITY
      *  CHECK'S RETURN CODE 4 (WARNINGS ONLY) IS LOGGED WARNING AND
      *  LETS THE STREAM CARRY ON.
      *****************************************************************
       Run-Close-Step.
           MOVE StepName TO RL-STEP-NAME
           MOVE StepBusDate TO RL-BUS-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO RL-START-TIME

           EVALUATE StepName
               WHEN "INTEGRITYCHECK"
                   CALL "IntegrityCheck"
               WHEN "STANDINGORDERS"
                   CALL "StandingOrderRun"
               WHEN "LOANINSTALMENTS"
                   CALL "LoanInstalmentRun"
               WHEN "BANKINGTRANSACTIONS"
                   CALL "BankingTransactions"
               WHEN "TRANSACTIONSUMMARY"
                   END-IF
               WHEN "RECONCILEDAILY"
                   CALL "ReconcileDaily"
               WHEN "OVERDRAFTMONITOR"
                   CALL "OverdraftMonitor"
               WHEN "CASHMONITOR"
                   CALL "CashMonitor"
               WHEN "SALESGLEXTRACT"
                   CALL "SalesGLExtract"
               WHEN "LOANGLEXTRACT"
                   CALL "LoanGLExtract"
               WHEN "JOURNALRELEASE"
                   CALL "JournalRelease"
               WHEN "ARCHIVEDAILY"
                   CALL "ArchiveDaily"
               WHEN "MONTHSTATEMENTS"
                   CALL "AccountStatement"
               WHEN "GLMONTHCLOSE"
                   CALL "GeneralLedger"
               WHEN "JOURNALROLLOVER"
                   CALL "JournalSummary"
               WHEN "PURGEARCHIVE"
                   CALL "PurgeArchive"
               WHEN "SALESYEAREND"
                   CALL "SalesYearEnd"
           END-EVALUATE
           MOVE RETURN-CODE TO StepRC

               DELIMITED BY SIZE INTO RL-END-TIME

           MOVE StepRC TO RL-RETURN-CODE
           EVALUATE TRUE
               WHEN StepRC = 0
                   MOVE "OK" TO RL-OUTCOME
               WHEN StepRC = 4 AND StepName = "INTEGRITYCHECK"
                   MOVE "WARNING" TO RL-OUTCOME
               WHEN StepRC = 12
                   MOVE "CTLTOTAL" TO RL-OUTCOME
                   MOVE "Y" TO StreamFailed
               WHEN OTHER
                   MOVE "FAILED" TO RL-OUTCOME
                   MOVE "Y" TO StreamFailed
           END-EVALUATE

           PERFORM Append-Run-Log.

      *  THE LAST ACT OF A CLEAN CLOSE: ADVANCE THE BUSINESS DATE TO
      *  THE NEXT WORKING DAY.  THE ROLL IS REFUSED - AND LOGGED
      *  REFUSED - WHILE RECONCILEDAILY'S LAST RUNLOG OUTCOME FOR
      *  THE DATE IS FAILED OR CTLTOTAL, OR WHILE A PENDING CLOSING
      *  FIGURE IS STILL SITTING IN BALPEND FOR BALANCEAPPROVAL, SO
      *  THE DATE CAN NEVER MOVE PAST AN UNBALANCED DAY.  THERE IS NO
      *  BUSINESS-DATE FILE TO ADVANCE AT A SITE RUNNING ON THE
      *  MACHINE-DATE FALLBACK, SO THE ROLL IS SKIPPED THERE.
      *****************************************************************
       Roll-Business-Date.
           MOVE "N" TO RollRefused
           MOVE "N" TO DateRolledFlag
           MOVE "00" TO BusDateStatus
           OPEN INPUT BUS-DATE-FILE
           IF NOT Bus-Date-OK
               CLOSE BUS-DATE-FILE
               PERFORM Check-Reconcile-Outcome
               PERFORM Check-Pending-Balance
               IF Rec-Outcome-Found
                  AND (LastRecOutcome = "FAILED"
                       OR LastRecOutcome = "CTLTOTAL")
                   MOVE "Y" TO RollRefused
                   DISPLAY "Roll REFUSED - RECONCILEDAILY is "
                           LastRecOutcome " for " CloseBusDate "."
               END-IF
               IF NOT Roll-Is-Refused AND Pending-Is-Held
                   MOVE "Y" TO RollRefused
                       MOVE NewBusDate TO BUS-DATE
                       WRITE BUS-DATE-RECORD
                       CLOSE BUS-DATE-FILE
                       MOVE "Y" TO DateRolledFlag
                       DISPLAY "Business date rolled "
                               CloseBusDate " -> " NewBusDate
                       PERFORM Log-Roll-Row
               MOVE "OK" TO RL-OUTCOME
           END-IF
           PERFORM Append-Run-Log.

      *****************************************************************
      *  RUN-MONTH-END-CLOSE
      *  THE MONTH-END JOB STREAM FOR THE MONTH BEFORE THE ONE THE
      *  DATE IN DateText FALLS IN - AFTER THE ROLL THAT IS THE NEW
      *  BUSINESS DATE, FROM THE MENU THE CURRENT ONE.  STEP ROWS GO
      *  TO RUNLOG UNDER THE MONTH'S LAST CALENDAR DAY, SO A RERUN
      *  FROM THE MENU SKIPS THE STEPS ALREADY OK AND PICKS UP AT THE
      *  ONE THAT FAILED, AND THE STREAM STOPS AT THE FIRST NONZERO
      *  RETURN CODE, THE SAME AS THE NIGHTLY CLOSE.  THE RECONCILE
      *  GATE (MONTHRECONCHECK) GOES FIRST.  THE MENDRUN BLOCK TELLS
      *  THE STEP PROGRAMS THE MONTH, AND THE YEAR SALESYEAREND ROLLS
      *  OFF IN DECEMBER - THE ONE BEFORE THE YEAR JUST CLOSED, SO A
      *  FULL PRIOR YEAR STAYS LIVE.  IT IS CLEARED AGAIN AT THE END.
      *****************************************************************
       Run-Month-End-Close.
           MOVE "N" TO StreamFailed
           MOVE "N" TO ResumeFlag
           MOVE "MONTHENDCLOSE" TO StreamName
           PERFORM Set-Month-End-Date
           MOVE MonthEndDate TO StepBusDate
           DISPLAY " "
           DISPLAY "Month-end job stream starting for "
                   MonthEndDate(1:7) "."

           MOVE "MONTHRECONCHECK" TO StepName
           PERFORM Check-Step-Done
           IF NOT Step-Already-OK
               PERFORM Check-Month-Reconciled
           END-IF

           MOVE "Y" TO MER-UNATTENDED
           MOVE MonthEndDate(1:7) TO MER-MONTH
           MOVE MonthEndDate(1:4) TO RollYearNo
           SUBTRACT 1 FROM RollYearNo
           MOVE RollYearNo TO MER-ROLL-YEAR

           IF NOT Stream-Has-Failed
               MOVE "MONTHSTATEMENTS" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "GLMONTHCLOSE" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "JOURNALROLLOVER" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed
               MOVE "PURGEARCHIVE" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           IF NOT Stream-Has-Failed AND MonthEndDate(6:2) = "12"
               MOVE "SALESYEAREND" TO StepName
               PERFORM Run-Or-Skip-Step
           END-IF

           MOVE "N" TO MER-UNATTENDED
           MOVE SPACES TO MER-MONTH
           MOVE SPACES TO MER-ROLL-YEAR

           IF Stream-Has-Failed
               DISPLAY "Month-end STOPPED at step " StepName
                       " - see RUNLOG; rerun with option 42."
           ELSE
               DISPLAY "Month-end for " MonthEndDate(1:7)
                       " completed cleanly."
           END-IF.

      *****************************************************************
      *  SET-MONTH-END-DATE
      *  THE LAST CALENDAR DAY OF THE MONTH BEFORE THE ONE THE DATE
      *  IN DateText FALLS IN: THE DAY BEFORE THAT MONTH'S FIRST.
      *****************************************************************
       Set-Month-End-Date.
           MOVE "01" TO DateText(9:2)
           PERFORM Convert-Date-To-Int
           SUBTRACT 1 FROM DateInt
           PERFORM Convert-Int-To-Date
           MOVE DateText TO MonthEndDate.

      *****************************************************************
      *  CHECK-MONTH-RECONCILED
      *  THE GATE AT THE TOP OF THE MONTH-END: EVERY WORKING DAY OF
      *  THE MONTH (WEEKDAYS NOT ON THE HOLIDAY CALENDAR, AS THE ROLL
      *  COUNTS THEM) MUST HAVE OK AS ITS LAST RECONCILEDAILY OUTCOME
      *  ON RUNLOG - THE SAME TEST THE ROLL APPLIES TO ONE DAY.
      *  RUNLOG IS READ ONCE INTO A DAY-OF-MONTH TABLE.  THE GATE'S
      *  OUTCOME GOES TO RUNLOG, AND A FAILURE STOPS THE STREAM
      *  BEFORE ANY STEP RUNS, NAMING THE FIRST DAY THAT IS NOT OK.
      *****************************************************************
       Check-Month-Reconciled.
           PERFORM VARYING DayNo FROM 1 BY 1 UNTIL DayNo > 31
               MOVE SPACES TO DayRecOutcome(DayNo)
           END-PERFORM
           MOVE "00" TO RunLogStatus
           OPEN INPUT RUN-LOG-FILE
           IF Run-Log-OK
               PERFORM UNTIL RunLogStatus = "10"
                   READ RUN-LOG-FILE
                       AT END
                           MOVE "10" TO RunLogStatus
                       NOT AT END
                           IF RL-STEP-NAME = "RECONCILEDAILY"
                              AND RL-BUS-DATE(1:7) = MonthEndDate(1:7)
                              AND RL-BUS-DATE(9:2) IS NUMERIC
                               MOVE RL-BUS-DATE(9:2) TO DayNo
                               IF DayNo >= 1 AND DayNo <= 31
                                   MOVE RL-OUTCOME
                                       TO DayRecOutcome(DayNo)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF
           MOVE "00" TO RunLogStatus

           MOVE 0 TO MonthBadDays
           MOVE SPACES TO FirstBadDay
           MOVE MonthEndDate TO DateText
           PERFORM Convert-Date-To-Int
           MOVE DateInt TO MonthLastInt
           MOVE "01" TO DateText(9:2)
           PERFORM Convert-Date-To-Int
           MOVE DateInt TO MonthFirstInt
           PERFORM VARYING DateInt FROM MonthFirstInt BY 1
                   UNTIL DateInt > MonthLastInt
               PERFORM Check-One-Month-Day
           END-PERFORM

           MOVE "MONTHRECONCHECK" TO RL-STEP-NAME
           MOVE StepBusDate TO RL-BUS-DATE
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO RL-START-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO RL-START-TIME
           MOVE RL-START-DATE TO RL-END-DATE
           MOVE RL-START-TIME TO RL-END-TIME
           IF MonthBadDays = 0
               MOVE 0 TO RL-RETURN-CODE
               MOVE "OK" TO RL-OUTCOME
           ELSE
               MOVE 8 TO RL-RETURN-CODE
               MOVE "FAILED" TO RL-OUTCOME
               MOVE "Y" TO StreamFailed
               DISPLAY "Month-end REFUSED - " MonthBadDays
                       " working day(s) without an OK reconcile,"
                       " first " FirstBadDay "."
           END-IF
           PERFORM Append-Run-Log.

      *****************************************************************
      *  CHECK-ONE-MONTH-DAY
      *  ONE DAY OF THE MONTH (DAY NUMBER IN DateInt): A WORKING DAY
      *  WHOSE LAST RECONCILE IS NOT OK IS COUNTED AGAINST THE GATE.
      *****************************************************************
       Check-One-Month-Day.
           COMPUTE WeekdayNo = FUNCTION MOD(DateInt, 7)
           IF WeekdayNo NOT = 6 AND WeekdayNo NOT = 0
               PERFORM Convert-Int-To-Date
               PERFORM Search-Holiday-File
               IF NOT Day-Is-Holiday
                   MOVE DateText(9:2) TO DayNo
                   IF DayRecOutcome(DayNo) NOT = "OK"
                       ADD 1 TO MonthBadDays
                       IF FirstBadDay = SPACES
                           MOVE DateText TO FirstBadDay
                       END-IF
                   END-IF
               END-IF
           END-IF.
