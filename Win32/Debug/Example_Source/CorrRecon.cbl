       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrRecon.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  RECONCILES THE GL CLEARING
      *                  ACCOUNT - THE GLMAP "S" ROW EVERY DAY'S
      *                  CONTRA LINES GO TO - AGAINST THE DAILY
      *                  STATEMENT OUR CORRESPONDENT BANK SENDS
      *                  (CORRSTMT), WHICH NOBODY CHECKED THE ACCOUNT
      *                  AGAINST UNTIL NOW.  IMPORTS THE STATEMENT,
      *                  REFUSING ONE WHOSE LINE COUNT OR BALANCES DO
      *                  NOT AGREE WITH ITS HEADER; TAKES THE
      *                  CLEARING-ACCOUNT LINES OFF GLEXTR; AND
      *                  MATCHES THE TWO SIDES BY AMOUNT AND DATE -
      *                  SAME DAY FIRST, THEN WITHIN THE CORRDAYS
      *                  SYSPARM WINDOW - TOGETHER WITH EVERY ITEM
      *                  CARRIED OPEN FROM EARLIER RUNS.  REPORTS THE
      *                  MATCHED PAIRS, THE ITEMS STILL OPEN ON EACH
      *                  SIDE WITH THEIR AGE AND THE RUNNING
      *                  UNRECONCILED DIFFERENCE, CHECKS THE PERIOD'S
      *                  FIGURES AGAINST THE CLEARING ACCOUNT'S
      *                  GLLEDGER ROW, AND CARRIES THE OPEN ITEMS
      *                  FORWARD ON CORROPEN UNTIL THEY CLEAR.  A
      *                  REGISTER (CORRREG) KEEPS A STATEMENT OR AN
      *                  EXTRACT DATE FROM BEING TAKEN TWICE, SO A
      *                  RERUN ONLY REPEATS THE REPORT.  RUN FROM THE
      *                  MENU EACH DAY AFTER THE NIGHTLY CLOSE, WHILE
      *                  GLEXTR STILL HOLDS THAT DAY'S EXTRACT.
      *                  RETURN CODE 4 WHEN ITEMS ARE LEFT OPEN, 8
      *                  WHEN THE RUN IS REFUSED.
      *  2026-10-15  DL  A STATEMENT WHOSE HEADER BALANCES OR LINE COUNT
      *                  ARE NOT NUMERIC IS REFUSED, AND A LINE WHOSE
      *                  AMOUNT IS NOT NUMERIC COUNTS AS A BAD LINE, SO
      *                  NEITHER CAN REACH THE TOTALS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-STMT-FILE ASSIGN TO "CORRSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrStmtStatus.

           SELECT CORR-OPEN-FILE ASSIGN TO "CORROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrOpenStatus.

           SELECT CORR-REG-FILE ASSIGN TO "CORRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrRegStatus.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlExtractStatus.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlMapStatus.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlLedgerStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CORR-STMT-FILE.
           COPY CORRSTM.

       FD  CORR-OPEN-FILE.
           COPY CORROPN.

       FD  CORR-REG-FILE.
           COPY CORRREG.

       FD  GL-EXTRACT-FILE.
           COPY GLJREC.

       FD  GL-MAP-FILE.
           COPY GLMAP.

       FD  GL-LEDGER-FILE.
           COPY GLLREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       COPY SYSPARMW.

       77  CorrStmtStatus       PIC XX VALUE "00".
           88  Corr-Stmt-OK         VALUE "00".
           88  Corr-Stmt-EOF        VALUE "10".
       77  CorrOpenStatus       PIC XX VALUE "00".
           88  Corr-Open-OK         VALUE "00".
           88  Corr-Open-EOF        VALUE "10".
       77  CorrRegStatus        PIC XX VALUE "00".
           88  Corr-Reg-OK          VALUE "00".
           88  Corr-Reg-EOF         VALUE "10".
       77  GlExtractStatus      PIC XX VALUE "00".
           88  Gl-Extract-OK        VALUE "00".
           88  Gl-Extract-EOF       VALUE "10".
       77  GlMapStatus          PIC XX VALUE "00".
           88  Gl-Map-OK            VALUE "00".
           88  Gl-Map-EOF           VALUE "10".
       77  GlLedgerStatus       PIC XX VALUE "00".
           88  Gl-Ledger-OK         VALUE "00".
           88  Gl-Ledger-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  ReconPeriod          PIC X(07) VALUE SPACES.
       77  ClearingAccount      PIC X(08) VALUE "UNMAPPED".

       77  RefuseFlag           PIC X VALUE "N".
           88  Run-Refused          VALUE "Y".
       77  StmtPresentFlag      PIC X VALUE "N".
           88  Stmt-Present         VALUE "Y".
       77  StmtTakenFlag        PIC X VALUE "N".
           88  Stmt-Already-Taken   VALUE "Y".
       77  LedgerRowFlag        PIC X VALUE "N".
           88  Ledger-Row-Found     VALUE "Y".

       77  MaxItems             PIC 9(3) VALUE 500.
       77  ItemCount            PIC 9(3) VALUE 0.
       77  MaxClrDates          PIC 9(2) VALUE 62.
       77  ClrCount             PIC 9(2) VALUE 0.
       77  ClrIdx               PIC 9(2) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  GIdx                 PIC 9(3) VALUE 0.
       77  BIdx                 PIC 9(3) VALUE 0.
       77  BestIdx              PIC 9(3) VALUE 0.
       77  BestGap              PIC 9(5) VALUE 0.
       77  DayGap               PIC S9(7) VALUE 0.
       77  ItemAge              PIC 9(5) VALUE 0.
       77  ReportSide           PIC X VALUE SPACE.
       77  SearchDate           PIC X(10) VALUE SPACES.

       77  StmtDate             PIC X(10) VALUE SPACES.
       77  StmtLineCount        PIC 9(5) VALUE 0.
       77  StmtLinesRead        PIC 9(5) VALUE 0.
       77  StmtBadLines         PIC 9(5) VALUE 0.
       77  StmtDrTotal          PIC 9(11)V99 VALUE 0.
       77  StmtCrTotal          PIC 9(11)V99 VALUE 0.
       77  StmtOpenSigned       PIC S9(11)V99 VALUE 0.
       77  StmtCloseSigned      PIC S9(11)V99 VALUE 0.
       77  StmtCheckNet         PIC S9(11)V99 VALUE 0.
       77  StmtCloseDrCr        PIC X(02) VALUE SPACES.
       77  StmtCloseBal         PIC 9(11)V99 VALUE 0.
       77  LastStmtDate         PIC X(10) VALUE SPACES.
       77  LastCloseSigned      PIC S9(11)V99 VALUE 0.

       77  CarriedItems         PIC 9(5) VALUE 0.
       77  NewLedgerItems       PIC 9(5) VALUE 0.
       77  NewStmtItems         PIC 9(5) VALUE 0.
       77  ExactPairs           PIC 9(5) VALUE 0.
       77  WindowPairs          PIC 9(5) VALUE 0.
       77  OpenCount            PIC 9(5) VALUE 0.
       77  MatchedAmount        PIC 9(11)V99 VALUE 0.
       77  OpenGlNet            PIC S9(11)V99 VALUE 0.
       77  OpenStmtNet          PIC S9(11)V99 VALUE 0.
       77  UnreconciledNet      PIC S9(11)V99 VALUE 0.
       77  PeriodLedgerNet      PIC S9(11)V99 VALUE 0.
       77  PeriodTakenNet       PIC S9(11)V99 VALUE 0.
       77  PeriodStmtNet        PIC S9(11)V99 VALUE 0.
       77  PeriodDiffNet        PIC S9(11)V99 VALUE 0.

       77  BusDateInt           PIC 9(7) VALUE 0.
       77  DateInt              PIC 9(7) VALUE 0.
       77  DateText             PIC X(10) VALUE SPACES.
       77  DateDigits           PIC 9(8) VALUE 0.
       77  DateDigitsX          PIC X(8) VALUE SPACES.
       77  PrintAmount          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  PrintSigned          PIC ---,---,---,--9.99.
       77  PrintAge             PIC ZZZZ9.

       01  NewItem.
           05  NewSide             PIC X(01).
           05  NewDate             PIC X(10).
           05  NewDrCr             PIC X(02).
           05  NewAmount           PIC 9(09)V99.
           05  NewReference        PIC X(16).
           05  NewNarrative        PIC X(30).
           05  NewFirstOpen        PIC X(10).

       01  ItemTable.
           05  ItemEntry OCCURS 500 TIMES.
               10  ItemSide        PIC X(01).
               10  ItemDate        PIC X(10).
               10  ItemDrCr        PIC X(02).
               10  ItemAmount      PIC 9(09)V99.
               10  ItemSigned      PIC S9(09)V99.
               10  ItemReference   PIC X(16).
               10  ItemNarrative   PIC X(30).
               10  ItemFirstOpen   PIC X(10).
               10  ItemDayNo       PIC 9(07).
               10  ItemMatch       PIC 9(03).
               10  ItemMatchKind   PIC X(01).

       01  ClearingDates.
           05  ClrEntry OCCURS 62 TIMES.
               10  ClrDate         PIC X(10).
               10  ClrState        PIC X(01).
                   88  Clr-To-Take     VALUE "N".
                   88  Clr-Registered  VALUE "R".
               10  ClrLines        PIC 9(05).
               10  ClrDebits       PIC 9(11)V99.
               10  ClrCredits      PIC 9(11)V99.

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "CORRESPONDENT RECON"      TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED
           MOVE BusinessDate(1:7) TO ReconPeriod
           MOVE BusinessDate TO DateText
           PERFORM Convert-Date-To-Int
           MOVE DateInt TO BusDateInt
           DISPLAY "Matching window:  " SPR-CORR-DAYS " days"

           MOVE "N" TO RefuseFlag
           PERFORM Find-Clearing-Account
           IF ClearingAccount = "UNMAPPED"
               MOVE "NO GLMAP S ROW - THE CLEARING ACCOUNT IS UNKNOWN."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               SET Run-Refused TO TRUE
           ELSE
               DISPLAY "Clearing account: " ClearingAccount
               PERFORM Load-Open-Items
           END-IF
           IF NOT Run-Refused
               PERFORM Check-Statement
           END-IF
           IF NOT Run-Refused
               PERFORM Collect-Clearing-Dates
           END-IF
           IF NOT Run-Refused
               PERFORM Scan-Register
               PERFORM Take-Statement-Lines
               PERFORM Take-Ledger-Lines
           END-IF
           IF Run-Refused
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - nothing imported or carried,"
                       " so a rerun starts clean."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Match-Exact
           PERFORM Match-Window
           PERFORM Report-Matched
           PERFORM Report-Open-Items
           PERFORM Check-Ledger-Period
           PERFORM Save-Open-Items
           PERFORM Register-Taken
           PERFORM Write-Job-Journal
           IF OpenCount > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE.  THE ITEMS' AGES AND THE LEDGER PERIOD CHECKED
      *  ARE COUNTED FROM IT.
      *****************************************************************
       Load-Business-Date.
           MOVE SPACES TO BusinessDate
           OPEN INPUT BUS-DATE-FILE
           IF Bus-Date-OK
               READ BUS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-DATE TO BusinessDate
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF
           IF BusinessDate = SPACES
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BusinessDate
           END-IF
           DISPLAY "Business date:    " BusinessDate.

      *****************************************************************
      *  FIND-CLEARING-ACCOUNT
      *  PICKS THE CLEARING ACCOUNT OFF THE GLMAP "S" RULE - THE
      *  ACCOUNT BANKINGTRANSACTIONS, SALESGLEXTRACT AND
      *  LOANGLEXTRACT BALANCE THEIR EXTRACT LINES TO.  NO RULE
      *  LEAVES "UNMAPPED" AND THE RUN IS REFUSED: THERE IS NOTHING
      *  TO RECONCILE THE STATEMENT AGAINST.
      *****************************************************************
       Find-Clearing-Account.
           MOVE "UNMAPPED" TO ClearingAccount
           OPEN INPUT GL-MAP-FILE
           IF Gl-Map-OK
               PERFORM UNTIL Gl-Map-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET Gl-Map-EOF TO TRUE
                       NOT AT END
                           IF GLM-TRAN-TYPE = "S"
                              AND ClearingAccount = "UNMAPPED"
                               MOVE GLM-GL-ACCOUNT TO ClearingAccount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *****************************************************************
      *  LOAD-OPEN-ITEMS
      *  READS THE ITEMS LEFT OPEN BY EARLIER RUNS INTO THE WORK
      *  TABLE AHEAD OF TODAY'S, SO THEY ARE OFFERED FOR MATCHING
      *  FIRST.  THE FILE IS REWRITTEN IN FULL AT THE END, SO MORE
      *  ITEMS THAN THE TABLE HOLDS REFUSES THE RUN RATHER THAN
      *  DROP ONE.
      *****************************************************************
       Load-Open-Items.
           MOVE 0 TO ItemCount
           MOVE 0 TO CarriedItems
           MOVE "00" TO CorrOpenStatus
           OPEN INPUT CORR-OPEN-FILE
           IF Corr-Open-OK
               PERFORM UNTIL Corr-Open-EOF
                   READ CORR-OPEN-FILE
                       AT END
                           SET Corr-Open-EOF TO TRUE
                       NOT AT END
                           MOVE CO-SIDE       TO NewSide
                           MOVE CO-ITEM-DATE  TO NewDate
                           MOVE CO-DR-CR      TO NewDrCr
                           MOVE CO-AMOUNT     TO NewAmount
                           MOVE CO-REFERENCE  TO NewReference
                           MOVE CO-NARRATIVE  TO NewNarrative
                           MOVE CO-FIRST-OPEN TO NewFirstOpen
                           PERFORM Add-Item
                           IF Run-Refused
                               SET Corr-Open-EOF TO TRUE
                           ELSE
                               ADD 1 TO CarriedItems
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORR-OPEN-FILE
           END-IF.

      *****************************************************************
      *  CHECK-STATEMENT
      *  FIRST PASS OVER THE CORRESPONDENT STATEMENT: THE "H" HEADER
      *  MUST COME FIRST, WITH NUMERIC BALANCES AND LINE COUNT,
      *  EVERY OTHER RECORD MUST BE A "D" LINE ON
      *  THE DR OR CR SIDE, THE LINES MUST NUMBER WHAT THE HEADER
      *  SAYS, AND THE OPENING BALANCE PLUS CREDITS LESS DEBITS MUST
      *  MAKE THE CLOSING BALANCE.  ANY FAILURE REFUSES THE RUN - A
      *  SHORT OR CORRUPT FILE IS NOT HALF-IMPORTED.  NO FILE JUST
      *  MEANS THE CORRESPONDENT HAS NOT SENT ONE; THE LEDGER SIDE
      *  IS STILL TAKEN AND MATCHED AGAINST ITEMS CARRIED OPEN.
      *****************************************************************
       Check-Statement.
           MOVE "N" TO StmtPresentFlag
           MOVE SPACES TO StmtDate
           MOVE 0 TO StmtLineCount
           MOVE 0 TO StmtLinesRead
           MOVE 0 TO StmtBadLines
           MOVE 0 TO StmtDrTotal
           MOVE 0 TO StmtCrTotal
           MOVE "00" TO CorrStmtStatus
           OPEN INPUT CORR-STMT-FILE
           IF NOT Corr-Stmt-OK
               DISPLAY "No correspondent statement on file -"
                       " ledger side only."
           ELSE
               READ CORR-STMT-FILE
                   AT END
                       SET Corr-Stmt-EOF TO TRUE
               END-READ
               IF Corr-Stmt-EOF
                   DISPLAY "Correspondent statement is empty -"
                           " ledger side only."
               ELSE
               IF NOT Cs-Is-Header
                  OR (CS-OPEN-DR-CR NOT = "DR"
                      AND CS-OPEN-DR-CR NOT = "CR")
                  OR (CS-CLOSE-DR-CR NOT = "DR"
                      AND CS-CLOSE-DR-CR NOT = "CR")
                   MOVE "STATEMENT HAS NO VALID H HEADER RECORD."
                       TO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   SET Run-Refused TO TRUE
               ELSE
               IF CS-OPEN-BAL NOT NUMERIC
                  OR CS-CLOSE-BAL NOT NUMERIC
                  OR CS-LINE-COUNT NOT NUMERIC
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "STATEMENT HEADER BALANCES OR LINE COUNT"
                          " ARE NOT NUMERIC."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   SET Run-Refused TO TRUE
               ELSE
                   SET Stmt-Present TO TRUE
                   MOVE CS-STMT-DATE   TO StmtDate
                   MOVE CS-LINE-COUNT  TO StmtLineCount
                   MOVE CS-CLOSE-DR-CR TO StmtCloseDrCr
                   MOVE CS-CLOSE-BAL   TO StmtCloseBal
                   IF CS-OPEN-DR-CR = "DR"
                       COMPUTE StmtOpenSigned = 0 - CS-OPEN-BAL
                   ELSE
                       MOVE CS-OPEN-BAL TO StmtOpenSigned
                   END-IF
                   IF CS-CLOSE-DR-CR = "DR"
                       COMPUTE StmtCloseSigned = 0 - CS-CLOSE-BAL
                   ELSE
                       MOVE CS-CLOSE-BAL TO StmtCloseSigned
                   END-IF
                   PERFORM UNTIL Corr-Stmt-EOF
                       READ CORR-STMT-FILE
                           AT END
                               SET Corr-Stmt-EOF TO TRUE
                           NOT AT END
                               PERFORM Check-Statement-Line
                       END-READ
                   END-PERFORM
                   COMPUTE StmtCheckNet =
                       StmtOpenSigned + StmtCrTotal - StmtDrTotal
                   DISPLAY "Statement dated:  " StmtDate ", "
                           StmtLinesRead " lines"
                   IF StmtBadLines > 0
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "STATEMENT HAS " StmtBadLines
                              " LINES THAT ARE NOT VALID D LINES."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                       SET Run-Refused TO TRUE
                   END-IF
                   IF StmtLinesRead NOT = StmtLineCount
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "STATEMENT HEADER PROMISES "
                              StmtLineCount " LINES, FILE HOLDS "
                              StmtLinesRead "."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                       SET Run-Refused TO TRUE
                   END-IF
                   IF StmtCheckNet NOT = StmtCloseSigned
                       MOVE "OPENING PLUS MOVEMENTS IS NOT THE CLOSE."
                           TO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                       SET Run-Refused TO TRUE
                   END-IF
               END-IF
               END-IF
               END-IF
               CLOSE CORR-STMT-FILE
           END-IF.

      *****************************************************************
      *  CHECK-STATEMENT-LINE
      *  ONE RECORD AFTER THE HEADER INTO THE LINE COUNT AND THE
      *  SIDE TOTALS; ANYTHING ELSE - INCLUDING A LINE WHOSE VALUE
      *  DATE IS NOT A YYYY-MM-DD DATE OR WHOSE AMOUNT IS NOT
      *  NUMERIC - IS COUNTED AS A BAD LINE.
      *****************************************************************
       Check-Statement-Line.
           IF CS-VALUE-DATE(1:4) NOT NUMERIC
              OR CS-VALUE-DATE(6:2) NOT NUMERIC
              OR CS-VALUE-DATE(9:2) NOT NUMERIC
              OR CS-VALUE-DATE(5:1) NOT = "-"
              OR CS-VALUE-DATE(8:1) NOT = "-"
              OR CS-AMOUNT NOT NUMERIC
               ADD 1 TO StmtBadLines
           ELSE
           IF Cs-Is-Detail AND CS-DR-CR = "DR"
               ADD 1 TO StmtLinesRead
               ADD CS-AMOUNT TO StmtDrTotal
           ELSE
           IF Cs-Is-Detail AND CS-DR-CR = "CR"
               ADD 1 TO StmtLinesRead
               ADD CS-AMOUNT TO StmtCrTotal
           ELSE
               ADD 1 TO StmtBadLines
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  COLLECT-CLEARING-DATES
      *  FIRST PASS OVER THE EXTRACT: BUILDS THE LIST OF DISTINCT
      *  DATES CARRYING CLEARING-ACCOUNT LINES, WITH EACH DATE'S
      *  LINES AND TOTALS FOR THE REGISTER.  NO EXTRACT MEANS THE
      *  STATEMENT IS MATCHED AGAINST ITEMS CARRIED OPEN ONLY.
      *****************************************************************
       Collect-Clearing-Dates.
           MOVE 0 TO ClrCount
           MOVE "00" TO GlExtractStatus
           OPEN INPUT GL-EXTRACT-FILE
           IF NOT Gl-Extract-OK
               DISPLAY "No GL extract on file - statement side only."
           ELSE
               PERFORM UNTIL Gl-Extract-EOF
                   READ GL-EXTRACT-FILE
                       AT END
                           SET Gl-Extract-EOF TO TRUE
                       NOT AT END
                           IF GLJ-GL-ACCOUNT = ClearingAccount
                               MOVE GLJ-DATE TO SearchDate
                               PERFORM Note-Clearing-Date
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF.

      *****************************************************************
      *  NOTE-CLEARING-DATE
      *  ADDS THE LINE'S FIGURES UNDER ITS DATE, OPENING THE DATE ON
      *  FIRST SIGHT.  MORE DATES THAN THE LIST HOLDS REFUSES THE
      *  RUN - GLEXTR NORMALLY HOLDS ONE DAY.
      *****************************************************************
       Note-Clearing-Date.
           PERFORM Find-Clearing-Date
           IF ClrIdx = 0
               IF ClrCount < MaxClrDates
                   ADD 1 TO ClrCount
                   MOVE ClrCount TO ClrIdx
                   MOVE GLJ-DATE TO ClrDate(ClrIdx)
                   SET Clr-To-Take(ClrIdx) TO TRUE
                   MOVE 0 TO ClrLines(ClrIdx)
                   MOVE 0 TO ClrDebits(ClrIdx)
                   MOVE 0 TO ClrCredits(ClrIdx)
               ELSE
                   MOVE "GLEXTR HOLDS MORE DATES THAN MAXCLRDATES."
                       TO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   SET Run-Refused TO TRUE
                   SET Gl-Extract-EOF TO TRUE
               END-IF
           END-IF
           IF ClrIdx > 0
               ADD 1 TO ClrLines(ClrIdx)
               IF GLJ-DR-CR = "DR"
                   ADD GLJ-AMOUNT TO ClrDebits(ClrIdx)
               ELSE
                   ADD GLJ-AMOUNT TO ClrCredits(ClrIdx)
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-CLEARING-DATE
      *  SETS ClrIdx TO SearchDate'S SLOT IN THE DATE LIST, OR ZERO.
      *****************************************************************
       Find-Clearing-Date.
           MOVE 0 TO ClrIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ClrCount
               IF ClrDate(K) = SearchDate
                   MOVE K TO ClrIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  SCAN-REGISTER
      *  ONE PASS OVER THE REGISTER: MARKS THE STATEMENT AND ANY
      *  EXTRACT DATE ALREADY TAKEN, KEEPS THE LATEST STATEMENT'S
      *  CLOSING BALANCE FOR THE CONTINUITY CHECK, AND TOTALS WHAT
      *  EARLIER RUNS TOOK IN THE CURRENT PERIOD FOR THE LEDGER
      *  CHECK.  NO REGISTER YET JUST MEANS NOTHING HAS BEEN TAKEN.
      *****************************************************************
       Scan-Register.
           MOVE "N" TO StmtTakenFlag
           MOVE SPACES TO LastStmtDate
           MOVE 0 TO LastCloseSigned
           MOVE 0 TO PeriodTakenNet
           MOVE 0 TO PeriodStmtNet
           MOVE "00" TO CorrRegStatus
           OPEN INPUT CORR-REG-FILE
           IF Corr-Reg-OK
               PERFORM UNTIL Corr-Reg-EOF
                   READ CORR-REG-FILE
                       AT END
                           SET Corr-Reg-EOF TO TRUE
                       NOT AT END
                           PERFORM Note-Register-Row
                   END-READ
               END-PERFORM
               CLOSE CORR-REG-FILE
           END-IF.

      *****************************************************************
      *  NOTE-REGISTER-ROW
      *  ONE REGISTER ROW INTO THE FLAGS AND PERIOD TOTALS.
      *****************************************************************
       Note-Register-Row.
           IF Crr-Statement
               IF Stmt-Present AND CRR-ITEM-DATE = StmtDate
                   SET Stmt-Already-Taken TO TRUE
               END-IF
               IF LastStmtDate = SPACES
                  OR CRR-ITEM-DATE > LastStmtDate
                   MOVE CRR-ITEM-DATE TO LastStmtDate
                   IF CRR-CLOSE-DR-CR = "DR"
                       COMPUTE LastCloseSigned = 0 - CRR-CLOSE-BAL
                   ELSE
                       MOVE CRR-CLOSE-BAL TO LastCloseSigned
                   END-IF
               END-IF
               IF CRR-ITEM-DATE(1:7) = ReconPeriod
                   COMPUTE PeriodStmtNet = PeriodStmtNet
                       + CRR-CREDITS - CRR-DEBITS
               END-IF
           END-IF
           IF Crr-Ledger
               MOVE CRR-ITEM-DATE TO SearchDate
               PERFORM Find-Clearing-Date
               IF ClrIdx > 0
                   SET Clr-Registered(ClrIdx) TO TRUE
               END-IF
               IF CRR-ITEM-DATE(1:7) = ReconPeriod
                   COMPUTE PeriodTakenNet = PeriodTakenNet
                       + CRR-DEBITS - CRR-CREDITS
               END-IF
           END-IF.

      *****************************************************************
      *  TAKE-STATEMENT-LINES
      *  SECOND PASS OVER A STATEMENT NOT YET TAKEN: EVERY LINE
      *  BECOMES A STATEMENT-SIDE ITEM.  AN OPENING BALANCE THAT
      *  DOES NOT PICK UP WHERE THE LAST STATEMENT CLOSED IS CALLED
      *  OUT - A STATEMENT IN BETWEEN HAS PROBABLY NOT BEEN IMPORTED
      *  - BUT DOES NOT STOP THE RUN.
      *****************************************************************
       Take-Statement-Lines.
           MOVE 0 TO NewStmtItems
           IF Stmt-Present
               IF Stmt-Already-Taken
                   DISPLAY "Statement " StmtDate " already imported"
                           " - not taken again."
               ELSE
                   IF LastStmtDate NOT = SPACES
                      AND LastStmtDate < StmtDate
                      AND StmtOpenSigned NOT = LastCloseSigned
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "OPENING BALANCE DOES NOT AGREE WITH THE"
                              " STATEMENT OF " LastStmtDate "."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                   END-IF
                   MOVE "00" TO CorrStmtStatus
                   OPEN INPUT CORR-STMT-FILE
                   READ CORR-STMT-FILE
                       AT END
                           SET Corr-Stmt-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL Corr-Stmt-EOF OR Run-Refused
                       READ CORR-STMT-FILE
                           AT END
                               SET Corr-Stmt-EOF TO TRUE
                           NOT AT END
                               MOVE "B"           TO NewSide
                               MOVE CS-VALUE-DATE TO NewDate
                               MOVE CS-DR-CR      TO NewDrCr
                               MOVE CS-AMOUNT     TO NewAmount
                               MOVE CS-REFERENCE  TO NewReference
                               MOVE CS-NARRATIVE  TO NewNarrative
                               MOVE BusinessDate  TO NewFirstOpen
                               PERFORM Add-Item
                               ADD 1 TO NewStmtItems
                       END-READ
                   END-PERFORM
                   CLOSE CORR-STMT-FILE
               END-IF
           END-IF.

      *****************************************************************
      *  TAKE-LEDGER-LINES
      *  SECOND PASS OVER THE EXTRACT: EVERY CLEARING-ACCOUNT LINE
      *  ON A DATE NOT YET REGISTERED BECOMES A LEDGER-SIDE ITEM,
      *  REFERENCED BY THE PROGRAM THAT WROTE IT.
      *****************************************************************
       Take-Ledger-Lines.
           MOVE 0 TO NewLedgerItems
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ClrCount
               IF Clr-Registered(K)
                   DISPLAY "Extract date " ClrDate(K)
                           " already taken - not taken again."
               END-IF
           END-PERFORM
           IF ClrCount > 0
               MOVE "00" TO GlExtractStatus
               OPEN INPUT GL-EXTRACT-FILE
               PERFORM UNTIL Gl-Extract-EOF OR Run-Refused
                   READ GL-EXTRACT-FILE
                       AT END
                           SET Gl-Extract-EOF TO TRUE
                       NOT AT END
                           IF GLJ-GL-ACCOUNT = ClearingAccount
                               MOVE GLJ-DATE TO SearchDate
                               PERFORM Find-Clearing-Date
                               IF Clr-To-Take(ClrIdx)
                                   PERFORM Take-One-Ledger-Line
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF.

      *****************************************************************
      *  TAKE-ONE-LEDGER-LINE
      *  ONE CLEARING-ACCOUNT EXTRACT LINE INTO THE ITEM TABLE.
      *****************************************************************
       Take-One-Ledger-Line.
           MOVE "G"            TO NewSide
           MOVE GLJ-DATE       TO NewDate
           MOVE GLJ-DR-CR      TO NewDrCr
           MOVE GLJ-AMOUNT     TO NewAmount
           MOVE GLJ-SOURCE-ID  TO NewReference
           MOVE "CLEARING CONTRA" TO NewNarrative
           MOVE BusinessDate   TO NewFirstOpen
           PERFORM Add-Item
           ADD 1 TO NewLedgerItems.

      *****************************************************************
      *  ADD-ITEM
      *  APPENDS THE ITEM IN NewItem TO THE WORK TABLE WITH ITS
      *  SIGNED VALUE AND DAY NUMBER.  THE SIGN PUTS BOTH SIDES ON
      *  ONE FOOTING: A CLEARING DR AND A STATEMENT CR ARE BOTH
      *  MONEY IN OUR FAVOUR AT THE CORRESPONDENT AND COUNT PLUS, SO
      *  A PAIR MATCHES WHEN THE SIGNED VALUES ARE EQUAL.  A FULL
      *  TABLE REFUSES THE RUN.
      *****************************************************************
       Add-Item.
           IF ItemCount NOT < MaxItems
               MOVE "MORE OPEN AND NEW ITEMS THAN MAXITEMS."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               SET Run-Refused TO TRUE
           ELSE
               ADD 1 TO ItemCount
               MOVE NewSide      TO ItemSide(ItemCount)
               MOVE NewDate      TO ItemDate(ItemCount)
               MOVE NewDrCr      TO ItemDrCr(ItemCount)
               MOVE NewAmount    TO ItemAmount(ItemCount)
               MOVE NewReference TO ItemReference(ItemCount)
               MOVE NewNarrative TO ItemNarrative(ItemCount)
               MOVE NewFirstOpen TO ItemFirstOpen(ItemCount)
               MOVE 0 TO ItemMatch(ItemCount)
               MOVE SPACE TO ItemMatchKind(ItemCount)
               IF (NewSide = "G" AND NewDrCr = "DR")
                  OR (NewSide = "B" AND NewDrCr = "CR")
                   MOVE NewAmount TO ItemSigned(ItemCount)
               ELSE
                   COMPUTE ItemSigned(ItemCount) = 0 - NewAmount
               END-IF
               MOVE NewDate TO DateText
               PERFORM Convert-Date-To-Int
               MOVE DateInt TO ItemDayNo(ItemCount)
           END-IF.

      *****************************************************************
      *  MATCH-EXACT
      *  FIRST PASS: EACH OPEN LEDGER ITEM TAKES THE FIRST OPEN
      *  STATEMENT ITEM OF THE SAME DATE AND SIGNED VALUE.
      *****************************************************************
       Match-Exact.
           MOVE 0 TO ExactPairs
           PERFORM VARYING GIdx FROM 1 BY 1 UNTIL GIdx > ItemCount
               IF ItemSide(GIdx) = "G" AND ItemMatch(GIdx) = 0
                   PERFORM VARYING BIdx FROM 1 BY 1
                           UNTIL BIdx > ItemCount
                              OR ItemMatch(GIdx) > 0
                       IF ItemSide(BIdx) = "B"
                          AND ItemMatch(BIdx) = 0
                          AND ItemDate(BIdx) = ItemDate(GIdx)
                          AND ItemSigned(BIdx) = ItemSigned(GIdx)
                           MOVE BIdx TO BestIdx
                           MOVE "E" TO ItemMatchKind(GIdx)
                           PERFORM Pair-Items
                           ADD 1 TO ExactPairs
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      *  MATCH-WINDOW
      *  SECOND PASS: EACH LEDGER ITEM STILL OPEN, OLDEST FIRST
      *  (CARRIED ITEMS LEAD THE TABLE), TAKES THE OPEN STATEMENT
      *  ITEM OF THE SAME SIGNED VALUE DATED CLOSEST TO IT, IF THAT
      *  IS WITHIN CORRDAYS DAYS EITHER WAY.  A TIE GOES TO THE
      *  OLDER STATEMENT ITEM.
      *****************************************************************
       Match-Window.
           MOVE 0 TO WindowPairs
           PERFORM VARYING GIdx FROM 1 BY 1 UNTIL GIdx > ItemCount
               IF ItemSide(GIdx) = "G" AND ItemMatch(GIdx) = 0
                   PERFORM Find-Window-Partner
                   IF BestIdx > 0
                       MOVE "W" TO ItemMatchKind(GIdx)
                       PERFORM Pair-Items
                       ADD 1 TO WindowPairs
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  FIND-WINDOW-PARTNER
      *  SETS BestIdx TO THE CLOSEST-DATED OPEN STATEMENT ITEM OF
      *  ItemSigned(GIdx) INSIDE THE WINDOW, OR ZERO.
      *****************************************************************
       Find-Window-Partner.
           MOVE 0 TO BestIdx
           MOVE 99999 TO BestGap
           PERFORM VARYING BIdx FROM 1 BY 1 UNTIL BIdx > ItemCount
               IF ItemSide(BIdx) = "B"
                  AND ItemMatch(BIdx) = 0
                  AND ItemSigned(BIdx) = ItemSigned(GIdx)
                   COMPUTE DayGap = ItemDayNo(BIdx) - ItemDayNo(GIdx)
                   IF DayGap < 0
                       COMPUTE DayGap = 0 - DayGap
                   END-IF
                   IF DayGap NOT > SPR-CORR-DAYS
                      AND DayGap < BestGap
                       MOVE BIdx TO BestIdx
                       MOVE DayGap TO BestGap
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *  PAIR-ITEMS
      *  MARKS LEDGER ITEM GIdx AND STATEMENT ITEM BestIdx AS EACH
      *  OTHER'S MATCH.
      *****************************************************************
       Pair-Items.
           MOVE BestIdx TO ItemMatch(GIdx)
           MOVE GIdx TO ItemMatch(BestIdx)
           MOVE ItemMatchKind(GIdx) TO ItemMatchKind(BestIdx)
           ADD ItemAmount(GIdx) TO MatchedAmount.

      *****************************************************************
      *  REPORT-MATCHED
      *  ONE LINE PER PAIR CLEARED THIS RUN: THE LEDGER DATE AND
      *  SIDE, THE STATEMENT DATE, THE AMOUNT, HOW IT MATCHED (SAME
      *  DAY OR IN THE WINDOW) AND THE CORRESPONDENT'S REFERENCE.
      *****************************************************************
       Report-Matched.
           DISPLAY " "
           DISPLAY "Matched this run:"
           DISPLAY "  Ledger        Statement            Amount"
                   "  How     Reference"
           PERFORM VARYING GIdx FROM 1 BY 1 UNTIL GIdx > ItemCount
               IF ItemSide(GIdx) = "G" AND ItemMatch(GIdx) > 0
                   MOVE ItemMatch(GIdx) TO BIdx
                   MOVE ItemAmount(GIdx) TO PrintAmount
                   IF ItemMatchKind(GIdx) = "E"
                       DISPLAY "  " ItemDate(GIdx) " " ItemDrCr(GIdx)
                               " " ItemDate(BIdx) " " PrintAmount
                               "  SAMEDAY " ItemReference(BIdx)
                   ELSE
                       DISPLAY "  " ItemDate(GIdx) " " ItemDrCr(GIdx)
                               " " ItemDate(BIdx) " " PrintAmount
                               "  WINDOW  " ItemReference(BIdx)
                   END-IF
               END-IF
           END-PERFORM
           IF ExactPairs + WindowPairs = 0
               DISPLAY "  (no item matched)"
           END-IF
           MOVE MatchedAmount TO PrintAmount
           DISPLAY "  Pairs: " ExactPairs " same day, " WindowPairs
                   " in the window, amount " PrintAmount.

      *****************************************************************
      *  REPORT-OPEN-ITEMS
      *  THE ITEMS STILL OPEN, LEDGER SIDE THEN STATEMENT SIDE, WITH
      *  THEIR AGE IN DAYS, THEN THE RUNNING UNRECONCILED
      *  DIFFERENCE: THE OPEN LEDGER ITEMS LESS THE OPEN STATEMENT
      *  ITEMS, ON THE SIGNED FOOTING.  ZERO MEANS THE CLEARING
      *  ACCOUNT AND THE CORRESPONDENT AGREE.
      *****************************************************************
       Report-Open-Items.
           MOVE 0 TO OpenCount
           MOVE 0 TO OpenGlNet
           MOVE 0 TO OpenStmtNet
           DISPLAY " "
           DISPLAY "Open in our ledger, not on the statement:"
           MOVE "G" TO ReportSide
           PERFORM Report-Open-Side
           DISPLAY " "
           DISPLAY "Open on the statement, not in our ledger:"
           MOVE "B" TO ReportSide
           PERFORM Report-Open-Side
           COMPUTE UnreconciledNet = OpenGlNet - OpenStmtNet
           DISPLAY " "
           MOVE OpenGlNet TO PrintSigned
           DISPLAY "  Open ledger items:        " PrintSigned
           MOVE OpenStmtNet TO PrintSigned
           DISPLAY "  Open statement items:     " PrintSigned
           MOVE UnreconciledNet TO PrintSigned
           DISPLAY "  Unreconciled difference:  " PrintSigned
           IF OpenCount = 0
               DISPLAY "  Clearing account fully reconciled."
           ELSE
               DISPLAY "  " OpenCount " items carried forward."
           END-IF.

      *****************************************************************
      *  REPORT-OPEN-SIDE
      *  LISTS THE OPEN ITEMS ON SIDE ReportSide AND ADDS THEM TO
      *  THAT SIDE'S OPEN TOTAL.
      *****************************************************************
       Report-Open-Side.
           MOVE 0 TO K
           DISPLAY "  Date       Side          Amount    Age"
                   "  Reference        Narrative"
           PERFORM VARYING GIdx FROM 1 BY 1 UNTIL GIdx > ItemCount
               IF ItemSide(GIdx) = ReportSide AND ItemMatch(GIdx) = 0
                   ADD 1 TO K
                   ADD 1 TO OpenCount
                   IF ReportSide = "G"
                       ADD ItemSigned(GIdx) TO OpenGlNet
                   ELSE
                       ADD ItemSigned(GIdx) TO OpenStmtNet
                   END-IF
                   IF BusDateInt > ItemDayNo(GIdx)
                       COMPUTE ItemAge = BusDateInt - ItemDayNo(GIdx)
                   ELSE
                       MOVE 0 TO ItemAge
                   END-IF
                   MOVE ItemAmount(GIdx) TO PrintAmount
                   MOVE ItemAge TO PrintAge
                   DISPLAY "  " ItemDate(GIdx) " " ItemDrCr(GIdx)
                           " " PrintAmount " " PrintAge
                           "  " ItemReference(GIdx)
                           " " ItemNarrative(GIdx)(1:20)
               END-IF
           END-PERFORM
           IF K = 0
               DISPLAY "  (none)"
           END-IF.

      *****************************************************************
      *  CHECK-LEDGER-PERIOD
      *  SETS THE PERIOD'S FIGURES SIDE BY SIDE: THE CLEARING
      *  ACCOUNT'S NET ON GLLEDGER, THE NET OF THE CLEARING LINES
      *  TAKEN FROM THE EXTRACTS, AND THE NET MOVEMENT ON THE
      *  STATEMENTS IMPORTED.  THE LEDGER SHOULD EQUAL THE LINES
      *  TAKEN - IF NOT, A DAY'S EXTRACT HAS NOT BEEN FOLDED INTO
      *  THE LEDGER, OR A DAY'S EXTRACT WAS NEVER RECONCILED - AND
      *  THE LEDGER LESS THE STATEMENTS IS THE PERIOD'S SHARE OF
      *  THE UNRECONCILED DIFFERENCE.
      *****************************************************************
       Check-Ledger-Period.
           IF Stmt-Present AND NOT Stmt-Already-Taken
              AND StmtDate(1:7) = ReconPeriod
               COMPUTE PeriodStmtNet = PeriodStmtNet
                   + StmtCrTotal - StmtDrTotal
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ClrCount
               IF Clr-To-Take(K) AND ClrDate(K)(1:7) = ReconPeriod
                   COMPUTE PeriodTakenNet = PeriodTakenNet
                       + ClrDebits(K) - ClrCredits(K)
               END-IF
           END-PERFORM
           MOVE "N" TO LedgerRowFlag
           MOVE 0 TO PeriodLedgerNet
           MOVE "00" TO GlLedgerStatus
           OPEN INPUT GL-LEDGER-FILE
           IF Gl-Ledger-OK
               PERFORM UNTIL Gl-Ledger-EOF
                   READ GL-LEDGER-FILE
                       AT END
                           SET Gl-Ledger-EOF TO TRUE
                       NOT AT END
                           IF GLL-GL-ACCOUNT = ClearingAccount
                              AND GLL-PERIOD = ReconPeriod
                               SET Ledger-Row-Found TO TRUE
                               COMPUTE PeriodLedgerNet =
                                   GLL-PTD-DEBITS - GLL-PTD-CREDITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-LEDGER-FILE
           END-IF
           COMPUTE PeriodDiffNet = PeriodLedgerNet - PeriodStmtNet
           DISPLAY " "
           DISPLAY "Period " ReconPeriod " on clearing account "
                   ClearingAccount ":"
           MOVE PeriodLedgerNet TO PrintSigned
           DISPLAY "  GLLEDGER period to date:  " PrintSigned
           MOVE PeriodTakenNet TO PrintSigned
           DISPLAY "  Extract lines taken:      " PrintSigned
           MOVE PeriodStmtNet TO PrintSigned
           DISPLAY "  Statement movement:       " PrintSigned
           MOVE PeriodDiffNet TO PrintSigned
           DISPLAY "  Ledger less statement:    " PrintSigned
           IF NOT Ledger-Row-Found
               DISPLAY "  (no GLLEDGER row for the clearing account"
                       " this period)"
           END-IF
           IF PeriodLedgerNet NOT = PeriodTakenNet
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "GLLEDGER DISAGREES WITH THE LINES TAKEN -"
                      " A DAY UNFOLDED OR UNTAKEN."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           END-IF.

      *****************************************************************
      *  SAVE-OPEN-ITEMS
      *  REWRITES THE OPEN-ITEM FILE IN FULL WITH EVERY ITEM STILL
      *  UNMATCHED, SO IT IS OFFERED AGAIN NEXT RUN.
      *****************************************************************
       Save-Open-Items.
           OPEN OUTPUT CORR-OPEN-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ItemCount
               IF ItemMatch(K) = 0
                   MOVE ItemSide(K)      TO CO-SIDE
                   MOVE ItemDate(K)      TO CO-ITEM-DATE
                   MOVE ItemDrCr(K)      TO CO-DR-CR
                   MOVE ItemAmount(K)    TO CO-AMOUNT
                   MOVE ItemReference(K) TO CO-REFERENCE
                   MOVE ItemNarrative(K) TO CO-NARRATIVE
                   MOVE ItemFirstOpen(K) TO CO-FIRST-OPEN
                   WRITE CORR-OPEN-RECORD
               END-IF
           END-PERFORM
           CLOSE CORR-OPEN-FILE.

      *****************************************************************
      *  REGISTER-TAKEN
      *  APPENDS THE STATEMENT AND THE EXTRACT DATES TAKEN THIS RUN
      *  TO THE REGISTER, CREATING IT ON FIRST USE, SO A RERUN
      *  LEAVES THEM ALONE.
      *****************************************************************
       Register-Taken.
           OPEN EXTEND CORR-REG-FILE
           IF NOT Corr-Reg-OK
               CLOSE CORR-REG-FILE
               OPEN OUTPUT CORR-REG-FILE
           END-IF
           IF Stmt-Present AND NOT Stmt-Already-Taken
               MOVE "S"             TO CRR-SOURCE
               MOVE StmtDate        TO CRR-ITEM-DATE
               MOVE StmtLinesRead   TO CRR-LINES
               MOVE StmtDrTotal     TO CRR-DEBITS
               MOVE StmtCrTotal     TO CRR-CREDITS
               MOVE StmtCloseDrCr   TO CRR-CLOSE-DR-CR
               MOVE StmtCloseBal    TO CRR-CLOSE-BAL
               MOVE BusinessDate    TO CRR-RUN-DATE
               MOVE StampOperatorId TO CRR-OPERATOR-ID
               WRITE CORR-REG-RECORD
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ClrCount
               IF Clr-To-Take(K)
                   MOVE "G"             TO CRR-SOURCE
                   MOVE ClrDate(K)      TO CRR-ITEM-DATE
                   MOVE ClrLines(K)     TO CRR-LINES
                   MOVE ClrDebits(K)    TO CRR-DEBITS
                   MOVE ClrCredits(K)   TO CRR-CREDITS
                   MOVE SPACES          TO CRR-CLOSE-DR-CR
                   MOVE 0               TO CRR-CLOSE-BAL
                   MOVE BusinessDate    TO CRR-RUN-DATE
                   MOVE StampOperatorId TO CRR-OPERATOR-ID
                   WRITE CORR-REG-RECORD
               END-IF
           END-PERFORM
           CLOSE CORR-REG-FILE
           MOVE "00" TO CorrRegStatus.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW: ITEMS IN PLAY (CARRIED PLUS
      *  TAKEN), ITEMS MATCHED OFF AND ITEMS LEFT OPEN (IN = OUT +
      *  REJECTED), WITH THE UNRECONCILED DIFFERENCE AS THE AMOUNT.
      *  A REFUSED RUN RECORDS WHAT IT HAD READ AND NOTHING OUT.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "CORRRECON" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE ItemCount TO JRN-RECS-IN
           IF Run-Refused
               MOVE 0 TO JRN-RECS-OUT
               MOVE ItemCount TO JRN-RECS-REJECT
               MOVE 0 TO JRN-AMOUNT
           ELSE
               COMPUTE JRN-RECS-OUT = (ExactPairs + WindowPairs) * 2
               MOVE OpenCount TO JRN-RECS-REJECT
               MOVE UnreconciledNet TO JRN-AMOUNT
           END-IF
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.

      *****************************************************************
      *  CONVERT-DATE-TO-INT
      *  TURNS THE YYYY-MM-DD DATE IN DateText INTO A DAY NUMBER IN
      *  DateInt.
      *****************************************************************
       Convert-Date-To-Int.
           MOVE SPACES TO DateDigitsX
           STRING DateText(1:4) DateText(6:2) DateText(9:2)
               DELIMITED BY SIZE INTO DateDigitsX
           MOVE DateDigitsX TO DateDigits
           MOVE FUNCTION INTEGER-OF-DATE(DateDigits) TO DateInt.
