       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChartMaint.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  CHART-OF-ACCOUNTS
      *                  MAINTENANCE.  THE GL ACCOUNT CODES ON THE
      *                  LEDGER MEANT NOTHING TO THE SYSTEM, SO
      *                  FINANCE BUILT THE BALANCE SHEET AND INCOME
      *                  STATEMENT BY HAND.  THIS SCREEN KEEPS THE
      *                  GLCHART MASTER (COAREC LAYOUT) - EACH
      *                  ACCOUNT'S DESCRIPTION, CLASS, REPORTING LINE
      *                  AND, FOR BALANCE-SHEET ACCOUNTS, THE BALANCE
      *                  BROUGHT FORWARD AT THE START OF THE YEAR -
      *                  THAT FINSTATEMENTS REPORTS FROM.  EVERY ADD
      *                  AND EVERY FIELD CHANGED IS AUDITED THROUGH
      *                  AUDITWRITE.  ALSO LISTS THE GL ACCOUNTS ON
      *                  THE PERIOD LEDGER THE CHART DOES NOT COVER.
      *  2026-10-15  DL  A NEW ACCOUNT IS AUDITED AS AN ADD ROW FOR ITS
      *                  CODE, DESCRIPTION, CLASS AND REPORTING LINE AND
      *                  AN OPENBAL ROW FOR THE BALANCE BROUGHT FORWARD,
      *                  AS A CHANGE IS.  GLCHART IS HELD ON THE LOCK
      *                  REGISTRY FOR THE SESSION, SO TWO SUPERVISORS
      *                  CANNOT REWRITE THE CHART OVER EACH OTHER.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlChartStatus.

           SELECT GL-LEDGER-FILE ASSIGN TO "GLLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlLedgerStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART-FILE.
           COPY COAREC.

       FD  GL-LEDGER-FILE.
           COPY GLLREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  GlChartStatus        PIC XX VALUE "00".
           88  Gl-Chart-OK          VALUE "00".
           88  Gl-Chart-EOF         VALUE "10".
       77  GlLedgerStatus       PIC XX VALUE "00".
           88  Gl-Ledger-OK         VALUE "00".
           88  Gl-Ledger-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MenuChoice           PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Maint-Done           VALUE "N".
       77  ChartChangedFlag     PIC X VALUE "N".
           88  Chart-Changed        VALUE "Y".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  MaxChartRows         PIC 9(3) VALUE 200.
       77  ChartCount           PIC 9(3) VALUE 0.
       77  FoundIdx             PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  J                    PIC 9(3) VALUE 0.
       77  FieldsChanged        PIC 9(2) VALUE 0.
       77  UncoveredCount       PIC 9(3) VALUE 0.
       77  WorkGlAccount        PIC X(08) VALUE SPACES.
       77  NewValue             PIC X(30) VALUE SPACES.
       77  NewClass             PIC X(01) VALUE SPACE.
       77  NewOpenDrCr          PIC X(02) VALUE SPACES.
       77  NewOpenBal           PIC 9(11)V99 VALUE 0.
       77  ConfirmChoice        PIC X VALUE SPACE.
       77  FieldBefore          PIC X(70) VALUE SPACES.
       77  FieldAfter           PIC X(70) VALUE SPACES.
       77  ClassLabel           PIC X(09) VALUE SPACES.
       77  PrintAmount          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  ChartTable.
           05  ChartEntry OCCURS 200 TIMES.
               10  ChtGlAccount    PIC X(08).
               10  ChtDescription  PIC X(30).
               10  ChtClass        PIC X(01).
                   88  Cht-Balance-Sheet   VALUE "A" "L" "Q".
               10  ChtReportLine   PIC X(24).
               10  ChtOpenDrCr     PIC X(02).
               10  ChtOpenBal      PIC 9(11)V99.
               10  ChtAddedDate    PIC X(10).

       01  UncoveredTable.
           05  UncoveredAccount OCCURS 200 TIMES PIC X(08).

       01  BalanceImage.
           05  BalImageDrCr        PIC X(02).
           05  BalImageAmount      PIC 9(11)V99.

       01  ChartAddImage.
           05  ChtAddGlAccount     PIC X(08).
           05  ChtAddDescription   PIC X(30).
           05  ChtAddClass         PIC X(01).
           05  ChtAddReportLine    PIC X(24).
           05  FILLER              PIC X(07).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "CHART OF ACCOUNTS"        TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           MOVE 0 TO RETURN-CODE
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           PERFORM Load-Business-Date

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Chart of accounts not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           MOVE "N" TO OverflowFlag
           PERFORM Load-Chart
           IF Table-Overflowed
               DISPLAY "GLCHART holds more accounts than this screen"
                       " can carry - nothing changed, so no row can"
                       " be lost."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               PERFORM Release-File-Locks
               GOBACK
           END-IF

           MOVE "N" TO ChartChangedFlag
           MOVE "Y" TO LoopFlag
           PERFORM UNTIL Maint-Done
               DISPLAY " "
               DISPLAY "[L] List the chart of accounts"
               DISPLAY "[A] Add a GL account"
               DISPLAY "[C] Change a GL account"
               DISPLAY "[U] Ledger accounts not in the chart"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "L"
                       PERFORM List-Chart
                   WHEN "A"
                       PERFORM Add-Account
                   WHEN "C"
                       PERFORM Change-Account
                   WHEN "U"
                       PERFORM List-Uncovered-Accounts
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           IF Chart-Changed
               PERFORM Save-Chart
           ELSE
               DISPLAY "Nothing changed - chart left as it was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY AUDIT ROW CARRIES THE DAY THE CHANGE
      *  BELONGS TO.
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
           DISPLAY "Business date: " BusinessDate.

      *****************************************************************
      *  LOAD-CHART
      *  READS THE CHART OF ACCOUNTS, IF PRESENT, INTO THE WORK
      *  TABLE.  THE FILE IS REWRITTEN IN FULL ON EXIT, SO ONE TOO
      *  BIG FOR THE TABLE REFUSES THE SCREEN RATHER THAN DROP ROWS.
      *****************************************************************
       Load-Chart.
           MOVE 0 TO ChartCount
           MOVE "00" TO GlChartStatus
           OPEN INPUT GL-CHART-FILE
           IF Gl-Chart-OK
               PERFORM UNTIL Gl-Chart-EOF
                   READ GL-CHART-FILE
                       AT END
                           SET Gl-Chart-EOF TO TRUE
                       NOT AT END
                           IF ChartCount < MaxChartRows
                               ADD 1 TO ChartCount
                               MOVE GL-CHART-RECORD
                                   TO ChartEntry(ChartCount)
                           ELSE
                               SET Table-Overflowed TO TRUE
                               SET Gl-Chart-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CHART-FILE
           END-IF.

      *****************************************************************
      *  LIST-CHART
      *  ONE LINE PER ACCOUNT: CODE, CLASS, DESCRIPTION, REPORTING
      *  LINE AND, FOR A BALANCE-SHEET ACCOUNT, THE BALANCE BROUGHT
      *  FORWARD.
      *****************************************************************
       List-Chart.
           DISPLAY " "
           DISPLAY "Account   Class     Description"
                   "                     Reporting line"
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > ChartCount
               MOVE ChtClass(J) TO NewClass
               PERFORM Set-Class-Label
               DISPLAY ChtGlAccount(J) "  " ClassLabel " "
                       ChtDescription(J) "  " ChtReportLine(J)
               IF Cht-Balance-Sheet(J) AND ChtOpenBal(J) NOT = 0
                   MOVE ChtOpenBal(J) TO PrintAmount
                   DISPLAY "          brought forward "
                           ChtOpenDrCr(J) " " PrintAmount
               END-IF
           END-PERFORM
           DISPLAY "Accounts on the chart: " ChartCount.

      *****************************************************************
      *  SET-CLASS-LABEL
      *  SPELLS OUT THE CLASS CODE IN NewClass.
      *****************************************************************
       Set-Class-Label.
           EVALUATE NewClass
               WHEN "A"
                   MOVE "ASSET" TO ClassLabel
               WHEN "L"
                   MOVE "LIABILITY" TO ClassLabel
               WHEN "Q"
                   MOVE "EQUITY" TO ClassLabel
               WHEN "I"
                   MOVE "INCOME" TO ClassLabel
               WHEN "E"
                   MOVE "EXPENSE" TO ClassLabel
               WHEN OTHER
                   MOVE "?" TO ClassLabel
           END-EVALUATE.

      *****************************************************************
      *  FIND-ACCOUNT
      *  LINEAR-SCANS THE CHART FOR WorkGlAccount.  RESULT IN
      *  FoundIdx, ZERO WHEN NOT ON FILE.
      *****************************************************************
       Find-Account.
           MOVE 0 TO FoundIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ChartCount
               IF ChtGlAccount(K) = WorkGlAccount
                   MOVE K TO FoundIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ADD-ACCOUNT
      *  PROMPTS FOR AND VALIDATES ONE NEW GL ACCOUNT: THE CODE MUST
      *  BE NONBLANK AND NOT ALREADY ON THE CHART, THE CLASS ONE OF
      *  A/L/Q/I/E, THE DESCRIPTION AND REPORTING LINE NONBLANK.  A
      *  BALANCE-SHEET ACCOUNT IS ASKED FOR ITS BALANCE BROUGHT
      *  FORWARD.  THE ADD IS AUDITED WITH A BLANK BEFORE-IMAGE.
      *****************************************************************
       Add-Account.
           DISPLAY "GL account code: " WITH NO ADVANCING
           ACCEPT WorkGlAccount
           MOVE FUNCTION UPPER-CASE(WorkGlAccount) TO WorkGlAccount
           IF WorkGlAccount = SPACES
               DISPLAY "GL account code is required - not added."
           ELSE
               PERFORM Find-Account
               IF FoundIdx > 0
                   DISPLAY "GL account " WorkGlAccount
                           " is already on the chart - not added."
               ELSE
               IF ChartCount >= MaxChartRows
                   DISPLAY "Chart table is full - not added."
               ELSE
                   ADD 1 TO ChartCount
                   MOVE ChartCount TO FoundIdx
                   MOVE SPACES TO ChartEntry(FoundIdx)
                   MOVE WorkGlAccount TO ChtGlAccount(FoundIdx)
                   MOVE "DR" TO ChtOpenDrCr(FoundIdx)
                   MOVE 0 TO ChtOpenBal(FoundIdx)
                   MOVE BusinessDate TO ChtAddedDate(FoundIdx)
                   DISPLAY "Description: " WITH NO ADVANCING
                   ACCEPT ChtDescription(FoundIdx)
                   DISPLAY "Class (A asset, L liability, Q equity,"
                           " I income, E expense): "
                       WITH NO ADVANCING
                   ACCEPT NewClass
                   MOVE FUNCTION UPPER-CASE(NewClass)
                       TO ChtClass(FoundIdx)
                   DISPLAY "Reporting line: " WITH NO ADVANCING
                   ACCEPT ChtReportLine(FoundIdx)
                   MOVE FUNCTION UPPER-CASE(ChtReportLine(FoundIdx))
                       TO ChtReportLine(FoundIdx)
                   MOVE "DR" TO NewOpenDrCr
                   IF Cht-Balance-Sheet(FoundIdx)
                       PERFORM Accept-Opening-Balance
                       MOVE NewOpenDrCr TO ChtOpenDrCr(FoundIdx)
                       MOVE NewOpenBal  TO ChtOpenBal(FoundIdx)
                   END-IF
                   MOVE ChtClass(FoundIdx) TO NewClass
                   EVALUATE TRUE
                       WHEN ChtDescription(FoundIdx) = SPACES
                            OR ChtReportLine(FoundIdx) = SPACES
                           DISPLAY "Description and reporting line"
                                   " are required - not added."
                           SUBTRACT 1 FROM ChartCount
                       WHEN NewClass NOT = "A" AND NewClass NOT = "L"
                            AND NewClass NOT = "Q"
                            AND NewClass NOT = "I"
                            AND NewClass NOT = "E"
                           DISPLAY "Class must be A, L, Q, I or E"
                                   " - not added."
                           SUBTRACT 1 FROM ChartCount
                       WHEN NewOpenDrCr = "??"
                           DISPLAY "Side must be DR or CR"
                                   " - not added."
                           SUBTRACT 1 FROM ChartCount
                       WHEN OTHER
                           MOVE "Y" TO ChartChangedFlag
                           MOVE SPACES TO AUD-BEFORE-IMAGE
                           MOVE SPACES TO AUD-AFTER-IMAGE
                           MOVE ChtGlAccount(FoundIdx)
                               TO ChtAddGlAccount
                           MOVE ChtDescription(FoundIdx)
                               TO ChtAddDescription
                           MOVE ChtClass(FoundIdx) TO ChtAddClass
                           MOVE ChtReportLine(FoundIdx)
                               TO ChtAddReportLine
                           MOVE ChartAddImage TO AUD-AFTER-IMAGE
                           MOVE "ADD" TO AUD-ACTION
                           PERFORM Write-Audit-Row
                           MOVE ChtOpenDrCr(FoundIdx) TO BalImageDrCr
                           MOVE ChtOpenBal(FoundIdx)
                               TO BalImageAmount
                           MOVE SPACES TO AUD-BEFORE-IMAGE
                           MOVE SPACES TO AUD-AFTER-IMAGE
                           MOVE BalanceImage TO AUD-AFTER-IMAGE
                           MOVE "OPENBAL" TO AUD-ACTION
                           PERFORM Write-Audit-Row
                           DISPLAY "GL account " WorkGlAccount
                                   " added."
                   END-EVALUATE
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  ACCEPT-OPENING-BALANCE
      *  PROMPTS FOR A BALANCE BROUGHT FORWARD - SIDE, THEN AMOUNT -
      *  INTO NewOpenDrCr/NewOpenBal.  A SIDE OTHER THAN DR OR CR
      *  COMES BACK AS "??" FOR THE CALLER TO REFUSE.
      *****************************************************************
       Accept-Opening-Balance.
           MOVE 0 TO NewOpenBal
           DISPLAY "Balance brought forward at the start of the"
                   " year - side (DR/CR): " WITH NO ADVANCING
           ACCEPT NewOpenDrCr
           MOVE FUNCTION UPPER-CASE(NewOpenDrCr) TO NewOpenDrCr
           IF NewOpenDrCr NOT = "DR" AND NewOpenDrCr NOT = "CR"
               MOVE "??" TO NewOpenDrCr
           ELSE
               DISPLAY "Amount: " WITH NO ADVANCING
               ACCEPT NewOpenBal
           END-IF.

      *****************************************************************
      *  CHANGE-ACCOUNT
      *  CORRECTS AN ACCOUNT FIELD BY FIELD.  EACH PROMPT SHOWS THE
      *  CURRENT VALUE AND A BLANK REPLY KEEPS IT.  EVERY FIELD THAT
      *  CHANGES IS AUDITED ON ITS OWN ROW.  MOVING AN ACCOUNT OFF
      *  THE BALANCE SHEET CLEARS ITS BALANCE BROUGHT FORWARD, SINCE
      *  INCOME AND EXPENSE START THE YEAR AT NIL.
      *****************************************************************
       Change-Account.
           DISPLAY "GL account code: " WITH NO ADVANCING
           ACCEPT WorkGlAccount
           MOVE FUNCTION UPPER-CASE(WorkGlAccount) TO WorkGlAccount
           PERFORM Find-Account
           IF FoundIdx = 0
               DISPLAY "GL account " WorkGlAccount
                       " is not on the chart."
           ELSE
               MOVE 0 TO FieldsChanged
               DISPLAY "Blank keeps the current value."

               MOVE ChtDescription(FoundIdx) TO FieldBefore
               DISPLAY "Description [" ChtDescription(FoundIdx)
                       "]: " WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   MOVE NewValue TO ChtDescription(FoundIdx)
                   MOVE ChtDescription(FoundIdx) TO FieldAfter
                   MOVE "DESCRIPT" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               MOVE ChtClass(FoundIdx) TO FieldBefore
               DISPLAY "Class A/L/Q/I/E [" ChtClass(FoundIdx) "]: "
                   WITH NO ADVANCING
               ACCEPT NewClass
               MOVE FUNCTION UPPER-CASE(NewClass) TO NewClass
               IF NewClass NOT = SPACE
                   IF NewClass NOT = "A" AND NewClass NOT = "L"
                      AND NewClass NOT = "Q" AND NewClass NOT = "I"
                      AND NewClass NOT = "E"
                       DISPLAY "Class must be A, L, Q, I or E - kept."
                   ELSE
                       MOVE NewClass TO ChtClass(FoundIdx)
                       MOVE ChtClass(FoundIdx) TO FieldAfter
                       MOVE "CLASS" TO AUD-ACTION
                       PERFORM Audit-Field-Change
                   END-IF
               END-IF

               MOVE ChtReportLine(FoundIdx) TO FieldBefore
               DISPLAY "Reporting line [" ChtReportLine(FoundIdx)
                       "]: " WITH NO ADVANCING
               ACCEPT NewValue
               IF NewValue NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(NewValue)
                       TO ChtReportLine(FoundIdx)
                   MOVE ChtReportLine(FoundIdx) TO FieldAfter
                   MOVE "RPTLINE" TO AUD-ACTION
                   PERFORM Audit-Field-Change
               END-IF

               MOVE ChtOpenDrCr(FoundIdx) TO BalImageDrCr
               MOVE ChtOpenBal(FoundIdx)  TO BalImageAmount
               MOVE BalanceImage TO FieldBefore
               IF Cht-Balance-Sheet(FoundIdx)
                   MOVE ChtOpenBal(FoundIdx) TO PrintAmount
                   DISPLAY "Brought forward [" ChtOpenDrCr(FoundIdx)
                           " " PrintAmount "] - change it (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT ConfirmChoice
                   IF FUNCTION UPPER-CASE(ConfirmChoice) = "Y"
                       PERFORM Accept-Opening-Balance
                       IF NewOpenDrCr = "??"
                           DISPLAY "Side must be DR or CR - kept."
                       ELSE
                           MOVE NewOpenDrCr TO ChtOpenDrCr(FoundIdx)
                           MOVE NewOpenBal  TO ChtOpenBal(FoundIdx)
                       END-IF
                   END-IF
               ELSE
                   IF ChtOpenBal(FoundIdx) NOT = 0
                       MOVE "DR" TO ChtOpenDrCr(FoundIdx)
                       MOVE 0 TO ChtOpenBal(FoundIdx)
                   END-IF
               END-IF
               MOVE ChtOpenDrCr(FoundIdx) TO BalImageDrCr
               MOVE ChtOpenBal(FoundIdx)  TO BalImageAmount
               MOVE BalanceImage TO FieldAfter
               MOVE "OPENBAL" TO AUD-ACTION
               PERFORM Audit-Field-Change

               DISPLAY "GL account " WorkGlAccount " - "
                       FieldsChanged " field(s) changed."
           END-IF.

      *****************************************************************
      *  AUDIT-FIELD-CHANGE
      *  WHEN THE FIELD JUST PROMPTED FOR REALLY CHANGED, AUDITS IT
      *  WITH THE OLD AND NEW VALUES AS THE BEFORE AND AFTER IMAGES
      *  UNDER THE ACTION THE CALLER NAMED.
      *****************************************************************
       Audit-Field-Change.
           IF FieldAfter NOT = FieldBefore
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE FieldBefore TO AUD-BEFORE-IMAGE
               MOVE FieldAfter  TO AUD-AFTER-IMAGE
               PERFORM Write-Audit-Row
               MOVE "Y" TO ChartChangedFlag
               ADD 1 TO FieldsChanged
           END-IF.

      *****************************************************************
      *  LIST-UNCOVERED-ACCOUNTS
      *  READS THE PERIOD LEDGER AND LISTS EVERY GL ACCOUNT ON IT
      *  THAT THE CHART DOES NOT COVER - EACH ONE IS LEFT OFF THE
      *  FINANCIAL STATEMENTS UNTIL IT IS ADDED HERE.
      *****************************************************************
       List-Uncovered-Accounts.
           MOVE 0 TO UncoveredCount
           MOVE "00" TO GlLedgerStatus
           OPEN INPUT GL-LEDGER-FILE
           IF Gl-Ledger-OK
               PERFORM UNTIL Gl-Ledger-EOF
                   READ GL-LEDGER-FILE
                       AT END
                           SET Gl-Ledger-EOF TO TRUE
                       NOT AT END
                           MOVE GLL-GL-ACCOUNT TO WorkGlAccount
                           PERFORM Find-Account
                           IF FoundIdx = 0
                               PERFORM Note-Uncovered-Account
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-LEDGER-FILE
           END-IF
           IF UncoveredCount = 0
               DISPLAY "Every GL account on the ledger is on the"
                       " chart."
           ELSE
               DISPLAY " "
               DISPLAY "GL accounts on the ledger, not on the chart:"
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > UncoveredCount
                   DISPLAY "  " UncoveredAccount(J)
               END-PERFORM
           END-IF.

      *****************************************************************
      *  NOTE-UNCOVERED-ACCOUNT
      *  ADDS WorkGlAccount TO THE UNCOVERED LIST ONCE.
      *****************************************************************
       Note-Uncovered-Account.
           MOVE 0 TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > UncoveredCount
               IF UncoveredAccount(J) = WorkGlAccount
                   MOVE J TO K
               END-IF
           END-PERFORM
           IF K = 0 AND UncoveredCount < MaxChartRows
               ADD 1 TO UncoveredCount
               MOVE WorkGlAccount TO UncoveredAccount(UncoveredCount)
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS FOR A CHART CHANGE, KEYED
      *  BY THE GL ACCOUNT, AND APPENDS THE ROW TO THE CENTRAL AUDIT
      *  FILE THROUGH AUDITWRITE.
      *****************************************************************
       Write-Audit-Row.
           MOVE "GLCHART" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE WorkGlAccount TO AUD-KEY
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-CHART
      *  REWRITES THE CHART OF ACCOUNTS IN FULL FROM THE WORK TABLE.
      *****************************************************************
       Save-Chart.
           OPEN OUTPUT GL-CHART-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > ChartCount
               MOVE ChartEntry(K) TO GL-CHART-RECORD
               WRITE GL-CHART-RECORD
           END-PERFORM
           CLOSE GL-CHART-FILE
           DISPLAY "Chart of accounts rewritten - " ChartCount
                   " accounts on file.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES GLCHART ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION CAN REWRITE THE CHART UNDER THIS ONE.
      *  Lck-Refused COMES BACK, WITH THE HOLDER IN LCK-MESSAGE, WHEN
      *  SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "GLCHART" TO LCK-FILE-NAME
           MOVE "ChartMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES GLCHART BACK ONCE THE SESSION HAS SAVED THE CHART (OR
      *  HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "GLCHART" TO LCK-FILE-NAME
           MOVE "ChartMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
