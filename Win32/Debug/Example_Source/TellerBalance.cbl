       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerBalance.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  END-OF-DAY TELLER CASH-
      *                  DRAWER BALANCING, REPLACING THE PAPER SHEETS:
      *                  EACH TELLER KEYS THE OPENING FLOAT AND THE
      *                  CLOSING CASH COUNT FOR THEIR OWN DRAWER (A
      *                  SUPERVISOR MAY KEY FOR ANY TELLER).  THE
      *                  EXPECTED DRAWER IS THE FLOAT PLUS THE CASH
      *                  CREDITS LESS THE CASH DEBITS ON THE DAY'S
      *                  TRANSIN ENTRIES CARRYING THE TELLER'S
      *                  OPERATOR ID - THE ENTRIES THE CLOSE IS ABOUT
      *                  TO POST, WHICH BANKINGTRANSACTIONS ECHOES TO
      *                  TRANSOUT UNDER THE SAME ID - AND EACH DRAWER
      *                  IS REPORTED BALANCED, OVER OR SHORT.  THE
      *                  SUPERVISOR SIGN-OFF FREEZES THE DAY'S
      *                  DRAWERS, APPENDS EVERY OVER, SHORT AND
      *                  UNCOUNTED DRAWER TO THE TELLHIST HISTORY AND
      *                  WRITES THE TELLSIGN ROW THE NIGHTLY CLOSE
      *                  WAITS FOR.  FLOATS, COUNTS AND THE SIGN-OFF
      *                  ARE AUDITED THROUGH AUDITWRITE.
      *  2026-10-15  DL  TAKES TELLDRWR ON THE LOCK REGISTRY FOR THE
      *                  SESSION AND REFUSES TO OPEN WHEN ANOTHER
      *                  SESSION OR THE NIGHTLY CLOSE HOLDS IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-DRAWER-FILE ASSIGN TO "TELLDRWR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DrawerStatus.

           SELECT TELLER-HIST-FILE ASSIGN TO "TELLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.

           SELECT TELLER-SIGNOFF-FILE ASSIGN TO "TELLSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SignOffStatus.

           SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransInStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-DRAWER-FILE.
           COPY TELLDRW.

       FD  TELLER-HIST-FILE.
           COPY TELLHST.

       FD  TELLER-SIGNOFF-FILE.
           COPY TELLSGN.

       FD  TRANS-IN-FILE.
           COPY TRANREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  DrawerStatus         PIC XX VALUE "00".
           88  Drawer-File-OK       VALUE "00".
           88  Drawer-File-EOF      VALUE "10".
       77  HistStatus           PIC XX VALUE "00".
           88  Hist-File-OK         VALUE "00".
           88  Hist-File-EOF        VALUE "10".
       77  SignOffStatus        PIC XX VALUE "00".
           88  Sign-Off-File-OK     VALUE "00".
           88  Sign-Off-File-EOF    VALUE "10".
       77  TransInStatus        PIC XX VALUE "00".
           88  Trans-In-OK          VALUE "00".
           88  Trans-In-EOF         VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MaxDrawers           PIC 9(3) VALUE 500.
       77  DrawerCount          PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  DrawerIdx            PIC 9(3) VALUE 0.
       77  MaxHistOpers         PIC 9(3) VALUE 500.
       77  HistOperCount        PIC 9(3) VALUE 0.
       77  HistIdx              PIC 9(3) VALUE 0.
       77  HistRowsShown        PIC 9(5) VALUE 0.
       77  UnbalancedCount      PIC 9(3) VALUE 0.
       77  NetDifference        PIC S9(09)V99 VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  ConfirmReply         PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Balancing-Done       VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  SignedOffFlag        PIC X VALUE "N".
           88  Day-Is-Signed-Off    VALUE "Y".
       77  SignedOffBy          PIC X(08) VALUE SPACES.
       77  TellerId             PIC X(08) VALUE SPACES.
       77  WorkOperId           PIC X(08) VALUE SPACES.
       77  NewFloat             PIC 9(07)V99 VALUE 0.
       77  NewCount             PIC 9(09)V99 VALUE 0.
       77  ResultText           PIC X(12).
       77  PrintFloat           PIC Z,ZZZ,ZZ9.99.
       77  PrintAmount          PIC ZZZ,ZZZ,ZZ9.99.
       77  PrintSigned          PIC ---,---,--9.99.
       77  PrintPostings        PIC ZZ,ZZ9.

       01  DrawerTable.
           05  DrawerEntry OCCURS 500 TIMES.
               10  DwOperId        PIC X(08).
               10  DwOpenFloat     PIC 9(07)V99.
               10  DwCashIn        PIC 9(09)V99.
               10  DwCashOut       PIC 9(09)V99.
               10  DwPostings      PIC 9(05).
               10  DwExpected      PIC S9(09)V99.
               10  DwCounted       PIC X(01).
               10  DwCloseCount    PIC 9(09)V99.
               10  DwDifference    PIC S9(09)V99.
               10  DwResult        PIC X(01).
               10  DwKeyedBy       PIC X(08).

       01  HistOperTable.
           05  HistOperEntry OCCURS 500 TIMES.
               10  HoOperId        PIC X(08).
               10  HoOverDays      PIC 9(05).
               10  HoOverTotal     PIC 9(09)V99.
               10  HoShortDays     PIC 9(05).
               10  HoShortTotal    PIC 9(09)V99.
               10  HoUncounted     PIC 9(05).

       01  WorkImage.
           05  WorkImageOperId     PIC X(08).
           05  WorkImageDate       PIC X(10).
           05  WorkImageFloat      PIC 9(07)V99.
           05  WorkImageCounted    PIC X(01).
           05  WorkImageCount      PIC 9(09)V99.
           05  WorkImageDiff       PIC S9(09)V99.
           05  WorkImageResult     PIC X(01).
           05  WorkImageKeyedBy    PIC X(08).
           05  FILLER              PIC X(11).

       01  SignOffImage.
           05  SignOffImageDate    PIC X(10).
           05  SignOffImageBy      PIC X(08).
           05  SignOffImageDrawers PIC 9(03).
           05  SignOffImageUnbal   PIC 9(03).
           05  SignOffImageNet     PIC S9(09)V99.
           05  FILLER              PIC X(35).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "TELLER DRAWER BALANCING"  TO RPT-HDR-PROGRAM
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
               DISPLAY "Teller balancing not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           DISPLAY "Business date: " BusinessDate

           PERFORM Load-Drawers
           IF NOT Table-Overflowed
               PERFORM Tally-Cash
           END-IF
           IF Table-Overflowed
               DISPLAY "More tellers than this screen can carry -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           PERFORM Check-Signed-Off
           IF Day-Is-Signed-Off
               DISPLAY "Drawers for " BusinessDate " were signed off"
                       " by " SignedOffBy " - view only."
           END-IF

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           PERFORM UNTIL Balancing-Done
               DISPLAY " "
               DISPLAY "[F] Key opening float"
               DISPLAY "[C] Key closing cash count"
               DISPLAY "[R] Drawer report for the day"
               DISPLAY "[H] Over/short history"
               DISPLAY "[S] Supervisor sign-off"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "F"
                       PERFORM Key-Opening-Float
                   WHEN "C"
                       PERFORM Key-Closing-Count
                   WHEN "R"
                       PERFORM Report-Drawers
                   WHEN "H"
                       PERFORM Report-History
                   WHEN "S"
                       PERFORM Sign-Off-Day
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           IF Anything-Changed
               PERFORM Save-Drawers
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO THE DRAWERS AND THE CASH TALLY WORK ON THE
      *  DAY THE CLOSE WILL POST.
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
           END-IF.

      *****************************************************************
      *  LOAD-DRAWERS
      *  READS THE BUSINESS DATE'S DRAWER ROWS INTO THE WORK TABLE.
      *  ROWS LEFT FROM AN EARLIER, SIGNED-OFF DATE ARE DROPPED HERE
      *  AND GONE AT THE NEXT SAVE - THEIR FIGURES LIVE ON IN
      *  TELLHIST.  A FILE BIGGER THAN THE TABLE SETS
      *  Table-Overflowed AND THE CALLER REFUSES TO WORK IT.
      *****************************************************************
       Load-Drawers.
           MOVE 0 TO DrawerCount
           MOVE "N" TO OverflowFlag
           MOVE "00" TO DrawerStatus
           OPEN INPUT TELLER-DRAWER-FILE
           IF Drawer-File-OK
               PERFORM UNTIL Drawer-File-EOF
                   READ TELLER-DRAWER-FILE
                       AT END
                           SET Drawer-File-EOF TO TRUE
                       NOT AT END
                           IF TD-BUS-DATE = BusinessDate
                               PERFORM Copy-Drawer-Row-In
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-DRAWER-FILE
           END-IF.

      *****************************************************************
      *  COPY-DRAWER-ROW-IN
      *  ONE TELLDRWR ROW INTO THE NEXT TABLE SLOT.
      *****************************************************************
       Copy-Drawer-Row-In.
           IF DrawerCount < MaxDrawers
               ADD 1 TO DrawerCount
               MOVE TD-OPER-ID       TO DwOperId(DrawerCount)
               MOVE TD-OPEN-FLOAT    TO DwOpenFloat(DrawerCount)
               MOVE TD-CASH-IN       TO DwCashIn(DrawerCount)
               MOVE TD-CASH-OUT      TO DwCashOut(DrawerCount)
               MOVE TD-CASH-POSTINGS TO DwPostings(DrawerCount)
               MOVE TD-EXPECTED      TO DwExpected(DrawerCount)
               MOVE TD-COUNTED       TO DwCounted(DrawerCount)
               MOVE TD-CLOSE-COUNT   TO DwCloseCount(DrawerCount)
               MOVE TD-DIFFERENCE    TO DwDifference(DrawerCount)
               MOVE TD-RESULT        TO DwResult(DrawerCount)
               MOVE TD-KEYED-BY      TO DwKeyedBy(DrawerCount)
           ELSE
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "DRAWER FILE EXCEEDS MAXDRAWERS."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               SET Table-Overflowed TO TRUE
               SET Drawer-File-EOF TO TRUE
           END-IF.

      *****************************************************************
      *  TALLY-CASH
      *  READS THE DAY'S TRANSIN AND TOTALS EACH TELLER'S CASH: A
      *  CREDIT (C/c) IS CASH TAKEN INTO THE DRAWER, A DEBIT (D/d)
      *  CASH PAID OUT.  ONLY DOMESTIC ENTRIES DATED THE BUSINESS
      *  DATE AND CARRYING AN OPERATOR ID COUNT; ADJUSTMENTS AND
      *  GENERATED ENTRIES (STANDING ORDER, ACCOUNT CLOSE, LOAN)
      *  NEVER PASS THROUGH A DRAWER.  A TELLER WITH CASH BUT NO
      *  DRAWER ROW GETS ONE WITH A ZERO FLOAT.  EVERY DRAWER'S
      *  EXPECTED FIGURE AND RESULT ARE THEN WORKED OUT AFRESH.
      *****************************************************************
       Tally-Cash.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DrawerCount
               MOVE 0 TO DwCashIn(K)
               MOVE 0 TO DwCashOut(K)
               MOVE 0 TO DwPostings(K)
           END-PERFORM
           MOVE "00" TO TransInStatus
           OPEN INPUT TRANS-IN-FILE
           IF Trans-In-OK
               PERFORM UNTIL Trans-In-EOF
                   READ TRANS-IN-FILE
                       AT END
                           SET Trans-In-EOF TO TRUE
                       NOT AT END
                           PERFORM Tally-One-Entry
                   END-READ
               END-PERFORM
               CLOSE TRANS-IN-FILE
           END-IF
           PERFORM VARYING DrawerIdx FROM 1 BY 1
                   UNTIL DrawerIdx > DrawerCount
               PERFORM Work-Out-Drawer
           END-PERFORM.

      *****************************************************************
      *  TALLY-ONE-ENTRY
      *  ONE TRANSIN ROW INTO ITS TELLER'S CASH TOTALS, IF IT IS
      *  DRAWER CASH.
      *****************************************************************
       Tally-One-Entry.
           IF TRAN-ACCOUNT-NO(1:3) NOT = "HDR"
              AND TRAN-POST-DATE = BusinessDate
              AND TRAN-OPERATOR-ID NOT = SPACES
              AND TRAN-OPERATOR-ID NOT = LOW-VALUES
              AND TRAN-CURRENCY-CODE = SPACES
              AND NOT Tran-Is-Adjustment
              AND TRAN-ORIGIN = SPACE
              AND (TRAN-TYPE-CODE = "C" OR TRAN-TYPE-CODE = "c"
                OR TRAN-TYPE-CODE = "D" OR TRAN-TYPE-CODE = "d")
               MOVE TRAN-OPERATOR-ID TO WorkOperId
               PERFORM Find-Drawer
               IF DrawerIdx = 0
                   PERFORM Add-Drawer
               END-IF
               IF DrawerIdx > 0
                   IF TRAN-TYPE-CODE = "C" OR TRAN-TYPE-CODE = "c"
                       ADD TRAN-AMOUNT TO DwCashIn(DrawerIdx)
                   ELSE
                       ADD TRAN-AMOUNT TO DwCashOut(DrawerIdx)
                   END-IF
                   ADD 1 TO DwPostings(DrawerIdx)
               ELSE
                   SET Trans-In-EOF TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-DRAWER
      *  LOOKS UP THE DRAWER FOR WorkOperId.  RESULT IN DrawerIdx,
      *  ZERO WHEN THE TELLER HAS NO DRAWER ROW YET.
      *****************************************************************
       Find-Drawer.
           MOVE 0 TO DrawerIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > DrawerCount OR DrawerIdx > 0
               IF DwOperId(K) = WorkOperId
                   MOVE K TO DrawerIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ADD-DRAWER
      *  OPENS A NEW, EMPTY DRAWER ROW FOR WorkOperId - ZERO FLOAT,
      *  NOT YET COUNTED.  A FULL TABLE SETS Table-Overflowed AND
      *  LEAVES DrawerIdx ZERO.
      *****************************************************************
       Add-Drawer.
           IF DrawerCount < MaxDrawers
               ADD 1 TO DrawerCount
               MOVE DrawerCount TO DrawerIdx
               MOVE WorkOperId TO DwOperId(DrawerIdx)
               MOVE 0          TO DwOpenFloat(DrawerIdx)
               MOVE 0          TO DwCashIn(DrawerIdx)
               MOVE 0          TO DwCashOut(DrawerIdx)
               MOVE 0          TO DwPostings(DrawerIdx)
               MOVE 0          TO DwExpected(DrawerIdx)
               MOVE "N"        TO DwCounted(DrawerIdx)
               MOVE 0          TO DwCloseCount(DrawerIdx)
               MOVE 0          TO DwDifference(DrawerIdx)
               MOVE "N"        TO DwResult(DrawerIdx)
               MOVE SPACES     TO DwKeyedBy(DrawerIdx)
           ELSE
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "TELLERS EXCEED MAXDRAWERS."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               SET Table-Overflowed TO TRUE
               MOVE 0 TO DrawerIdx
           END-IF.

      *****************************************************************
      *  WORK-OUT-DRAWER
      *  EXPECTED = FLOAT + CASH IN - CASH OUT FOR THE DRAWER IN
      *  DrawerIdx; ONCE COUNTED, THE DIFFERENCE IS COUNT LESS
      *  EXPECTED - NIL BALANCED, ABOVE NIL OVER, BELOW NIL SHORT.
      *****************************************************************
       Work-Out-Drawer.
           COMPUTE DwExpected(DrawerIdx) =
               DwOpenFloat(DrawerIdx) + DwCashIn(DrawerIdx)
               - DwCashOut(DrawerIdx)
           IF DwCounted(DrawerIdx) = "Y"
               COMPUTE DwDifference(DrawerIdx) =
                   DwCloseCount(DrawerIdx) - DwExpected(DrawerIdx)
               EVALUATE TRUE
                   WHEN DwDifference(DrawerIdx) = 0
                       MOVE "B" TO DwResult(DrawerIdx)
                   WHEN DwDifference(DrawerIdx) > 0
                       MOVE "O" TO DwResult(DrawerIdx)
                   WHEN OTHER
                       MOVE "S" TO DwResult(DrawerIdx)
               END-EVALUATE
           ELSE
               MOVE 0   TO DwDifference(DrawerIdx)
               MOVE "N" TO DwResult(DrawerIdx)
           END-IF.

      *****************************************************************
      *  CHECK-SIGNED-OFF
      *  LOOKS FOR A TELLSIGN ROW FOR THE BUSINESS DATE.  ONCE THE
      *  DAY IS SIGNED OFF ITS DRAWERS CAN NO LONGER BE CHANGED.
      *****************************************************************
       Check-Signed-Off.
           MOVE "N" TO SignedOffFlag
           MOVE SPACES TO SignedOffBy
           MOVE "00" TO SignOffStatus
           OPEN INPUT TELLER-SIGNOFF-FILE
           IF Sign-Off-File-OK
               PERFORM UNTIL Sign-Off-File-EOF
                   READ TELLER-SIGNOFF-FILE
                       AT END
                           SET Sign-Off-File-EOF TO TRUE
                       NOT AT END
                           IF TS-BUS-DATE = BusinessDate
                               SET Day-Is-Signed-Off TO TRUE
                               MOVE TS-SUPERVISOR-ID TO SignedOffBy
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-SIGNOFF-FILE
           END-IF.

      *****************************************************************
      *  PICK-TELLER
      *  WHOSE DRAWER IS BEING KEYED: A TELLER ALWAYS KEYS THEIR OWN;
      *  A SUPERVISOR MAY NAME ANY TELLER, BLANK MEANING THEIR OWN.
      *  RESULT IN TellerId, SPACES WHEN NO DRAWER CAN BE KEYED.
      *****************************************************************
       Pick-Teller.
           MOVE SPACES TO TellerId
           IF Day-Is-Signed-Off
               DISPLAY "Drawers for " BusinessDate " are signed off"
                       " - no further changes."
           ELSE
               IF SGN-OPER-AUTH < 2
                   IF StampOperatorId = "*NOSIGN*"
                       DISPLAY "Sign on first - a drawer belongs to"
                               " an operator."
                   ELSE
                       MOVE StampOperatorId TO TellerId
                   END-IF
               ELSE
                   DISPLAY "Teller ID (blank = own drawer): "
                       WITH NO ADVANCING
                   ACCEPT TellerId
                   IF TellerId = SPACES
                       MOVE StampOperatorId TO TellerId
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  KEY-OPENING-FLOAT
      *  SETS THE OPENING FLOAT ON THE TELLER'S DRAWER, OPENING THE
      *  DRAWER ROW IF NEED BE, AND AUDITS THE CHANGE.
      *****************************************************************
       Key-Opening-Float.
           PERFORM Pick-Teller
           IF TellerId NOT = SPACES
               MOVE TellerId TO WorkOperId
               PERFORM Find-Drawer
               IF DrawerIdx = 0
                   PERFORM Add-Drawer
               END-IF
               IF DrawerIdx > 0
                   DISPLAY "Opening float for " TellerId ": "
                       WITH NO ADVANCING
                   ACCEPT NewFloat
                   PERFORM Build-Work-Image
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE WorkImage TO AUD-BEFORE-IMAGE
                   MOVE NewFloat TO DwOpenFloat(DrawerIdx)
                   MOVE StampOperatorId TO DwKeyedBy(DrawerIdx)
                   PERFORM Work-Out-Drawer
                   MOVE "FLOAT" TO AUD-ACTION
                   PERFORM Audit-Drawer-Change
                   MOVE DwOpenFloat(DrawerIdx) TO PrintFloat
                   DISPLAY "Float recorded: " PrintFloat
               END-IF
           END-IF.

      *****************************************************************
      *  KEY-CLOSING-COUNT
      *  RECORDS THE CLOSING CASH COUNT ON THE TELLER'S DRAWER AND
      *  SHOWS THE RESULT AT ONCE.  A RECOUNT SIMPLY REPLACES THE
      *  EARLIER FIGURE; EVERY COUNT IS AUDITED.
      *****************************************************************
       Key-Closing-Count.
           PERFORM Pick-Teller
           IF TellerId NOT = SPACES
               MOVE TellerId TO WorkOperId
               PERFORM Find-Drawer
               IF DrawerIdx = 0
                   PERFORM Add-Drawer
               END-IF
               IF DrawerIdx > 0
                   DISPLAY "Closing cash count for " TellerId ": "
                       WITH NO ADVANCING
                   ACCEPT NewCount
                   PERFORM Build-Work-Image
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE WorkImage TO AUD-BEFORE-IMAGE
                   MOVE NewCount TO DwCloseCount(DrawerIdx)
                   MOVE "Y" TO DwCounted(DrawerIdx)
                   MOVE StampOperatorId TO DwKeyedBy(DrawerIdx)
                   PERFORM Work-Out-Drawer
                   MOVE "COUNT" TO AUD-ACTION
                   PERFORM Audit-Drawer-Change
                   MOVE DrawerIdx TO K
                   PERFORM Show-One-Drawer
               END-IF
           END-IF.

      *****************************************************************
      *  AUDIT-DRAWER-CHANGE
      *  MARKS THE TABLE CHANGED AND WRITES THE AUDIT ROW FOR THE
      *  FLOAT OR COUNT JUST KEYED, BEFORE-IMAGE ALREADY IN PLACE.
      *****************************************************************
       Audit-Drawer-Change.
           MOVE "Y" TO ChangedFlag
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE WorkImage TO AUD-AFTER-IMAGE
           MOVE "TELLDRWR" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           STRING DwOperId(DrawerIdx) " " BusinessDate
                  DELIMITED BY SIZE INTO AUD-KEY
           PERFORM Write-Audit-Row.

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  THE KEYED FIELDS OF THE DRAWER IN DrawerIdx IN ONE IMAGE
      *  THAT FITS THE AUDIT ROW.
      *****************************************************************
       Build-Work-Image.
           MOVE SPACES                   TO WorkImage
           MOVE DwOperId(DrawerIdx)      TO WorkImageOperId
           MOVE BusinessDate             TO WorkImageDate
           MOVE DwOpenFloat(DrawerIdx)   TO WorkImageFloat
           MOVE DwCounted(DrawerIdx)     TO WorkImageCounted
           MOVE DwCloseCount(DrawerIdx)  TO WorkImageCount
           MOVE DwDifference(DrawerIdx)  TO WorkImageDiff
           MOVE DwResult(DrawerIdx)      TO WorkImageResult
           MOVE DwKeyedBy(DrawerIdx)     TO WorkImageKeyedBy.

      *****************************************************************
      *  REPORT-DRAWERS
      *  EVERY DRAWER FOR THE DAY WITH ITS FIGURES AND RESULT, AND A
      *  COUNT OF THE DRAWERS NOT YET BALANCED.  THE CASH IS TALLIED
      *  AFRESH FIRST, SO ENTRIES ADDED TO TRANSIN SINCE THE SCREEN
      *  OPENED ARE PICKED UP.
      *****************************************************************
       Report-Drawers.
           IF NOT Day-Is-Signed-Off
               PERFORM Tally-Cash
           END-IF
           DISPLAY " "
           DISPLAY "Drawers for " BusinessDate ":"
           IF DrawerCount = 0
               DISPLAY "  No drawers opened and no teller cash today."
           END-IF
           MOVE 0 TO UnbalancedCount
           MOVE 0 TO NetDifference
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DrawerCount
               PERFORM Show-One-Drawer
               IF DwResult(K) NOT = "B"
                   ADD 1 TO UnbalancedCount
               END-IF
               ADD DwDifference(K) TO NetDifference
           END-PERFORM
           MOVE NetDifference TO PrintSigned
           DISPLAY "Drawers: " DrawerCount "  not balanced: "
                   UnbalancedCount "  net over/short: " PrintSigned.

      *****************************************************************
      *  SHOW-ONE-DRAWER
      *  TWO LINES FOR THE DRAWER IN SLOT K: FLOAT AND CASH MOVEMENT,
      *  THEN EXPECTED, COUNTED, DIFFERENCE AND RESULT.
      *****************************************************************
       Show-One-Drawer.
           EVALUATE DwResult(K)
               WHEN "B"
                   MOVE "BALANCED"     TO ResultText
               WHEN "O"
                   MOVE "OVER"         TO ResultText
               WHEN "S"
                   MOVE "SHORT"        TO ResultText
               WHEN OTHER
                   MOVE "NOT COUNTED"  TO ResultText
           END-EVALUATE
           MOVE DwOpenFloat(K) TO PrintFloat
           MOVE DwPostings(K)  TO PrintPostings
           DISPLAY "  " DwOperId(K) "  float " PrintFloat
                   "  cash entries " PrintPostings
           MOVE DwCashIn(K) TO PrintAmount
           DISPLAY "            in  " PrintAmount WITH NO ADVANCING
           MOVE DwCashOut(K) TO PrintAmount
           DISPLAY "   out " PrintAmount
           MOVE DwExpected(K) TO PrintSigned
           DISPLAY "            expected " PrintSigned
               WITH NO ADVANCING
           IF DwCounted(K) = "Y"
               MOVE DwCloseCount(K) TO PrintAmount
               DISPLAY "  counted " PrintAmount
               MOVE DwDifference(K) TO PrintSigned
               DISPLAY "            difference " PrintSigned
                       "  " ResultText
           ELSE
               DISPLAY "  " ResultText
           END-IF.

      *****************************************************************
      *  REPORT-HISTORY
      *  THE OVERS AND SHORTS ON TELLHIST.  NAMING AN OPERATOR LISTS
      *  THAT OPERATOR'S ROWS; BLANK (SUPERVISOR ONLY) GIVES ONE
      *  SUMMARY LINE PER OPERATOR.  A TELLER SEES THEIR OWN.
      *****************************************************************
       Report-History.
           IF SGN-OPER-AUTH < 2
               MOVE StampOperatorId TO WorkOperId
           ELSE
               DISPLAY "Operator ID (blank = all operators): "
                   WITH NO ADVANCING
               ACCEPT WorkOperId
           END-IF
           MOVE 0 TO HistOperCount
           MOVE 0 TO HistRowsShown
           MOVE "N" TO OverflowFlag
           DISPLAY " "
           MOVE "00" TO HistStatus
           OPEN INPUT TELLER-HIST-FILE
           IF Hist-File-OK
               PERFORM UNTIL Hist-File-EOF
                   READ TELLER-HIST-FILE
                       AT END
                           SET Hist-File-EOF TO TRUE
                       NOT AT END
                           IF WorkOperId = SPACES
                               PERFORM Fold-History-Row
                           ELSE
                               IF TH-OPER-ID = WorkOperId
                                   PERFORM Show-History-Row
                                   PERFORM Fold-History-Row
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TELLER-HIST-FILE
           END-IF
           IF HistOperCount = 0
               DISPLAY "No overs or shorts on record."
           ELSE
               DISPLAY " "
               DISPLAY "Operator  Over days        Over  Short days"
                       "       Short  Uncounted"
               PERFORM VARYING HistIdx FROM 1 BY 1
                       UNTIL HistIdx > HistOperCount
                   PERFORM Show-History-Summary
               END-PERFORM
           END-IF
           MOVE "N" TO OverflowFlag.

      *****************************************************************
      *  SHOW-HISTORY-ROW
      *  ONE TELLHIST ROW FOR THE NAMED OPERATOR.
      *****************************************************************
       Show-History-Row.
           ADD 1 TO HistRowsShown
           EVALUATE TH-RESULT
               WHEN "O"
                   MOVE "OVER"         TO ResultText
               WHEN "S"
                   MOVE "SHORT"        TO ResultText
               WHEN OTHER
                   MOVE "NOT COUNTED"  TO ResultText
           END-EVALUATE
           MOVE TH-EXPECTED TO PrintSigned
           DISPLAY "  " TH-BUS-DATE "  expected " PrintSigned
               WITH NO ADVANCING
           MOVE TH-DIFFERENCE TO PrintSigned
           DISPLAY "  diff " PrintSigned "  " ResultText
                   " " TH-SIGNOFF-ID.

      *****************************************************************
      *  FOLD-HISTORY-ROW
      *  ADDS ONE TELLHIST ROW INTO ITS OPERATOR'S SUMMARY LINE.
      *  MORE OPERATORS THAN THE TABLE HOLDS ARE LEFT OFF THE
      *  SUMMARY, WITH ONE WARNING.
      *****************************************************************
       Fold-History-Row.
           MOVE 0 TO HistIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > HistOperCount OR HistIdx > 0
               IF HoOperId(K) = TH-OPER-ID
                   MOVE K TO HistIdx
               END-IF
           END-PERFORM
           IF HistIdx = 0
               IF HistOperCount < MaxHistOpers
                   ADD 1 TO HistOperCount
                   MOVE HistOperCount TO HistIdx
                   MOVE TH-OPER-ID TO HoOperId(HistIdx)
                   MOVE 0 TO HoOverDays(HistIdx)
                   MOVE 0 TO HoOverTotal(HistIdx)
                   MOVE 0 TO HoShortDays(HistIdx)
                   MOVE 0 TO HoShortTotal(HistIdx)
                   MOVE 0 TO HoUncounted(HistIdx)
               ELSE
                   IF NOT Table-Overflowed
                       DISPLAY "More operators on TELLHIST than the"
                               " summary holds - list is partial."
                       SET Table-Overflowed TO TRUE
                   END-IF
               END-IF
           END-IF
           IF HistIdx > 0
               EVALUATE TH-RESULT
                   WHEN "O"
                       ADD 1 TO HoOverDays(HistIdx)
                       ADD TH-DIFFERENCE TO HoOverTotal(HistIdx)
                   WHEN "S"
                       ADD 1 TO HoShortDays(HistIdx)
                       SUBTRACT TH-DIFFERENCE
                           FROM HoShortTotal(HistIdx)
                   WHEN OTHER
                       ADD 1 TO HoUncounted(HistIdx)
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  SHOW-HISTORY-SUMMARY
      *  ONE OPERATOR'S SUMMARY LINE FROM SLOT HistIdx.
      *****************************************************************
       Show-History-Summary.
           MOVE HoOverTotal(HistIdx) TO PrintAmount
           DISPLAY HoOperId(HistIdx) "  " HoOverDays(HistIdx)
                   PrintAmount WITH NO ADVANCING
           MOVE HoShortTotal(HistIdx) TO PrintAmount
           DISPLAY "       " HoShortDays(HistIdx) PrintAmount
                   "      " HoUncounted(HistIdx).

      *****************************************************************
      *  SIGN-OFF-DAY
      *  SUPERVISOR ONLY.  TALLIES THE CASH ONE LAST TIME, SHOWS THE
      *  DRAWER REPORT AND, ON CONFIRMATION, FREEZES THE DAY: EVERY
      *  DRAWER NOT BALANCED GOES TO TELLHIST, THE DRAWERS ARE SAVED,
      *  AND THE TELLSIGN ROW THE NIGHTLY CLOSE WAITS FOR IS WRITTEN
      *  AND AUDITED.  DRAWERS STILL SHORT, OVER OR UNCOUNTED DO NOT
      *  BLOCK THE SIGN-OFF - THE SUPERVISOR IS ACCEPTING THEM, AND
      *  THE CLOSE LISTS THEM ON RUNLOG.
      *****************************************************************
       Sign-Off-Day.
           IF SGN-OPER-AUTH < 2
               DISPLAY "Supervisor authority required - ask a"
                       " supervisor to sign off."
           ELSE
           IF Day-Is-Signed-Off
               DISPLAY "Drawers for " BusinessDate " were already"
                       " signed off by " SignedOffBy "."
           ELSE
               PERFORM Report-Drawers
               IF Table-Overflowed
                   DISPLAY "Sign-off refused - tellers exceed the"
                           " drawer table."
               ELSE
                   DISPLAY "Sign off " DrawerCount " drawers, "
                           UnbalancedCount " not balanced (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF FUNCTION UPPER-CASE(ConfirmReply) = "Y"
                       PERFORM Record-Sign-Off
                   ELSE
                       DISPLAY "Not signed off."
                   END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  RECORD-SIGN-OFF
      *  WRITES THE DAY'S HISTORY ROWS, SAVES THE DRAWERS AND
      *  APPENDS THE SIGN-OFF ROW, THEN AUDITS IT.
      *****************************************************************
       Record-Sign-Off.
           OPEN EXTEND TELLER-HIST-FILE
           IF NOT Hist-File-OK
               CLOSE TELLER-HIST-FILE
               OPEN OUTPUT TELLER-HIST-FILE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DrawerCount
               IF DwResult(K) NOT = "B"
                   MOVE DwOperId(K)     TO TH-OPER-ID
                   MOVE BusinessDate    TO TH-BUS-DATE
                   MOVE DwOpenFloat(K)  TO TH-OPEN-FLOAT
                   MOVE DwCashIn(K)     TO TH-CASH-IN
                   MOVE DwCashOut(K)    TO TH-CASH-OUT
                   MOVE DwExpected(K)   TO TH-EXPECTED
                   MOVE DwCloseCount(K) TO TH-CLOSE-COUNT
                   MOVE DwDifference(K) TO TH-DIFFERENCE
                   MOVE DwResult(K)     TO TH-RESULT
                   MOVE StampOperatorId TO TH-SIGNOFF-ID
                   WRITE TELLER-HIST-RECORD
               END-IF
           END-PERFORM
           CLOSE TELLER-HIST-FILE

           PERFORM Save-Drawers
           MOVE "N" TO ChangedFlag

           MOVE BusinessDate    TO TS-BUS-DATE
           MOVE StampOperatorId TO TS-SUPERVISOR-ID
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO TS-SIGN-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO TS-SIGN-TIME
           MOVE DrawerCount     TO TS-DRAWERS
           MOVE UnbalancedCount TO TS-UNBALANCED
           MOVE NetDifference   TO TS-NET-DIFFERENCE
           OPEN EXTEND TELLER-SIGNOFF-FILE
           IF NOT Sign-Off-File-OK
               CLOSE TELLER-SIGNOFF-FILE
               OPEN OUTPUT TELLER-SIGNOFF-FILE
           END-IF
           WRITE TELLER-SIGNOFF-RECORD
           CLOSE TELLER-SIGNOFF-FILE

           SET Day-Is-Signed-Off TO TRUE
           MOVE StampOperatorId TO SignedOffBy

           MOVE SPACES          TO SignOffImage
           MOVE BusinessDate    TO SignOffImageDate
           MOVE StampOperatorId TO SignOffImageBy
           MOVE DrawerCount     TO SignOffImageDrawers
           MOVE UnbalancedCount TO SignOffImageUnbal
           MOVE NetDifference   TO SignOffImageNet
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE SignOffImage TO AUD-AFTER-IMAGE
           MOVE "TELLSIGN" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE BusinessDate TO AUD-KEY
           MOVE "SIGNOFF" TO AUD-ACTION
           PERFORM Write-Audit-Row
           DISPLAY "Drawers for " BusinessDate " signed off - the"
                   " nightly close may run.".

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE.
      *****************************************************************
       Write-Audit-Row.
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-DRAWERS
      *  REWRITES THE DRAWER FILE IN FULL FROM THE WORK TABLE.
      *****************************************************************
       Save-Drawers.
           OPEN OUTPUT TELLER-DRAWER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > DrawerCount
               MOVE DwOperId(K)     TO TD-OPER-ID
               MOVE BusinessDate    TO TD-BUS-DATE
               MOVE DwOpenFloat(K)  TO TD-OPEN-FLOAT
               MOVE DwCashIn(K)     TO TD-CASH-IN
               MOVE DwCashOut(K)    TO TD-CASH-OUT
               MOVE DwPostings(K)   TO TD-CASH-POSTINGS
               MOVE DwExpected(K)   TO TD-EXPECTED
               MOVE DwCounted(K)    TO TD-COUNTED
               MOVE DwCloseCount(K) TO TD-CLOSE-COUNT
               MOVE DwDifference(K) TO TD-DIFFERENCE
               MOVE DwResult(K)     TO TD-RESULT
               MOVE DwKeyedBy(K)    TO TD-KEYED-BY
               WRITE TELLER-DRAWER-RECORD
           END-PERFORM
           CLOSE TELLER-DRAWER-FILE
           DISPLAY "Drawer file saved - " DrawerCount " drawers.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES TELLDRWR ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "TELLDRWR" TO LCK-FILE-NAME
           MOVE "TellerBalance" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES TELLDRWR BACK ONCE THE SESSION HAS SAVED THE DRAWERS
      *  (OR HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "TELLDRWR" TO LCK-FILE-NAME
           MOVE "TellerBalance" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
