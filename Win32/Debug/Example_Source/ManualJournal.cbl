       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManualJournal.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  MANUAL JOURNAL SCREEN FOR
      *                  FINANCE'S ACCRUALS, CORRECTIONS AND
      *                  RECLASSIFICATIONS, WHICH UNTIL NOW WERE
      *                  HAND-EDITED INTO GLLEDGER OR LEFT OFF THE
      *                  LEDGER ALTOGETHER.  A JOURNAL IS KEYED AS A
      *                  NARRATIVE AND ANY NUMBER OF LINES IN GLJREC
      *                  TERMS (GL ACCOUNT, DR/CR, AMOUNT) AND IS
      *                  REFUSED WHOLE IF IT DOES NOT BALANCE OR NAMES
      *                  A GL ACCOUNT NOT ON THE CHART OF ACCOUNTS
      *                  (GLCHART).  IT IS HELD ON MANJRNL AS PENDING
      *                  UNDER THE KEYING OPERATOR UNTIL A SECOND
      *                  OPERATOR - SUPERVISOR AUTHORITY, AND NEVER THE
      *                  ONE WHO KEYED IT - APPROVES OR REJECTS IT.
      *                  APPROVED JOURNALS GO INTO THE GLEXTR STREAM AT
      *                  THE NEXT NIGHTLY CLOSE (JOURNALRELEASE), SO
      *                  GENERALLEDGER FOLDS THEM WITH THAT DAY'S
      *                  EXTRACT.  PENDING, APPROVED AND REJECTED
      *                  JOURNALS ALL STAY ON FILE WITH BOTH OPERATOR
      *                  IDS, AND EVERY KEY, APPROVAL AND REJECTION IS
      *                  AUDITED THROUGH AUDITWRITE.  THE FILE IS
      *                  REWRITTEN IN FULL FROM THE WORK TABLES AT
      *                  EXIT, SO ONE TOO BIG FOR THEM IS REFUSED WHOLE.
      *  2026-10-15  DL  TAKES MANJRNL ON THE LOCK REGISTRY FOR THE
      *                  SESSION AND REFUSES TO OPEN WHEN ANOTHER
      *                  SESSION OR THE NIGHTLY CLOSE HOLDS IT.
      *  2026-10-15  DL  JOURNALS RELEASED OR REJECTED ON AN EARLIER
      *                  BUSINESS DATE ARE NOW MOVED TO THE MJNHIST
      *                  JOURNAL HISTORY FILE BY THE NIGHTLY CLOSE, SO
      *                  THE WORK TABLES CARRY ONLY THE LIVE JOURNALS.
      *                  THE NEXT JOURNAL NUMBER IS TAKEN PAST THE
      *                  HIGHEST IN MJNHIST AS WELL, SO A NUMBER IS
      *                  NEVER GIVEN OUT TWICE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAN-JOURNAL-FILE ASSIGN TO "MANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ManJrnlStatus.

           SELECT MJ-HIST-FILE ASSIGN TO "MJNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MjHistStatus.

           SELECT GL-CHART-FILE ASSIGN TO "GLCHART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlChartStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  MAN-JOURNAL-FILE.
           COPY MJNREC.

      *  JOURNALS JOURNALRELEASE HAS MOVED OFF MANJRNL - READ ONLY FOR
      *  THE HIGHEST JOURNAL NUMBER EVER USED.
       FD  MJ-HIST-FILE.
       01  MJ-HIST-RECORD.
           05  MJH-JOURNAL-NO          PIC 9(06).
           05  FILLER                  PIC X(134).

       FD  GL-CHART-FILE.
           COPY COAREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  ManJrnlStatus        PIC XX VALUE "00".
           88  Man-Jrnl-OK          VALUE "00".
           88  Man-Jrnl-EOF         VALUE "10".
       77  MjHistStatus         PIC XX VALUE "00".
           88  Mj-Hist-OK           VALUE "00".
           88  Mj-Hist-EOF          VALUE "10".
       77  GlChartStatus        PIC XX VALUE "00".
           88  Gl-Chart-OK          VALUE "00".
           88  Gl-Chart-EOF         VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MaxJournals          PIC 9(3) VALUE 200.
       77  MaxJournalLines      PIC 9(3) VALUE 500.
       77  MaxEntryLines        PIC 9(2) VALUE 50.
       77  MaxChartRows         PIC 9(3) VALUE 200.
       77  JournalCount         PIC 9(3) VALUE 0.
       77  LineCount            PIC 9(3) VALUE 0.
       77  PendingCount         PIC 9(3) VALUE 0.
       77  ChartCount           PIC 9(3) VALUE 0.
       77  EntryCount           PIC 9(2) VALUE 0.
       77  LastJournalNo        PIC 9(6) VALUE 0.
       77  PickJournalNo        PIC 9(6) VALUE 0.
       77  PickIdx              PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  J                    PIC 9(3) VALUE 0.
       77  EntryIdx             PIC 9(2) VALUE 0.
       77  FaultCount           PIC 9(3) VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  ConfirmReply         PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Journals-Done        VALUE "N".
       77  EntryFlag            PIC X VALUE "Y".
           88  Entry-Done           VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  ShowAllFlag          PIC X VALUE "N".
           88  Show-All-Journals    VALUE "Y".
       77  KnownFlag            PIC X VALUE "N".
           88  Account-Is-Known     VALUE "Y".
       77  NewNarrative         PIC X(40).
       77  NewReason            PIC X(30).
       77  NewGlAccount         PIC X(08).
       77  NewDrCr              PIC X(02).
       77  NewAmount            PIC 9(09)V99 VALUE 0.
       77  EntryDrTotal         PIC 9(11)V99 VALUE 0.
       77  EntryCrTotal         PIC 9(11)V99 VALUE 0.
       77  StatusText           PIC X(20).
       77  PrintAmount          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  PrintTotal           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  JournalTable.
           05  JournalEntry OCCURS 200 TIMES.
               10  JhJournalNo     PIC 9(06).
               10  JhStatus        PIC X(01).
               10  JhNarrative     PIC X(40).
               10  JhKeyedBy       PIC X(08).
               10  JhKeyedDate     PIC X(10).
               10  JhActionedBy    PIC X(08).
               10  JhActionedDate  PIC X(10).
               10  JhReleasedDate  PIC X(10).
               10  JhLineCount     PIC 9(03).
               10  JhTotal         PIC 9(11)V99.
               10  JhRejectReason  PIC X(30).

       01  JournalLineTable.
           05  JournalLine OCCURS 500 TIMES.
               10  JlJournalNo     PIC 9(06).
               10  JlLineNo        PIC 9(03).
               10  JlGlAccount     PIC X(08).
               10  JlDrCr          PIC X(02).
               10  JlAmount        PIC 9(09)V99.

       01  EntryLineTable.
           05  EntryLine OCCURS 50 TIMES.
               10  ElGlAccount     PIC X(08).
               10  ElDrCr          PIC X(02).
               10  ElAmount        PIC 9(09)V99.

       01  ChartAccounts.
           05  ChartAccount OCCURS 200 TIMES PIC X(08).

       01  WorkImage.
           05  WorkImageJournalNo  PIC 9(06).
           05  WorkImageStatus     PIC X(01).
           05  WorkImageKeyedBy    PIC X(08).
           05  WorkImageActionedBy PIC X(08).
           05  WorkImageLines      PIC 9(03).
           05  WorkImageTotal      PIC 9(11)V99.
           05  WorkImageText       PIC X(31).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "MANUAL JOURNALS"          TO RPT-HDR-PROGRAM
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
               DISPLAY "Manual journals not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           MOVE "N" TO OverflowFlag
           PERFORM Load-Journals
           IF Table-Overflowed
               DISPLAY "MANJRNL holds more than this screen can"
                       " carry - nothing changed, so no journal"
                       " can be lost.  The nightly close moves"
                       " released and rejected journals to MJNHIST."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           PERFORM Load-Chart-Accounts
           IF Table-Overflowed
               DISPLAY "GLCHART holds more accounts than this"
                       " screen can carry - nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF ChartCount = 0
               DISPLAY "No chart of accounts on file - journals"
                       " cannot be checked until it is set up."
           END-IF
           DISPLAY "Journals awaiting approval: " PendingCount
                   "  of " JournalCount " on file."

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           PERFORM UNTIL Journals-Done
               DISPLAY " "
               DISPLAY "[L] List journals awaiting approval"
               DISPLAY "[H] List all journals"
               DISPLAY "[K] Key a new journal"
               DISPLAY "[A] Approve a journal"
               DISPLAY "[R] Reject a journal"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "L"
                       MOVE "N" TO ShowAllFlag
                       PERFORM List-Journals
                   WHEN "H"
                       MOVE "Y" TO ShowAllFlag
                       PERFORM List-Journals
                   WHEN "K"
                       PERFORM Key-Journal
                   WHEN "A"
                       PERFORM Approve-Journal
                   WHEN "R"
                       PERFORM Reject-Journal
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           IF Anything-Changed
               PERFORM Save-Journals
           ELSE
               DISPLAY "Nothing changed - journal file left as it"
                       " was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY JOURNAL AND AUDIT ROW CARRIES THE
      *  DAY IT BELONGS TO.
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
      *  LOAD-JOURNALS
      *  READS THE WHOLE JOURNAL FILE - HEADERS INTO ONE TABLE, LINES
      *  INTO THE OTHER - COUNTING THE PENDING JOURNALS AND NOTING
      *  THE HIGHEST JOURNAL NUMBER USED, ON MANJRNL OR IN THE
      *  JOURNAL HISTORY.  A FILE BIGGER THAN EITHER TABLE SETS
      *  Table-Overflowed AND THE CALLER REFUSES TO WORK IT.  THE
      *  TABLES HOLD ONLY THE LIVE JOURNALS: JOURNALRELEASE MOVES
      *  EACH ONE RELEASED OR REJECTED ON AN EARLIER BUSINESS DATE
      *  TO MJNHIST AT THE NIGHTLY CLOSE.
      *****************************************************************
       Load-Journals.
           MOVE 0 TO JournalCount
           MOVE 0 TO LineCount
           MOVE 0 TO PendingCount
           MOVE 0 TO LastJournalNo
           MOVE "00" TO ManJrnlStatus
           OPEN INPUT MAN-JOURNAL-FILE
           IF Man-Jrnl-OK
               PERFORM UNTIL Man-Jrnl-EOF
                   READ MAN-JOURNAL-FILE
                       AT END
                           SET Man-Jrnl-EOF TO TRUE
                       NOT AT END
                           PERFORM Take-Journal-Row
                   END-READ
               END-PERFORM
               CLOSE MAN-JOURNAL-FILE
           END-IF
           PERFORM Scan-Journal-History.

      *****************************************************************
      *  SCAN-JOURNAL-HISTORY
      *  READS THE JOURNAL HISTORY FILE, IF ANY, FOR A JOURNAL NUMBER
      *  HIGHER THAN ANY ON MANJRNL, SO A NUMBER MOVED OFF TO HISTORY
      *  IS NEVER GIVEN OUT AGAIN.
      *****************************************************************
       Scan-Journal-History.
           MOVE "00" TO MjHistStatus
           OPEN INPUT MJ-HIST-FILE
           IF Mj-Hist-OK
               PERFORM UNTIL Mj-Hist-EOF
                   READ MJ-HIST-FILE
                       AT END
                           SET Mj-Hist-EOF TO TRUE
                       NOT AT END
                           IF MJH-JOURNAL-NO > LastJournalNo
                               MOVE MJH-JOURNAL-NO TO LastJournalNo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MJ-HIST-FILE
           END-IF.

      *****************************************************************
      *  TAKE-JOURNAL-ROW
      *  ONE MANJRNL ROW INTO THE HEADER OR LINE TABLE.
      *****************************************************************
       Take-Journal-Row.
           IF MJ-JOURNAL-NO > LastJournalNo
               MOVE MJ-JOURNAL-NO TO LastJournalNo
           END-IF
           IF Mj-Is-Header
               IF JournalCount < MaxJournals
                   ADD 1 TO JournalCount
                   MOVE MJ-JOURNAL-NO    TO JhJournalNo(JournalCount)
                   MOVE MJ-STATUS        TO JhStatus(JournalCount)
                   MOVE MJ-NARRATIVE     TO JhNarrative(JournalCount)
                   MOVE MJ-KEYED-BY      TO JhKeyedBy(JournalCount)
                   MOVE MJ-KEYED-DATE    TO JhKeyedDate(JournalCount)
                   MOVE MJ-ACTIONED-BY   TO JhActionedBy(JournalCount)
                   MOVE MJ-ACTIONED-DATE
                       TO JhActionedDate(JournalCount)
                   MOVE MJ-RELEASED-DATE
                       TO JhReleasedDate(JournalCount)
                   MOVE MJ-LINE-COUNT    TO JhLineCount(JournalCount)
                   MOVE MJ-TOTAL         TO JhTotal(JournalCount)
                   MOVE MJ-REJECT-REASON
                       TO JhRejectReason(JournalCount)
                   IF Mj-Pending
                       ADD 1 TO PendingCount
                   END-IF
               ELSE
                   MOVE "MANJRNL EXCEEDS MAXJOURNALS." TO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   SET Table-Overflowed TO TRUE
                   SET Man-Jrnl-EOF TO TRUE
               END-IF
           ELSE
               IF LineCount < MaxJournalLines
                   ADD 1 TO LineCount
                   MOVE MJ-JOURNAL-NO TO JlJournalNo(LineCount)
                   MOVE MJ-LINE-NO    TO JlLineNo(LineCount)
                   MOVE MJ-GL-ACCOUNT TO JlGlAccount(LineCount)
                   MOVE MJ-DR-CR      TO JlDrCr(LineCount)
                   MOVE MJ-AMOUNT     TO JlAmount(LineCount)
               ELSE
                   MOVE "MANJRNL EXCEEDS MAXJOURNALLINES."
                       TO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
                   SET Table-Overflowed TO TRUE
                   SET Man-Jrnl-EOF TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-CHART-ACCOUNTS
      *  THE GL ACCOUNT CODES ON THE CHART OF ACCOUNTS - THE ONLY
      *  ACCOUNTS A JOURNAL MAY NAME.
      *****************************************************************
       Load-Chart-Accounts.
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
                               MOVE COA-GL-ACCOUNT
                                   TO ChartAccount(ChartCount)
                           ELSE
                               SET Table-Overflowed TO TRUE
                               SET Gl-Chart-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CHART-FILE
           END-IF.

      *****************************************************************
      *  LIST-JOURNALS
      *  SHOWS THE PENDING JOURNALS (OR EVERY JOURNAL WHEN
      *  Show-All-Journals) WITH THEIR LINES, WHO KEYED THEM, AND
      *  WHO APPROVED OR REJECTED THEM AND WHEN.
      *****************************************************************
       List-Journals.
           DISPLAY " "
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > JournalCount
               IF Show-All-Journals OR JhStatus(K) = "P"
                   MOVE K TO PickIdx
                   PERFORM Show-Journal
               END-IF
           END-PERFORM
           DISPLAY "Journals awaiting approval: " PendingCount
                   "  of " JournalCount " on file.".

      *****************************************************************
      *  SHOW-JOURNAL
      *  THE JOURNAL IN PickIdx: HEADER, LINES AND STATUS.
      *****************************************************************
       Show-Journal.
           PERFORM Set-Status-Text
           MOVE JhTotal(PickIdx) TO PrintTotal
           DISPLAY "Journal " JhJournalNo(PickIdx) "  "
                   JhNarrative(PickIdx)
           DISPLAY "  keyed " JhKeyedDate(PickIdx) " by "
                   JhKeyedBy(PickIdx) "  " StatusText
                   "  total " PrintTotal
           IF JhStatus(PickIdx) NOT = "P"
               DISPLAY "  actioned " JhActionedDate(PickIdx) " by "
                       JhActionedBy(PickIdx) "  "
                       JhRejectReason(PickIdx)
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LineCount
               IF JlJournalNo(J) = JhJournalNo(PickIdx)
                   MOVE JlAmount(J) TO PrintAmount
                   DISPLAY "    " JlLineNo(J) "  " JlGlAccount(J)
                           "  " JlDrCr(J) " " PrintAmount
               END-IF
           END-PERFORM.

      *****************************************************************
      *  SET-STATUS-TEXT
      *  THE WORDS FOR THE STATUS OF THE JOURNAL IN PickIdx.
      *****************************************************************
       Set-Status-Text.
           EVALUATE JhStatus(PickIdx)
               WHEN "P"
                   MOVE "AWAITING APPROVAL" TO StatusText
               WHEN "A"
                   IF JhReleasedDate(PickIdx) = SPACES
                       MOVE "APPROVED" TO StatusText
                   ELSE
                       MOVE SPACES TO StatusText
                       STRING "RELEASED " JhReleasedDate(PickIdx)
                           DELIMITED BY SIZE INTO StatusText
                   END-IF
               WHEN "R"
                   MOVE "REJECTED" TO StatusText
               WHEN OTHER
                   MOVE SPACES TO StatusText
           END-EVALUATE.

      *****************************************************************
      *  KEY-JOURNAL
      *  TAKES A NARRATIVE AND THE LINES OF A NEW JOURNAL, A BLANK GL
      *  ACCOUNT ENDING THE LINES, THEN CHECKS THE WHOLE JOURNAL.
      *  ONE THAT FAILS THE CHECK IS REFUSED AND NOTHING IS KEPT;
      *  ONE THAT PASSES IS FILED PENDING APPROVAL AFTER A
      *  CONFIRMATION.
      *****************************************************************
       Key-Journal.
           IF JournalCount NOT < MaxJournals
               DISPLAY "Journal file is full - no more journals can"
                       " be keyed until the nightly close moves"
                       " released and rejected journals to MJNHIST."
           ELSE
               DISPLAY "Narrative: " WITH NO ADVANCING
               ACCEPT NewNarrative
               IF NewNarrative = SPACES
                   DISPLAY "A narrative is required - journal not"
                           " keyed."
               ELSE
                   MOVE 0 TO EntryCount
                   MOVE "Y" TO EntryFlag
                   PERFORM UNTIL Entry-Done
                       PERFORM Key-Journal-Line
                   END-PERFORM
                   PERFORM Check-Entry-Lines
                   IF FaultCount > 0
                       DISPLAY "Journal refused - " FaultCount
                               " fault(s); nothing kept."
                   ELSE
                       IF LineCount + EntryCount > MaxJournalLines
                           DISPLAY "Journal file is full - journal"
                                   " not kept until the nightly close"
                                   " moves released and rejected"
                                   " journals to MJNHIST."
                       ELSE
                           MOVE EntryDrTotal TO PrintTotal
                           DISPLAY "Journal balances at " PrintTotal
                                   " - file it for approval (Y/N)? "
                               WITH NO ADVANCING
                           ACCEPT ConfirmReply
                           IF FUNCTION UPPER-CASE(ConfirmReply) = "Y"
                               PERFORM File-Journal
                           ELSE
                               DISPLAY "Journal not kept."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  KEY-JOURNAL-LINE
      *  ONE LINE OF THE JOURNAL BEING KEYED INTO THE ENTRY TABLE.
      *  A BLANK GL ACCOUNT, OR A FULL ENTRY TABLE, ENDS THE LINES.
      *****************************************************************
       Key-Journal-Line.
           IF EntryCount NOT < MaxEntryLines
               DISPLAY "A journal holds at most " MaxEntryLines
                       " lines."
               MOVE "N" TO EntryFlag
           ELSE
               COMPUTE EntryIdx = EntryCount + 1
               DISPLAY "Line " EntryIdx
                       " - GL account (blank to finish): "
                   WITH NO ADVANCING
               ACCEPT NewGlAccount
               IF NewGlAccount = SPACES
                   MOVE "N" TO EntryFlag
               ELSE
                   DISPLAY "        DR/CR: " WITH NO ADVANCING
                   ACCEPT NewDrCr
                   DISPLAY "        Amount: " WITH NO ADVANCING
                   ACCEPT NewAmount
                   ADD 1 TO EntryCount
                   MOVE FUNCTION UPPER-CASE(NewGlAccount)
                       TO ElGlAccount(EntryCount)
                   MOVE FUNCTION UPPER-CASE(NewDrCr)
                       TO ElDrCr(EntryCount)
                   MOVE NewAmount TO ElAmount(EntryCount)
               END-IF
           END-IF.

      *****************************************************************
      *  CHECK-ENTRY-LINES
      *  THE JOURNAL IN THE ENTRY TABLE MUST HAVE AT LEAST TWO LINES,
      *  EACH ON A GL ACCOUNT ON THE CHART, DR OR CR, FOR MORE THAN
      *  NIL, AND ITS DEBITS MUST EQUAL ITS CREDITS.  EVERY FAULT IS
      *  SHOWN AND COUNTED IN FaultCount.  USED BOTH WHEN A JOURNAL
      *  IS KEYED AND AGAIN WHEN IT IS APPROVED, IN CASE THE CHART
      *  HAS CHANGED MEANWHILE.
      *****************************************************************
       Check-Entry-Lines.
           MOVE 0 TO FaultCount
           MOVE 0 TO EntryDrTotal
           MOVE 0 TO EntryCrTotal
           IF EntryCount < 2
               MOVE "A JOURNAL NEEDS AT LEAST TWO LINES."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               ADD 1 TO FaultCount
           END-IF
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > EntryCount
               PERFORM Check-Entry-Line
           END-PERFORM
           IF EntryDrTotal NOT = EntryCrTotal
               MOVE EntryDrTotal TO PrintTotal
               DISPLAY "  Debits  " PrintTotal
               MOVE EntryCrTotal TO PrintTotal
               DISPLAY "  Credits " PrintTotal
               MOVE "DEBITS AND CREDITS DO NOT BALANCE."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               ADD 1 TO FaultCount
           END-IF.

      *****************************************************************
      *  CHECK-ENTRY-LINE
      *  ONE LINE OF THE ENTRY TABLE, SLOT EntryIdx.
      *****************************************************************
       Check-Entry-Line.
           MOVE "N" TO KnownFlag
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > ChartCount OR Account-Is-Known
               IF ChartAccount(K) = ElGlAccount(EntryIdx)
                   SET Account-Is-Known TO TRUE
               END-IF
           END-PERFORM
           IF NOT Account-Is-Known
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "LINE " EntryIdx " - GL ACCOUNT "
                      ElGlAccount(EntryIdx)
                      " IS NOT ON THE CHART OF ACCOUNTS."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               ADD 1 TO FaultCount
           END-IF
           IF ElDrCr(EntryIdx) NOT = "DR"
              AND ElDrCr(EntryIdx) NOT = "CR"
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "LINE " EntryIdx " - SIDE MUST BE DR OR CR."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               ADD 1 TO FaultCount
           END-IF
           IF ElAmount(EntryIdx) = 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "LINE " EntryIdx
                      " - AMOUNT MUST BE MORE THAN NIL."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               ADD 1 TO FaultCount
           END-IF
           IF ElDrCr(EntryIdx) = "DR"
               ADD ElAmount(EntryIdx) TO EntryDrTotal
           END-IF
           IF ElDrCr(EntryIdx) = "CR"
               ADD ElAmount(EntryIdx) TO EntryCrTotal
           END-IF.

      *****************************************************************
      *  FILE-JOURNAL
      *  ADDS THE CHECKED JOURNAL IN THE ENTRY TABLE TO THE WORK
      *  TABLES UNDER THE NEXT JOURNAL NUMBER, PENDING, STAMPED WITH
      *  THE KEYING OPERATOR, AND AUDITS IT.
      *****************************************************************
       File-Journal.
           ADD 1 TO LastJournalNo
           ADD 1 TO JournalCount
           MOVE JournalCount TO PickIdx
           MOVE LastJournalNo   TO JhJournalNo(PickIdx)
           MOVE "P"             TO JhStatus(PickIdx)
           MOVE NewNarrative    TO JhNarrative(PickIdx)
           MOVE StampOperatorId TO JhKeyedBy(PickIdx)
           MOVE BusinessDate    TO JhKeyedDate(PickIdx)
           MOVE SPACES          TO JhActionedBy(PickIdx)
           MOVE SPACES          TO JhActionedDate(PickIdx)
           MOVE SPACES          TO JhReleasedDate(PickIdx)
           MOVE EntryCount      TO JhLineCount(PickIdx)
           MOVE EntryDrTotal    TO JhTotal(PickIdx)
           MOVE SPACES          TO JhRejectReason(PickIdx)
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > EntryCount
               ADD 1 TO LineCount
               MOVE LastJournalNo  TO JlJournalNo(LineCount)
               MOVE EntryIdx       TO JlLineNo(LineCount)
               MOVE ElGlAccount(EntryIdx)
                   TO JlGlAccount(LineCount)
               MOVE ElDrCr(EntryIdx)      TO JlDrCr(LineCount)
               MOVE ElAmount(EntryIdx)    TO JlAmount(LineCount)
           END-PERFORM
           ADD 1 TO PendingCount
           MOVE "Y" TO ChangedFlag
           MOVE SPACES TO AUD-BEFORE-IMAGE
           PERFORM Build-After-Image
           MOVE "KEY" TO AUD-ACTION
           PERFORM Write-Audit-Row
           DISPLAY "Journal " LastJournalNo
                   " filed - awaiting approval.".

      *****************************************************************
      *  PICK-JOURNAL
      *  PROMPTS FOR A JOURNAL NUMBER AND FINDS ITS HEADER SLOT.
      *  RESULT IN PickIdx, ZERO WHEN NOT ON FILE.
      *****************************************************************
       Pick-Journal.
           DISPLAY "Journal number: " WITH NO ADVANCING
           ACCEPT PickJournalNo
           MOVE 0 TO PickIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > JournalCount OR PickIdx > 0
               IF JhJournalNo(K) = PickJournalNo
                   MOVE K TO PickIdx
               END-IF
           END-PERFORM
           IF PickIdx = 0
               DISPLAY "Journal " PickJournalNo " is not on file."
           END-IF.

      *****************************************************************
      *  CHECK-APPROVER
      *  A PENDING JOURNAL MAY ONLY BE APPROVED OR REJECTED BY AN
      *  OPERATOR WITH SUPERVISOR AUTHORITY WHO DID NOT KEY IT.
      *  ANYTHING ELSE ZEROES PickIdx SO THE CALLER TAKES NO ACTION.
      *****************************************************************
       Check-Approver.
           IF SGN-OPER-AUTH < 2
               DISPLAY "Only a supervisor may approve or reject a"
                       " journal."
               MOVE 0 TO PickIdx
           ELSE
               PERFORM Pick-Journal
               IF PickIdx > 0
                   IF JhStatus(PickIdx) NOT = "P"
                       DISPLAY "Journal is not awaiting approval."
                       MOVE 0 TO PickIdx
                   ELSE
                       IF JhKeyedBy(PickIdx) = StampOperatorId
                           DISPLAY "Journal was keyed by "
                                   StampOperatorId " - a second"
                                   " operator must action it."
                           MOVE 0 TO PickIdx
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  APPROVE-JOURNAL
      *  SHOWS THE JOURNAL, CHECKS IT AGAIN AGAINST THE CHART, AND
      *  ON CONFIRMATION MARKS IT APPROVED UNDER THE SECOND
      *  OPERATOR'S ID, READY FOR THE NEXT NIGHTLY CLOSE TO RELEASE.
      *****************************************************************
       Approve-Journal.
           PERFORM Check-Approver
           IF PickIdx > 0
               PERFORM Show-Journal
               MOVE 0 TO EntryCount
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LineCount
                   IF JlJournalNo(J) = JhJournalNo(PickIdx)
                      AND EntryCount < MaxEntryLines
                       ADD 1 TO EntryCount
                       MOVE JlGlAccount(J) TO ElGlAccount(EntryCount)
                       MOVE JlDrCr(J)      TO ElDrCr(EntryCount)
                       MOVE JlAmount(J)    TO ElAmount(EntryCount)
                   END-IF
               END-PERFORM
               PERFORM Check-Entry-Lines
               IF FaultCount > 0
                   DISPLAY "Journal cannot be approved - reject it"
                           " and key it again."
               ELSE
                   DISPLAY "Approve journal " JhJournalNo(PickIdx)
                           " for release to the ledger (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT ConfirmReply
                   IF FUNCTION UPPER-CASE(ConfirmReply) = "Y"
                       PERFORM Build-Before-Image
                       MOVE "A"             TO JhStatus(PickIdx)
                       MOVE StampOperatorId TO JhActionedBy(PickIdx)
                       MOVE BusinessDate    TO JhActionedDate(PickIdx)
                       SUBTRACT 1 FROM PendingCount
                       MOVE "Y" TO ChangedFlag
                       PERFORM Build-After-Image
                       MOVE "APPROVE" TO AUD-ACTION
                       PERFORM Write-Audit-Row
                       DISPLAY "Journal " JhJournalNo(PickIdx)
                               " approved - released at the next"
                               " nightly close."
                   ELSE
                       DISPLAY "Journal left awaiting approval."
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  REJECT-JOURNAL
      *  REJECTS A PENDING JOURNAL WITH A REASON, WHICH IS REQUIRED.
      *  THE JOURNAL STAYS ON FILE BUT IS NEVER RELEASED.
      *****************************************************************
       Reject-Journal.
           PERFORM Check-Approver
           IF PickIdx > 0
               PERFORM Show-Journal
               DISPLAY "Reason for rejecting: " WITH NO ADVANCING
               ACCEPT NewReason
               IF NewReason = SPACES
                   DISPLAY "A reason is required - journal left"
                           " awaiting approval."
               ELSE
                   PERFORM Build-Before-Image
                   MOVE "R"             TO JhStatus(PickIdx)
                   MOVE StampOperatorId TO JhActionedBy(PickIdx)
                   MOVE BusinessDate    TO JhActionedDate(PickIdx)
                   MOVE NewReason       TO JhRejectReason(PickIdx)
                   SUBTRACT 1 FROM PendingCount
                   MOVE "Y" TO ChangedFlag
                   PERFORM Build-After-Image
                   MOVE "REJECT" TO AUD-ACTION
                   PERFORM Write-Audit-Row
                   DISPLAY "Journal " JhJournalNo(PickIdx)
                           " rejected."
               END-IF
           END-IF.

      *****************************************************************
      *  BUILD-BEFORE-IMAGE
      *  CAPTURES THE JOURNAL IN PickIdx, AS IT STANDS, INTO THE
      *  AUDIT ROW'S BEFORE-IMAGE.
      *****************************************************************
       Build-Before-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WorkImage TO AUD-BEFORE-IMAGE.

      *****************************************************************
      *  BUILD-AFTER-IMAGE
      *  CAPTURES THE JOURNAL IN PickIdx, AS CHANGED, INTO THE AUDIT
      *  ROW'S AFTER-IMAGE.
      *****************************************************************
       Build-After-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE WorkImage TO AUD-AFTER-IMAGE.

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  THE JOURNAL IN PickIdx - NUMBER, STATUS, BOTH OPERATORS,
      *  LINE COUNT, TOTAL AND THE START OF THE NARRATIVE (OR OF THE
      *  REASON, ONCE REJECTED) - IN ONE IMAGE THAT FITS THE AUDIT
      *  ROW.
      *****************************************************************
       Build-Work-Image.
           MOVE JhJournalNo(PickIdx)  TO WorkImageJournalNo
           MOVE JhStatus(PickIdx)     TO WorkImageStatus
           MOVE JhKeyedBy(PickIdx)    TO WorkImageKeyedBy
           MOVE JhActionedBy(PickIdx) TO WorkImageActionedBy
           MOVE JhLineCount(PickIdx)  TO WorkImageLines
           MOVE JhTotal(PickIdx)      TO WorkImageTotal
           IF JhStatus(PickIdx) = "R"
               MOVE JhRejectReason(PickIdx) TO WorkImageText
           ELSE
               MOVE JhNarrative(PickIdx) TO WorkImageText
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE, KEYED ON THE JOURNAL
      *  NUMBER.
      *****************************************************************
       Write-Audit-Row.
           MOVE "MANJRNL" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE JhJournalNo(PickIdx) TO AUD-KEY
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-JOURNALS
      *  REWRITES THE JOURNAL FILE IN FULL FROM THE WORK TABLES,
      *  EACH HEADER FOLLOWED BY ITS LINES.
      *****************************************************************
       Save-Journals.
           OPEN OUTPUT MAN-JOURNAL-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > JournalCount
               MOVE SPACES TO MAN-JOURNAL-RECORD
               MOVE JhJournalNo(K)    TO MJ-JOURNAL-NO
               MOVE "H"               TO MJ-REC-TYPE
               MOVE JhStatus(K)       TO MJ-STATUS
               MOVE JhNarrative(K)    TO MJ-NARRATIVE
               MOVE JhKeyedBy(K)      TO MJ-KEYED-BY
               MOVE JhKeyedDate(K)    TO MJ-KEYED-DATE
               MOVE JhActionedBy(K)   TO MJ-ACTIONED-BY
               MOVE JhActionedDate(K) TO MJ-ACTIONED-DATE
               MOVE JhReleasedDate(K) TO MJ-RELEASED-DATE
               MOVE JhLineCount(K)    TO MJ-LINE-COUNT
               MOVE JhTotal(K)        TO MJ-TOTAL
               MOVE JhRejectReason(K) TO MJ-REJECT-REASON
               WRITE MAN-JOURNAL-RECORD
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LineCount
                   IF JlJournalNo(J) = JhJournalNo(K)
                       MOVE SPACES TO MAN-JOURNAL-RECORD
                       MOVE JlJournalNo(J) TO MJ-JOURNAL-NO
                       MOVE "L"            TO MJ-REC-TYPE
                       MOVE JlLineNo(J)    TO MJ-LINE-NO
                       MOVE JlGlAccount(J) TO MJ-GL-ACCOUNT
                       MOVE JlDrCr(J)      TO MJ-DR-CR
                       MOVE JlAmount(J)    TO MJ-AMOUNT
                       WRITE MAN-JOURNAL-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE MAN-JOURNAL-FILE
           DISPLAY "Journal file rewritten - " PendingCount
                   " awaiting approval of " JournalCount
                   " journals.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES MANJRNL ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "MANJRNL" TO LCK-FILE-NAME
           MOVE "ManualJournal" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES MANJRNL BACK ONCE THE SESSION HAS SAVED THE JOURNALS
      *  (OR HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "MANJRNL" TO LCK-FILE-NAME
           MOVE "ManualJournal" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
