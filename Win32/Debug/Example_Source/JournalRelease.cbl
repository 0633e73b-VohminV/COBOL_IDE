       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalRelease.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  RELEASES THE MANUAL
      *                  JOURNALS APPROVED ON THE MANUALJOURNAL SCREEN
      *                  INTO THE GLEXTR STREAM.  EVERY APPROVED
      *                  JOURNAL NOT YET RELEASED HAS ITS LINES
      *                  APPENDED TO GLEXTR UNDER THE BUSINESS DATE,
      *                  SOURCE "MANJRNL" AND POSTING REFERENCE
      *                  "MJ" + THE JOURNAL NUMBER, AND IS STAMPED
      *                  RELEASED WITH THAT DATE SO IT CANNOT GO TWICE.
      *                  A JOURNAL IS ALREADY BALANCED, SO NO CLEARING
      *                  CONTRA IS WRITTEN; ONE WHOSE LINES ON FILE NO
      *                  LONGER BALANCE IS HELD BACK AND CALLED OUT
      *                  (RETURN CODE 4).  RUNS AS A NIGHTLY-CLOSE STEP
      *                  AFTER THE LOAN EXTRACT AND BEFORE THE
      *                  ARCHIVAL, SO GENERALLEDGER FOLDS THE LINES
      *                  WITH THE REST OF THE DAY'S EXTRACT.
      *  2026-10-15  DL  CHECK GLEXTR AGAINST THE LATEST CONTROL TOTALS
      *                  JOURNALED FOR IT UNDER THE BUSINESS DATE BEFORE
      *                  RELEASING, AS SALESGLEXTRACT DOES - A FILE THAT
      *                  DOES NOT AGREE REFUSES THE RUN WITH RETURN CODE
      *                  12 - AND JOURNAL ITS NEW TOTALS AFTER THE
      *                  JOURNAL LINES GO ON.
      *  2026-10-15  DL  STREAM MANJRNL THROUGH THE MJWORK WORK FILE ONE
      *                  JOURNAL AT A TIME, RELEASING APPROVED JOURNALS
      *                  AS THEY PASS, IN PLACE OF THE 200-JOURNAL AND
      *                  500-LINE WORK TABLES THAT ABANDONED THE RUN
      *                  WHEN THE FILE OUTGREW THEM.  JOURNALS RELEASED
      *                  OR REJECTED ON AN EARLIER BUSINESS DATE MOVE TO
      *                  THE MJNHIST JOURNAL HISTORY FILE AS THEY PASS,
      *                  SO MANJRNL HOLDS ONLY THE LIVE JOURNALS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT MAN-JOURNAL-FILE ASSIGN TO "MANJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ManJrnlStatus.

           SELECT MJ-WORK-FILE ASSIGN TO "MJWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MjWorkStatus.

           SELECT MJ-HIST-FILE ASSIGN TO "MJNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MjHistStatus.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlExtractStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  MAN-JOURNAL-FILE.
           COPY MJNREC.

       FD  MJ-WORK-FILE.
       01  MJ-WORK-RECORD          PIC X(140).

       FD  MJ-HIST-FILE.
       01  MJ-HIST-RECORD          PIC X(140).

       FD  GL-EXTRACT-FILE.
           COPY GLJREC.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY CTLTOT.

       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  ManJrnlStatus        PIC XX VALUE "00".
           88  Man-Jrnl-OK          VALUE "00".
           88  Man-Jrnl-EOF         VALUE "10".
       77  MjWorkStatus         PIC XX VALUE "00".
           88  Mj-Work-OK           VALUE "00".
           88  Mj-Work-EOF          VALUE "10".
       77  MjHistStatus         PIC XX VALUE "00".
           88  Mj-Hist-OK           VALUE "00".
       77  GlExtractStatus      PIC XX VALUE "00".
           88  Gl-Extract-OK        VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxHeldLines         PIC 9(2) VALUE 50.
       77  HeldLineCount        PIC 9(2) VALUE 0.
       77  J                    PIC 9(2) VALUE 0.
       77  HeldFlag             PIC X VALUE "N".
           88  Journal-Is-Held      VALUE "Y".
       77  JournalCount         PIC 9(5) VALUE 0.
       77  JournalsReleased     PIC 9(5) VALUE 0.
       77  JournalsArchived     PIC 9(5) VALUE 0.
       77  JournalsHeld         PIC 9(5) VALUE 0.
       77  GlLinesWritten       PIC 9(5) VALUE 0.
       77  GlDrTotal            PIC 9(11)V99 VALUE 0.
       77  JournalDr            PIC 9(11)V99 VALUE 0.
       77  JournalCr            PIC 9(11)V99 VALUE 0.
       77  WorkPostRef          PIC X(14).
       77  PrintTotal           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *  THE MANJRNL ROW JUST READ, KEPT WHILE THE JOURNAL BEFORE IT
      *  IS FINISHED IN THE RECORD AREA.
       01  IncomingRow             PIC X(140).

      *  THE JOURNAL PASSING THROUGH - ITS HEADER ROW AND ITS LINE
      *  ROWS, AS READ.  A JOURNAL IS KEYED WITH AT MOST
      *  MAXENTRYLINES (50) LINES ON THE MANUALJOURNAL SCREEN.
       01  HeldHeaderRow.
           05  HeldJournalNo       PIC 9(06).
           05  FILLER              PIC X(134).

       01  HeldLineTable.
           05  HeldLine OCCURS 50 TIMES.
               10  HlJournalNo     PIC 9(06).
               10  HlRecType       PIC X(01).
               10  HlLineNo        PIC 9(03).
               10  HlGlAccount     PIC X(08).
               10  HlDrCr          PIC X(02).
               10  HlAmount        PIC 9(09)V99.
               10  FILLER          PIC X(109).

       01  WorkImage.
           05  WorkImageJournalNo  PIC 9(06).
           05  WorkImageStatus     PIC X(01).
           05  WorkImageKeyedBy    PIC X(08).
           05  WorkImageActionedBy PIC X(08).
           05  WorkImageLines      PIC 9(03).
           05  WorkImageTotal      PIC 9(11)V99.
           05  WorkImageReleased   PIC X(10).
           05  FILLER              PIC X(21).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           MOVE 0 TO JournalsReleased
           MOVE 0 TO JournalsHeld
           MOVE 0 TO GlLinesWritten
           MOVE 0 TO GlDrTotal
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "JOURNAL RELEASE"          TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date
           PERFORM Verify-GL-Extract
           IF NOT Ctl-Totals-Agree
               MOVE "GLEXTR DOES NOT AGREE WITH ITS CONTROL TOTALS."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               DISPLAY "Journal release refused - no journal released."
               MOVE 12 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           OPEN EXTEND GL-EXTRACT-FILE
           IF NOT Gl-Extract-OK
               CLOSE GL-EXTRACT-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           PERFORM Stream-Journals
           CLOSE GL-EXTRACT-FILE
           PERFORM Post-GL-Extract-Totals

           IF JournalsReleased > 0 OR JournalsArchived > 0
               PERFORM Rewrite-Journals
           END-IF

           DISPLAY " "
           DISPLAY "Journals released: " JournalsReleased
                   "  GL lines written: " GlLinesWritten
           DISPLAY "Journals moved to MJNHIST: " JournalsArchived
           MOVE GlDrTotal TO PrintTotal
           DISPLAY "  debits and credits " PrintTotal
           IF JournalsHeld > 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING JournalsHeld " APPROVED JOURNAL(S) NO LONGER"
                      " BALANCE ON FILE - HELD BACK."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  VERIFY-GL-EXTRACT
      *  CHECKS GLEXTR AGAINST THE LATEST CONTROL TOTALS JOURNALED
      *  FOR IT UNDER THE BUSINESS DATE BEFORE ANYTHING IS APPENDED,
      *  THE SAME CHECK SALESGLEXTRACT MAKES.
      *****************************************************************
       Verify-GL-Extract.
           MOVE "V" TO CTL-FUNCTION
           MOVE "GLEXTR" TO CTL-FILE-NAME
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.

      *****************************************************************
      *  POST-GL-EXTRACT-TOTALS
      *  JOURNALS GLEXTR'S NEW CONTROL TOTALS ONCE THIS RUN'S
      *  MANUAL JOURNAL LINES ARE ON IT.
      *****************************************************************
       Post-GL-Extract-Totals.
           MOVE "P" TO CTL-FUNCTION
           MOVE "GLEXTR" TO CTL-FILE-NAME
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, THE SAME WAY THE OTHER CLOSE STEPS DO.
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
      *  STREAM-JOURNALS
      *  STREAMS THE JOURNAL FILE THROUGH ITS WORK FILE ONE JOURNAL
      *  AT A TIME - THE HEADER IS HELD WITH ITS LINES UNTIL THE
      *  NEXT HEADER OR END OF FILE, THEN FINISHED.  AN APPROVED
      *  JOURNAL NOT YET RELEASED IS RELEASED AS IT PASSES.  A
      *  JOURNAL RELEASED OR REJECTED ON AN EARLIER BUSINESS DATE
      *  GOES TO THE JOURNAL HISTORY FILE INSTEAD OF THE WORK FILE,
      *  SO MANJRNL CARRIES ONLY THE LIVE JOURNALS.
      *****************************************************************
       Stream-Journals.
           MOVE 0 TO JournalCount
           MOVE "N" TO HeldFlag
           MOVE "00" TO ManJrnlStatus
           OPEN INPUT MAN-JOURNAL-FILE
           IF Man-Jrnl-OK
               OPEN OUTPUT MJ-WORK-FILE
               OPEN EXTEND MJ-HIST-FILE
               IF NOT Mj-Hist-OK
                   CLOSE MJ-HIST-FILE
                   OPEN OUTPUT MJ-HIST-FILE
               END-IF
               PERFORM UNTIL Man-Jrnl-EOF
                   READ MAN-JOURNAL-FILE
                       AT END
                           SET Man-Jrnl-EOF TO TRUE
                       NOT AT END
                           PERFORM Take-Journal-Row
                   END-READ
               END-PERFORM
               PERFORM Finish-Journal
               CLOSE MAN-JOURNAL-FILE
               CLOSE MJ-HIST-FILE
               CLOSE MJ-WORK-FILE
           ELSE
               DISPLAY "No MANJRNL present - no journals to release."
           END-IF.

      *****************************************************************
      *  TAKE-JOURNAL-ROW
      *  ONE MANJRNL ROW.  A HEADER FINISHES THE JOURNAL HELD AND IS
      *  HELD IN ITS PLACE; A LINE OF THE HELD JOURNAL IS HELD WITH
      *  IT.  A JOURNAL WITH MORE LINES THAN A JOURNAL CAN BE KEYED
      *  WITH IS PASSED THROUGH UNTOUCHED AND, IF IT WAS DUE FOR
      *  RELEASE, HELD BACK.  ANY OTHER ROW PASSES STRAIGHT THROUGH.
      *****************************************************************
       Take-Journal-Row.
           MOVE MAN-JOURNAL-RECORD TO IncomingRow
           IF Mj-Is-Header
               ADD 1 TO JournalCount
               PERFORM Finish-Journal
               MOVE IncomingRow TO HeldHeaderRow
               MOVE 0 TO HeldLineCount
               SET Journal-Is-Held TO TRUE
           ELSE
               IF Journal-Is-Held AND MJ-JOURNAL-NO = HeldJournalNo
                   IF HeldLineCount < MaxHeldLines
                       ADD 1 TO HeldLineCount
                       MOVE IncomingRow TO HeldLine(HeldLineCount)
                   ELSE
                       PERFORM Spill-Held-Journal
                       MOVE IncomingRow TO MJ-WORK-RECORD
                       WRITE MJ-WORK-RECORD
                   END-IF
               ELSE
                   PERFORM Finish-Journal
                   MOVE IncomingRow TO MJ-WORK-RECORD
                   WRITE MJ-WORK-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  FINISH-JOURNAL
      *  THE JOURNAL HELD, IF ANY: RELEASED IF IT IS APPROVED AND NOT
      *  YET RELEASED, THEN WRITTEN WITH ITS LINES TO THE HISTORY
      *  FILE IF IT WAS RELEASED OR REJECTED BEFORE THE BUSINESS DATE
      *  AND TO THE WORK FILE OTHERWISE.
      *****************************************************************
       Finish-Journal.
           IF Journal-Is-Held
               MOVE HeldHeaderRow TO MAN-JOURNAL-RECORD
               IF Mj-Approved AND MJ-RELEASED-DATE = SPACES
                   PERFORM Release-Journal
               END-IF
               IF (MJ-RELEASED-DATE NOT = SPACES
                      AND MJ-RELEASED-DATE < BusinessDate)
                  OR (Mj-Rejected
                      AND MJ-ACTIONED-DATE < BusinessDate)
                   PERFORM Archive-Held-Journal
               ELSE
                   PERFORM Write-Held-Journal
               END-IF
               MOVE "N" TO HeldFlag
           END-IF.

      *****************************************************************
      *  SPILL-HELD-JOURNAL
      *  THE HELD JOURNAL HAS RUN PAST MAXHELDLINES: ITS HEADER AND
      *  THE LINES HELD SO FAR GO TO THE WORK FILE AS THEY ARE AND
      *  THE REST OF ITS LINES FOLLOW THEM THROUGH.  ONE DUE FOR
      *  RELEASE IS HELD BACK AND CALLED OUT.
      *****************************************************************
       Spill-Held-Journal.
           MOVE HeldHeaderRow TO MAN-JOURNAL-RECORD
           IF Mj-Approved AND MJ-RELEASED-DATE = SPACES
               ADD 1 TO JournalsHeld
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "JOURNAL " MJ-JOURNAL-NO
                      " HAS MORE THAN " MaxHeldLines
                      " LINES - NOT RELEASED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           END-IF
           PERFORM Write-Held-Journal
           MOVE "N" TO HeldFlag.

      *****************************************************************
      *  WRITE-HELD-JOURNAL
      *  THE HEADER IN THE RECORD AREA, THEN THE LINES HELD WITH IT,
      *  TO THE WORK FILE.
      *****************************************************************
       Write-Held-Journal.
           MOVE MAN-JOURNAL-RECORD TO MJ-WORK-RECORD
           WRITE MJ-WORK-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HeldLineCount
               MOVE HeldLine(J) TO MJ-WORK-RECORD
               WRITE MJ-WORK-RECORD
           END-PERFORM.

      *****************************************************************
      *  ARCHIVE-HELD-JOURNAL
      *  THE HEADER IN THE RECORD AREA, THEN THE LINES HELD WITH IT,
      *  TO THE JOURNAL HISTORY FILE - OFF MANJRNL FOR GOOD.
      *****************************************************************
       Archive-Held-Journal.
           MOVE MAN-JOURNAL-RECORD TO MJ-HIST-RECORD
           WRITE MJ-HIST-RECORD
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HeldLineCount
               MOVE HeldLine(J) TO MJ-HIST-RECORD
               WRITE MJ-HIST-RECORD
           END-PERFORM
           ADD 1 TO JournalsArchived.

      *****************************************************************
      *  RELEASE-JOURNAL
      *  THE APPROVED JOURNAL IN THE RECORD AREA: PROVES ITS LINES
      *  STILL BALANCE, WRITES THEM TO GLEXTR, STAMPS IT RELEASED AND
      *  AUDITS THE RELEASE.  AN UNBALANCED ONE IS HELD BACK.
      *****************************************************************
       Release-Journal.
           MOVE 0 TO JournalDr
           MOVE 0 TO JournalCr
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > HeldLineCount
               IF HlDrCr(J) = "DR"
                   ADD HlAmount(J) TO JournalDr
               ELSE
                   ADD HlAmount(J) TO JournalCr
               END-IF
           END-PERFORM
           IF JournalDr NOT = JournalCr OR JournalDr = 0
               ADD 1 TO JournalsHeld
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "JOURNAL " MJ-JOURNAL-NO
                      " DOES NOT BALANCE - NOT RELEASED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               MOVE SPACES TO WorkPostRef
               STRING "MJ" MJ-JOURNAL-NO
                   DELIMITED BY SIZE INTO WorkPostRef
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > HeldLineCount
                   PERFORM Write-GL-Line
               END-PERFORM
               ADD JournalDr TO GlDrTotal
               PERFORM Build-Work-Image
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE WorkImage TO AUD-BEFORE-IMAGE
               MOVE BusinessDate TO MJ-RELEASED-DATE
               PERFORM Build-Work-Image
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE WorkImage TO AUD-AFTER-IMAGE
               MOVE "RELEASE" TO AUD-ACTION
               MOVE "MANJRNL" TO AUD-FILE-NAME
               MOVE SPACES TO AUD-KEY
               MOVE MJ-JOURNAL-NO TO AUD-KEY
               MOVE StampOperatorId TO AUD-OPERATOR-ID
               MOVE BusinessDate TO AUD-BUS-DATE
               CALL "AuditWrite" USING AUDIT-TRAIL-RECORD
               ADD 1 TO JournalsReleased
               MOVE JournalDr TO PrintTotal
               DISPLAY "  Journal " MJ-JOURNAL-NO " released  "
                       PrintTotal "  " MJ-NARRATIVE
           END-IF.

      *****************************************************************
      *  WRITE-GL-LINE
      *  ONE HELD JOURNAL LINE, SLOT J, TO GLEXTR UNDER THE BUSINESS
      *  DATE.
      *****************************************************************
       Write-GL-Line.
           MOVE "MANJRNL " TO GLJ-SOURCE-ID
           MOVE BusinessDate TO GLJ-DATE
           MOVE HlGlAccount(J) TO GLJ-GL-ACCOUNT
           MOVE HlDrCr(J) TO GLJ-DR-CR
           MOVE HlAmount(J) TO GLJ-AMOUNT
           MOVE WorkPostRef TO GLJ-POST-REF
           MOVE SPACES TO GLJ-REV-REF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO GlLinesWritten.

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  THE JOURNAL IN THE RECORD AREA - NUMBER, STATUS, BOTH
      *  OPERATORS, LINE COUNT, TOTAL AND RELEASE DATE - FOR THE
      *  AUDIT ROW.
      *****************************************************************
       Build-Work-Image.
           MOVE SPACES TO WorkImage
           MOVE MJ-JOURNAL-NO     TO WorkImageJournalNo
           MOVE MJ-STATUS         TO WorkImageStatus
           MOVE MJ-KEYED-BY       TO WorkImageKeyedBy
           MOVE MJ-ACTIONED-BY    TO WorkImageActionedBy
           MOVE MJ-LINE-COUNT     TO WorkImageLines
           MOVE MJ-TOTAL          TO WorkImageTotal
           MOVE MJ-RELEASED-DATE  TO WorkImageReleased.

      *****************************************************************
      *  REWRITE-JOURNALS
      *  COPIES THE WORK FILE BACK OVER THE JOURNAL FILE, CARRYING
      *  THE RELEASE STAMPS JUST SET AND LESS THE JOURNALS MOVED TO
      *  HISTORY.
      *****************************************************************
       Rewrite-Journals.
           OPEN OUTPUT MAN-JOURNAL-FILE
           MOVE "00" TO MjWorkStatus
           OPEN INPUT MJ-WORK-FILE
           PERFORM UNTIL Mj-Work-EOF
               READ MJ-WORK-FILE
                   AT END
                       SET Mj-Work-EOF TO TRUE
                   NOT AT END
                       MOVE MJ-WORK-RECORD TO MAN-JOURNAL-RECORD
                       WRITE MAN-JOURNAL-RECORD
               END-READ
           END-PERFORM
           CLOSE MJ-WORK-FILE
           CLOSE MAN-JOURNAL-FILE.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  JOURNALS READ, GL LINES WRITTEN, JOURNALS HELD BACK AND
      *  THE DEBIT TOTAL RELEASED.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "JOURNALRELEASE" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE JournalCount TO JRN-RECS-IN
           MOVE GlLinesWritten TO JRN-RECS-OUT
           MOVE JournalsHeld TO JRN-RECS-REJECT
           MOVE GlDrTotal TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
