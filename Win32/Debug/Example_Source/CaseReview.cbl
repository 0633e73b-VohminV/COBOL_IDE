       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaseReview.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  COMPLIANCE REVIEW SCREEN
      *                  FOR THE CASES CASHMONITOR RAISES ON CASEFILE:
      *                  LISTS THE OPEN (OR ALL) CASES WITH THE RULE
      *                  THAT FIRED, THE ACCOUNT, THE AMOUNT AND THE
      *                  DETAIL, SHOWS THE POSTINGS BEHIND A CASE
      *                  FROM TRANSOUT AND THE STMTTRAN ARCHIVE, AND
      *                  CLOSES A CASE WITH A DISPOSITION (NO FURTHER
      *                  ACTION, REPORTED, FALSE POSITIVE) AND A NOTE,
      *                  STAMPED WITH THE SIGNED-ON OPERATOR AND THE
      *                  BUSINESS DATE.  EVERY CLOSURE IS AUDITED
      *                  THROUGH AUDITWRITE.  GATED ON SGN-OPER-AUTH
      *                  AT THE MENU.  THE CASE FILE IS REWRITTEN IN
      *                  FULL FROM THE WORK TABLE AT EXIT, SO A FILE
      *                  TOO BIG FOR THE TABLE IS REFUSED WHOLE.
      *  2026-10-15  DL  TAKES CASEFILE ON THE LOCK REGISTRY FOR THE
      *                  SESSION AND REFUSES TO OPEN WHEN ANOTHER
      *                  SESSION OR THE NIGHTLY CLOSE HOLDS IT.
      *  2026-10-15  DL  THE FILE-TOO-BIG REFUSAL NOW POINTS AT THE
      *                  NIGHTLY MOVE OF CASES CLOSED MORE THAN CASEDAYS
      *                  DAYS AGO TO CASEHIST, IN PLACE OF ASKING FOR AN
      *                  ARCHIVE NOTHING PERFORMED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CaseStatus.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransOutStatus.

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
           COPY CASEREC.

       FD  TRANS-OUT-FILE.
           COPY TRANREC.

       FD  STMT-TRAN-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==       BY ==STMT-RECORD==
                         ==TRAN-ACCOUNT-NO==   BY ==STMT-ACCOUNT-NO==
                         ==TRAN-TYPE-CODE==    BY ==STMT-TYPE-CODE==
                         ==TRAN-AMOUNT==       BY ==STMT-AMOUNT==
                         ==TRAN-POST-DATE==    BY ==STMT-POST-DATE==
                         ==TRAN-OPERATOR-ID==  BY ==STMT-OPERATOR-ID==
                         ==TRAN-CURRENCY-CODE== BY
                             ==STMT-CURRENCY-CODE==
                         ==TRAN-ORIG-AMOUNT==  BY ==STMT-ORIG-AMOUNT==
                         ==TRAN-CONTRA-ACCT==  BY ==STMT-CONTRA-ACCT==
                         ==TRAN-ADJ-FLAG==     BY ==STMT-ADJ-FLAG==
                         ==Tran-Is-Adjustment== BY
                             ==Stmt-Is-Adjustment==
                         ==TRAN-ORIG-DATE==    BY ==STMT-ORIG-DATE==
                         ==TRAN-ADJ-REASON==   BY ==STMT-ADJ-REASON==
                         ==TRAN-POST-REF==     BY ==STMT-POST-REF==
                         ==TRAN-REV-REF==      BY ==STMT-REV-REF==
                         ==TRAN-REV-TYPE==     BY ==STMT-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Stmt-Reverses-Credit==
                         ==TRAN-ORIGIN==       BY ==STMT-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Stmt-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Stmt-From-Account-Close==
                         ==Tran-From-Loan==    BY ==Stmt-From-Loan==.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  CaseStatus           PIC XX VALUE "00".
           88  Case-File-OK         VALUE "00".
           88  Case-File-EOF        VALUE "10".
       77  TransOutStatus       PIC XX VALUE "00".
           88  Trans-Out-OK         VALUE "00".
           88  Trans-Out-EOF        VALUE "10".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MaxCases             PIC 9(3) VALUE 500.
       77  CaseCount            PIC 9(3) VALUE 0.
       77  OpenCount            PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  PickIdx              PIC 9(3) VALUE 0.
       77  PickCaseNo           PIC 9(6) VALUE 0.
       77  ShownCount           PIC 9(5) VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  ConfirmReply         PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Review-Done          VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  ShowAllFlag          PIC X VALUE "N".
           88  Show-All-Cases       VALUE "Y".
       77  NewDisposition       PIC X VALUE SPACE.
           88  Disposition-Is-Valid VALUE "N" "R" "F".
       77  NewNote              PIC X(60).
       77  RuleText             PIC X(14).
       77  DispositionText      PIC X(18).
       77  PrintAmount          PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  PrintPosting         PIC ZZ,ZZ9.99.

       01  CaseTable.
           05  CaseEntry OCCURS 500 TIMES.
               10  CsNo            PIC 9(06).
               10  CsRule          PIC X(01).
               10  CsAccountNo     PIC X(10).
               10  CsRaisedDate    PIC X(10).
               10  CsAmount        PIC 9(09)V99.
               10  CsPostings      PIC 9(03).
               10  CsPostRef       PIC X(14).
               10  CsDetail        PIC X(40).
               10  CsStatus        PIC X(01).
               10  CsDisposition   PIC X(01).
               10  CsClosedDate    PIC X(10).
               10  CsOperatorId    PIC X(08).
               10  CsNote          PIC X(60).

       01  WorkImage.
           05  WorkImageCaseNo     PIC 9(06).
           05  WorkImageRule       PIC X(01).
           05  WorkImageAcct       PIC X(10).
           05  WorkImageStatus     PIC X(01).
           05  WorkImageDisp       PIC X(01).
           05  WorkImageClosed     PIC X(10).
           05  WorkImageOperator   PIC X(08).
           05  WorkImageNote       PIC X(33).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "COMPLIANCE CASE REVIEW"   TO RPT-HDR-PROGRAM
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
               DISPLAY "Case review not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-Cases
           IF Table-Overflowed
               DISPLAY "CASEFILE holds more cases than this screen"
                       " can carry - nothing changed, so no review"
                       " can be lost.  The nightly cash monitor"
                       " moves cases closed over CASEDAYS days ago"
                       " to CASEHIST; lower CASEDAYS to move more."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF CaseCount = 0
               DISPLAY "No cases on file - nothing to review."
               DISPLAY RPT-FOOTER-RULE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           DISPLAY "Open cases: " OpenCount "  of " CaseCount
                   " on file."

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           PERFORM UNTIL Review-Done
               DISPLAY " "
               DISPLAY "[L] List open cases"
               DISPLAY "[A] List all cases, closed included"
               DISPLAY "[P] Postings behind a case"
               DISPLAY "[C] Close a case with a disposition"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "L"
                       MOVE "N" TO ShowAllFlag
                       PERFORM List-Cases
                   WHEN "A"
                       MOVE "Y" TO ShowAllFlag
                       PERFORM List-Cases
                   WHEN "P"
                       PERFORM Show-Case-Postings
                   WHEN "C"
                       PERFORM Close-Case
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           IF Anything-Changed
               PERFORM Save-Cases
           ELSE
               DISPLAY "Nothing changed - case file left as it was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY CLOSURE AND AUDIT ROW CARRIES THE
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
      *  LOAD-CASES
      *  READS THE WHOLE CASE FILE INTO THE WORK TABLE, COUNTING THE
      *  OPEN CASES.  A FILE BIGGER THAN THE TABLE SETS
      *  Table-Overflowed AND THE CALLER REFUSES TO WORK IT.
      *****************************************************************
       Load-Cases.
           MOVE 0 TO CaseCount
           MOVE 0 TO OpenCount
           MOVE "N" TO OverflowFlag
           OPEN INPUT CASE-FILE
           IF Case-File-OK
               PERFORM UNTIL Case-File-EOF
                   READ CASE-FILE
                       AT END
                           SET Case-File-EOF TO TRUE
                       NOT AT END
                           IF CaseCount < MaxCases
                               ADD 1 TO CaseCount
                               PERFORM Copy-Case-Row-In
                               IF Case-Open
                                   ADD 1 TO OpenCount
                               END-IF
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "CASE FILE EXCEEDS MAXCASES."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Case-File-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.

      *****************************************************************
      *  COPY-CASE-ROW-IN
      *  ONE CASEFILE ROW INTO THE TABLE SLOT IN CaseCount.
      *****************************************************************
       Copy-Case-Row-In.
           MOVE CASE-NO          TO CsNo(CaseCount)
           MOVE CASE-RULE        TO CsRule(CaseCount)
           MOVE CASE-ACCOUNT-NO  TO CsAccountNo(CaseCount)
           MOVE CASE-RAISED-DATE TO CsRaisedDate(CaseCount)
           MOVE CASE-AMOUNT      TO CsAmount(CaseCount)
           MOVE CASE-POSTINGS    TO CsPostings(CaseCount)
           MOVE CASE-POST-REF    TO CsPostRef(CaseCount)
           MOVE CASE-DETAIL      TO CsDetail(CaseCount)
           MOVE CASE-STATUS      TO CsStatus(CaseCount)
           MOVE CASE-DISPOSITION TO CsDisposition(CaseCount)
           MOVE CASE-CLOSED-DATE TO CsClosedDate(CaseCount)
           MOVE CASE-OPERATOR-ID TO CsOperatorId(CaseCount)
           MOVE CASE-NOTE        TO CsNote(CaseCount).

      *****************************************************************
      *  LIST-CASES
      *  SHOWS THE OPEN CASES (OR EVERY CASE WHEN Show-All-Cases)
      *  WITH THE RULE, ACCOUNT, AMOUNT AND DETAIL, AND FOR A CLOSED
      *  CASE WHO CLOSED IT, WHEN, HOW AND WHY.
      *****************************************************************
       List-Cases.
           DISPLAY " "
           DISPLAY "Case    Raised      Rule           Account   "
                   "          Amount"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CaseCount
               IF Show-All-Cases OR CsStatus(K) = "O"
                   PERFORM Set-Rule-Text
                   MOVE CsAmount(K) TO PrintAmount
                   DISPLAY CsNo(K) "  " CsRaisedDate(K)
                           "  " RuleText " " CsAccountNo(K)
                           PrintAmount
                   DISPLAY "        " CsDetail(K)
                           "  postings " CsPostings(K)
                   IF CsStatus(K) = "C"
                       MOVE CsDisposition(K) TO NewDisposition
                       PERFORM Set-Disposition-Text
                       DISPLAY "        CLOSED " CsClosedDate(K)
                               " " CsOperatorId(K)
                               " " DispositionText
                       DISPLAY "        " CsNote(K)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Open cases: " OpenCount "  of " CaseCount
                   " on file.".

      *****************************************************************
      *  PICK-CASE
      *  PROMPTS FOR A CASE NUMBER AND FINDS ITS TABLE SLOT.  RESULT
      *  IN PickIdx, ZERO WHEN NOT ON FILE.
      *****************************************************************
       Pick-Case.
           DISPLAY "Case number: " WITH NO ADVANCING
           ACCEPT PickCaseNo
           MOVE 0 TO PickIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > CaseCount OR PickIdx > 0
               IF CsNo(K) = PickCaseNo
                   MOVE K TO PickIdx
               END-IF
           END-PERFORM
           IF PickIdx = 0
               DISPLAY "Case " PickCaseNo " is not on file."
           END-IF.

      *****************************************************************
      *  SHOW-CASE-POSTINGS
      *  LISTS THE CASH-SIDE POSTINGS ON THE CASE'S ACCOUNT FROM THE
      *  ARCHIVE AND TODAY'S TRANSOUT, SO THE REVIEWER SEES WHAT THE
      *  RULE SAW.  A LARGE-CASH CASE SHOWS ITS OWN POSTING ONLY.
      *****************************************************************
       Show-Case-Postings.
           PERFORM Pick-Case
           IF PickIdx > 0
               MOVE 0 TO ShownCount
               DISPLAY " "
               DISPLAY "Postings on " CsAccountNo(PickIdx)
                       " for case " CsNo(PickIdx) ":"
               MOVE "00" TO StmtTranStatus
               OPEN INPUT STMT-TRAN-FILE
               IF Stmt-Tran-OK
                   PERFORM UNTIL Stmt-Tran-EOF
                       READ STMT-TRAN-FILE
                           AT END
                               SET Stmt-Tran-EOF TO TRUE
                           NOT AT END
                               IF STMT-ACCOUNT-NO = CsAccountNo(PickIdx)
                                   PERFORM Show-Archived-Posting
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STMT-TRAN-FILE
               END-IF
               MOVE "00" TO TransOutStatus
               OPEN INPUT TRANS-OUT-FILE
               IF Trans-Out-OK
                   PERFORM UNTIL Trans-Out-EOF
                       READ TRANS-OUT-FILE
                           AT END
                               SET Trans-Out-EOF TO TRUE
                           NOT AT END
                               IF TRAN-ACCOUNT-NO = CsAccountNo(PickIdx)
                                   PERFORM Show-Day-Posting
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-OUT-FILE
               END-IF
               IF ShownCount = 0
                   DISPLAY "  No postings on hand for the account."
               END-IF
           END-IF.

      *****************************************************************
      *  SHOW-ARCHIVED-POSTING
      *  ONE STMTTRAN ROW FOR THE CASE IN PickIdx, IF IT BELONGS -
      *  POSTED NO LATER THAN THE DAY THE CASE WAS RAISED.
      *****************************************************************
       Show-Archived-Posting.
           IF STMT-POST-DATE NOT > CsRaisedDate(PickIdx)
               IF CsRule(PickIdx) NOT = "L"
                  OR STMT-POST-REF = CsPostRef(PickIdx)
                   ADD 1 TO ShownCount
                   MOVE STMT-AMOUNT TO PrintPosting
                   DISPLAY "  " STMT-POST-DATE " " STMT-TYPE-CODE
                           " " PrintPosting " " STMT-OPERATOR-ID
                           " " STMT-POST-REF
               END-IF
           END-IF.

      *****************************************************************
      *  SHOW-DAY-POSTING
      *  ONE TRANSOUT ROW FOR THE CASE IN PickIdx, IF IT BELONGS.
      *****************************************************************
       Show-Day-Posting.
           IF CsRule(PickIdx) NOT = "L"
              OR TRAN-POST-REF = CsPostRef(PickIdx)
               ADD 1 TO ShownCount
               MOVE TRAN-AMOUNT TO PrintPosting
               DISPLAY "  " TRAN-POST-DATE " " TRAN-TYPE-CODE
                       " " PrintPosting " " TRAN-OPERATOR-ID
                       " " TRAN-POST-REF
           END-IF.

      *****************************************************************
      *  CLOSE-CASE
      *  CLOSES ONE OPEN CASE WITH A DISPOSITION - N NO FURTHER
      *  ACTION, R REPORTED TO THE AUTHORITIES, F FALSE POSITIVE -
      *  AND A NOTE, BOTH REQUIRED, AFTER A CONFIRMATION.
      *****************************************************************
       Close-Case.
           PERFORM Pick-Case
           IF PickIdx > 0
               IF CsStatus(PickIdx) = "C"
                   DISPLAY "Case is already closed."
               ELSE
                   DISPLAY "Disposition (N no further action/"
                           "R reported/F false positive): "
                       WITH NO ADVANCING
                   ACCEPT NewDisposition
                   MOVE FUNCTION UPPER-CASE(NewDisposition)
                       TO NewDisposition
                   IF NOT Disposition-Is-Valid
                       DISPLAY "Disposition must be N, R or F - "
                               "case left open."
                   ELSE
                       DISPLAY "Review note: " WITH NO ADVANCING
                       ACCEPT NewNote
                       IF NewNote = SPACES
                           DISPLAY "A review note is required - "
                                   "case left open."
                       ELSE
                           PERFORM Set-Disposition-Text
                           DISPLAY "Close case " CsNo(PickIdx)
                                   " as "
                                   FUNCTION TRIM(DispositionText)
                                   " (Y/N)? " WITH NO ADVANCING
                           ACCEPT ConfirmReply
                           IF FUNCTION UPPER-CASE(ConfirmReply) = "Y"
                               PERFORM Record-Closure
                           ELSE
                               DISPLAY "Case left open."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  RECORD-CLOSURE
      *  APPLIES THE DISPOSITION AND NOTE JUST KEYED TO THE CASE IN
      *  PickIdx, STAMPS THE OPERATOR AND DATE, AND AUDITS THE
      *  CHANGE WITH BEFORE AND AFTER IMAGES.
      *****************************************************************
       Record-Closure.
           PERFORM Build-Before-Image
           MOVE "C"             TO CsStatus(PickIdx)
           MOVE NewDisposition  TO CsDisposition(PickIdx)
           MOVE BusinessDate    TO CsClosedDate(PickIdx)
           MOVE StampOperatorId TO CsOperatorId(PickIdx)
           MOVE NewNote         TO CsNote(PickIdx)
           SUBTRACT 1 FROM OpenCount
           MOVE "Y" TO ChangedFlag
           PERFORM Build-After-Image
           MOVE "CLOSE" TO AUD-ACTION
           PERFORM Write-Audit-Row
           DISPLAY "Case " CsNo(PickIdx) " closed - "
                   FUNCTION TRIM(DispositionText) ".".

      *****************************************************************
      *  SET-RULE-TEXT
      *  THE WORDS FOR THE RULE OF THE CASE IN SLOT K.
      *****************************************************************
       Set-Rule-Text.
           EVALUATE CsRule(K)
               WHEN "L"
                   MOVE "LARGE CASH"     TO RuleText
               WHEN "S"
                   MOVE "STRUCTURING"    TO RuleText
               WHEN "Q"
                   MOVE "QUIET ACCOUNT"  TO RuleText
               WHEN OTHER
                   MOVE SPACES           TO RuleText
           END-EVALUATE.

      *****************************************************************
      *  SET-DISPOSITION-TEXT
      *  THE WORDS FOR THE DISPOSITION CODE IN NewDisposition.
      *****************************************************************
       Set-Disposition-Text.
           EVALUATE NewDisposition
               WHEN "N"
                   MOVE "NO FURTHER ACTION"  TO DispositionText
               WHEN "R"
                   MOVE "REPORTED"           TO DispositionText
               WHEN "F"
                   MOVE "FALSE POSITIVE"     TO DispositionText
               WHEN OTHER
                   MOVE SPACES               TO DispositionText
           END-EVALUATE.

      *****************************************************************
      *  BUILD-BEFORE-IMAGE
      *  CAPTURES THE CASE IN PickIdx, AS IT STANDS, INTO THE AUDIT
      *  ROW'S BEFORE-IMAGE.
      *****************************************************************
       Build-Before-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WorkImage TO AUD-BEFORE-IMAGE.

      *****************************************************************
      *  BUILD-AFTER-IMAGE
      *  CAPTURES THE CASE IN PickIdx, AS CHANGED, INTO THE AUDIT
      *  ROW'S AFTER-IMAGE.
      *****************************************************************
       Build-After-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE WorkImage TO AUD-AFTER-IMAGE.

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  THE REVIEW FIELDS OF THE CASE IN PickIdx - NUMBER, RULE,
      *  ACCOUNT, STATUS, DISPOSITION, WHEN AND BY WHOM, AND THE
      *  START OF THE NOTE - IN ONE IMAGE THAT FITS THE AUDIT ROW.
      *****************************************************************
       Build-Work-Image.
           MOVE CsNo(PickIdx)          TO WorkImageCaseNo
           MOVE CsRule(PickIdx)        TO WorkImageRule
           MOVE CsAccountNo(PickIdx)   TO WorkImageAcct
           MOVE CsStatus(PickIdx)      TO WorkImageStatus
           MOVE CsDisposition(PickIdx) TO WorkImageDisp
           MOVE CsClosedDate(PickIdx)  TO WorkImageClosed
           MOVE CsOperatorId(PickIdx)  TO WorkImageOperator
           MOVE CsNote(PickIdx)        TO WorkImageNote.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE, KEYED ON THE CASE
      *  NUMBER.
      *****************************************************************
       Write-Audit-Row.
           MOVE "CASEFILE" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE CsNo(PickIdx) TO AUD-KEY
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-CASES
      *  REWRITES THE CASE FILE IN FULL FROM THE WORK TABLE, SO THE
      *  CLOSURES RECORDED THIS SESSION STICK.
      *****************************************************************
       Save-Cases.
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CaseCount
               MOVE CsNo(K)          TO CASE-NO
               MOVE CsRule(K)        TO CASE-RULE
               MOVE CsAccountNo(K)   TO CASE-ACCOUNT-NO
               MOVE CsRaisedDate(K)  TO CASE-RAISED-DATE
               MOVE CsAmount(K)      TO CASE-AMOUNT
               MOVE CsPostings(K)    TO CASE-POSTINGS
               MOVE CsPostRef(K)     TO CASE-POST-REF
               MOVE CsDetail(K)      TO CASE-DETAIL
               MOVE CsStatus(K)      TO CASE-STATUS
               MOVE CsDisposition(K) TO CASE-DISPOSITION
               MOVE CsClosedDate(K)  TO CASE-CLOSED-DATE
               MOVE CsOperatorId(K)  TO CASE-OPERATOR-ID
               MOVE CsNote(K)        TO CASE-NOTE
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE
           DISPLAY "Case file rewritten - " OpenCount
                   " open of " CaseCount " cases.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES CASEFILE ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "CASEFILE" TO LCK-FILE-NAME
           MOVE "CaseReview" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES CASEFILE BACK ONCE THE SESSION HAS SAVED THE CASES
      *  (OR HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "CASEFILE" TO LCK-FILE-NAME
           MOVE "CaseReview" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
