       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanGLExtract.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  DAILY LOAN JOURNAL TO THE
      *                  GENERAL LEDGER.  BANKINGTRANSACTIONS WRITES
      *                  NO GL LINES FOR A LOAN ACCOUNT, SO THE LOAN
      *                  BOOK'S MOVEMENTS ARE JOURNALED HERE AGAINST
      *                  THE GLMAP "L" (LOAN BALANCE) AND "N" (LOAN
      *                  INTEREST) RULES, RANGED ON THE LOAN ACCOUNT
      *                  NUMBERS: EACH POSTING THE DAY MADE TO A LOAN
      *                  ACCOUNT (THE REPAYMENT LEG OF AN INSTALMENT
      *                  CREDITS THE LOAN BALANCE), EACH DRAWDOWN PAID
      *                  OUT TO A REPAYMENT ACCOUNT (DEBITS IT), AND
      *                  THE INTEREST OF EVERY INSTALMENT RAISED TODAY
      *                  (DEBITS THE LOAN BALANCE, CREDITS LOAN
      *                  INTEREST), WITH ONE CLEARING CONTRA FROM THE
      *                  "S" RULE SO THE SET BALANCES.  THE LINES ARE
      *                  APPENDED TO THE SAME GLEXTR STREAM
      *                  BANKINGTRANSACTIONS AND SALESGLEXTRACT FEED.
      *                  RUNS AS A NIGHTLY-CLOSE STEP AFTER THE SALES
      *                  EXTRACT AND BEFORE THE ARCHIVAL, WHILE
      *                  TRANSOUT STILL HOLDS ONLY THE DAY'S POSTINGS.
      *  2026-10-15  DL  CHECK GLEXTR AGAINST THE LATEST CONTROL TOTALS
      *                  JOURNALED FOR IT UNDER THE BUSINESS DATE BEFORE
      *                  APPENDING, AS SALESGLEXTRACT DOES - A FILE THAT
      *                  DOES NOT AGREE REFUSES THE RUN WITH RETURN CODE
      *                  12 - AND JOURNAL ITS NEW TOTALS AFTER THE LOAN
      *                  LINES GO ON.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanMastStatus.

           SELECT LOAN-SCHED-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanSchedStatus.

           SELECT TRANS-OUT-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransOutStatus.

           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlMapStatus.

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

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHED-FILE.
           COPY LNSCHED.

       FD  TRANS-OUT-FILE.
           COPY TRANREC.

       FD  GL-MAP-FILE.
           COPY GLMAP.

       FD  GL-EXTRACT-FILE.
           COPY GLJREC.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       COPY CTLTOT.

       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  LoanSchedStatus      PIC XX VALUE "00".
           88  Loan-Sched-OK        VALUE "00".
           88  Loan-Sched-EOF       VALUE "10".
       77  TransOutStatus       PIC XX VALUE "00".
           88  Trans-Out-OK         VALUE "00".
           88  Trans-Out-EOF        VALUE "10".
       77  GlMapStatus          PIC XX VALUE "00".
           88  Gl-Map-OK            VALUE "00".
           88  Gl-Map-EOF           VALUE "10".
       77  GlExtractStatus      PIC XX VALUE "00".
           88  Gl-Extract-OK        VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxLoans             PIC 9(3) VALUE 500.
       77  MaxGlMaps            PIC 9(3) VALUE 50.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  GlMapCount           PIC 9(3) VALUE 0.
       77  GlMapIdx             PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  LoanFoundFlag        PIC X VALUE "N".
           88  Is-Loan-Account      VALUE "Y".
       77  PostingsRead         PIC 9(7) VALUE 0.
       77  GlLinesWritten       PIC 9(5) VALUE 0.
       77  UnmappedLines        PIC 9(5) VALUE 0.
       77  GlDrTotal            PIC 9(09)V99 VALUE 0.
       77  GlCrTotal            PIC 9(09)V99 VALUE 0.
       77  WorkAccountNo        PIC X(10).
       77  WorkGlType           PIC X(01).
       77  WorkGlAccount        PIC X(08).
       77  WorkDrCr             PIC X(02).
       77  WorkGlAmount         PIC 9(09)V99 VALUE 0.
       77  WorkPostRef          PIC X(14).

       01  LoanAccounts.
           05  LoanAccountNo OCCURS 500 TIMES PIC X(10).

       01  GlMapTable.
           05  GlMapEntry OCCURS 50 TIMES.
               10  GlMapType           PIC X(01).
               10  GlMapAcctLow        PIC X(10).
               10  GlMapAcctHigh       PIC X(10).
               10  GlMapGlAccount      PIC X(08).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           MOVE 0 TO PostingsRead
           MOVE 0 TO GlLinesWritten
           MOVE 0 TO UnmappedLines
           MOVE 0 TO GlDrTotal
           MOVE 0 TO GlCrTotal
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "LOAN GL EXTRACT"          TO RPT-HDR-PROGRAM
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
               DISPLAY "Loan extract refused - nothing journaled."
               MOVE 12 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-GL-Map
           IF GlMapCount = 0
               DISPLAY "No GL mapping file present - "
                       "loan extract skipped."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           MOVE "N" TO OverflowFlag
           PERFORM Load-Loan-Accounts
           IF Table-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - nothing journaled."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF LoanCount = 0
               DISPLAY "No loans on file - nothing to journal."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           OPEN EXTEND GL-EXTRACT-FILE
           IF NOT Gl-Extract-OK
               CLOSE GL-EXTRACT-FILE
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           PERFORM Journal-Day-Postings
           PERFORM Journal-Raised-Interest
           PERFORM Write-GL-Contra-Line
           CLOSE GL-EXTRACT-FILE
           PERFORM Post-GL-Extract-Totals

           DISPLAY " "
           DISPLAY "Loan GL lines written: " GlLinesWritten
           DISPLAY "  debits  " GlDrTotal
           DISPLAY "  credits " GlCrTotal
           IF UnmappedLines > 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "LOAN LINES WITH NO GLMAP RULE WENT TO "
                      "UNMAPPED - CHECK THE L AND N RULES."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               DISPLAY "Unmapped lines: " UnmappedLines
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
      *  JOURNALS GLEXTR'S NEW CONTROL TOTALS ONCE THIS RUN'S LOAN
      *  LINES ARE ON IT.
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
      *  LOAD-GL-MAP
      *  READS THE GL MAPPING RULES INTO THEIR TABLE, AS
      *  BANKINGTRANSACTIONS DOES.  NO FILE MEANS NO EXTRACT AT ALL.
      *****************************************************************
       Load-GL-Map.
           MOVE 0 TO GlMapCount
           OPEN INPUT GL-MAP-FILE
           IF Gl-Map-OK
               PERFORM UNTIL Gl-Map-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET Gl-Map-EOF TO TRUE
                       NOT AT END
                           IF GlMapCount < MaxGlMaps
                               ADD 1 TO GlMapCount
                               MOVE GLM-TRAN-TYPE
                                   TO GlMapType(GlMapCount)
                               MOVE GLM-ACCT-LOW
                                   TO GlMapAcctLow(GlMapCount)
                               MOVE GLM-ACCT-HIGH
                                   TO GlMapAcctHigh(GlMapCount)
                               MOVE GLM-GL-ACCOUNT
                                   TO GlMapGlAccount(GlMapCount)
                           ELSE
                               SET Gl-Map-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *****************************************************************
      *  LOAD-LOAN-ACCOUNTS
      *  READS THE ACCOUNT NUMBER OF EVERY LOAN ON LOANMAST.  A LOAN
      *  MASTER TOO BIG FOR THE TABLE ABANDONS THE RUN - A DROPPED
      *  LOAN'S REPAYMENTS WOULD BE LEFT OFF THE LEDGER.
      *****************************************************************
       Load-Loan-Accounts.
           MOVE 0 TO LoanCount
           OPEN INPUT LOAN-MASTER-FILE
           IF Loan-Mast-OK
               PERFORM UNTIL Loan-Mast-EOF
                   READ LOAN-MASTER-FILE
                       AT END
                           SET Loan-Mast-EOF TO TRUE
                       NOT AT END
                           IF LoanCount < MaxLoans
                               ADD 1 TO LoanCount
                               MOVE LOAN-ACCOUNT-NO
                                   TO LoanAccountNo(LoanCount)
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "LOAN MASTER EXCEEDS "
                                      "MAXLOANS - RUN ABANDONED."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Loan-Mast-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *****************************************************************
      *  FIND-LOAN-ACCOUNT
      *  SETS Is-Loan-Account WHEN WorkAccountNo IS A LOAN ACCOUNT.
      *****************************************************************
       Find-Loan-Account.
           MOVE "N" TO LoanFoundFlag
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > LoanCount OR Is-Loan-Account
               IF LoanAccountNo(K) = WorkAccountNo
                   SET Is-Loan-Account TO TRUE
               END-IF
           END-PERFORM.

      *****************************************************************
      *  JOURNAL-DAY-POSTINGS
      *  READS THE DAY'S POSTED ECHO.  A POSTING ON A LOAN ACCOUNT
      *  MOVES THE LOAN BALANCE THE OPPOSITE WAY TO THE CUSTOMER
      *  LEDGER'S SIDE RULES - A CREDIT (THE REPAYMENT LEG) REDUCES
      *  THE LOAN, SO CR; A DEBIT INCREASES IT, SO DR.  A DRAWDOWN -
      *  A LOAN-ORIGIN CREDIT TO A CUSTOMER ACCOUNT NAMING A LOAN
      *  ACCOUNT AS ITS CONTRA - DEBITS THAT LOAN.  EACH LINE CARRIES
      *  THE POSTING REFERENCE SO IT TIES BACK TO STMTTRAN.
      *****************************************************************
       Journal-Day-Postings.
           OPEN INPUT TRANS-OUT-FILE
           IF Trans-Out-OK
               PERFORM UNTIL Trans-Out-EOF
                   READ TRANS-OUT-FILE
                       AT END
                           SET Trans-Out-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO PostingsRead
                           PERFORM Journal-One-Posting
                   END-READ
               END-PERFORM
               CLOSE TRANS-OUT-FILE
           ELSE
               DISPLAY "No TRANSOUT present - no loan postings to"
                       " journal."
           END-IF.

      *****************************************************************
      *  JOURNAL-ONE-POSTING
      *  THE POSTING JUST READ, IF IT TOUCHES THE LOAN BOOK.
      *****************************************************************
       Journal-One-Posting.
           MOVE TRAN-ACCOUNT-NO TO WorkAccountNo
           PERFORM Find-Loan-Account
           IF Is-Loan-Account
               IF TRAN-TYPE-CODE = "D" OR TRAN-TYPE-CODE = "d"
                  OR TRAN-TYPE-CODE = "T" OR TRAN-TYPE-CODE = "t"
                  OR (TRAN-TYPE-CODE = "R" AND Tran-Reverses-Credit)
                  OR (TRAN-TYPE-CODE = "F" AND Tran-From-Account-Close)
                   MOVE "DR" TO WorkDrCr
               ELSE
                   MOVE "CR" TO WorkDrCr
               END-IF
               MOVE "L" TO WorkGlType
               MOVE TRAN-AMOUNT TO WorkGlAmount
               MOVE TRAN-POST-REF TO WorkPostRef
               PERFORM Write-GL-Line
           ELSE
               IF Tran-From-Loan
                  AND (TRAN-TYPE-CODE = "C" OR TRAN-TYPE-CODE = "c")
                  AND TRAN-CONTRA-ACCT NOT = SPACES
                   MOVE TRAN-CONTRA-ACCT TO WorkAccountNo
                   PERFORM Find-Loan-Account
                   IF Is-Loan-Account
                       MOVE "DR" TO WorkDrCr
                       MOVE "L" TO WorkGlType
                       MOVE TRAN-AMOUNT TO WorkGlAmount
                       MOVE TRAN-POST-REF TO WorkPostRef
                       PERFORM Write-GL-Line
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  JOURNAL-RAISED-INTEREST
      *  THE INTEREST OF EVERY INSTALMENT RAISED ON THE BUSINESS DATE
      *  IS EARNED TODAY: IT IS ADDED TO THE LOAN BALANCE (DR "L")
      *  AND TAKEN TO LOAN INTEREST (CR "N"), SO THE REPAYMENT
      *  CREDITED TO THE BALANCE ABOVE LEAVES ONLY THE PRINCIPAL OFF
      *  IT.  THE INTEREST IS EARNED WHETHER OR NOT THE CUSTOMER
      *  PAID - A MISSED PAYMENT IS ARREARS, NOT LOST INTEREST.
      *****************************************************************
       Journal-Raised-Interest.
           OPEN INPUT LOAN-SCHED-FILE
           IF Loan-Sched-OK
               PERFORM UNTIL Loan-Sched-EOF
                   READ LOAN-SCHED-FILE
                       AT END
                           SET Loan-Sched-EOF TO TRUE
                       NOT AT END
                           IF LS-RAISED-DATE = BusinessDate
                              AND LS-INTEREST > 0
                               MOVE LS-ACCOUNT-NO TO WorkAccountNo
                               MOVE LS-INTEREST TO WorkGlAmount
                               MOVE SPACES TO WorkPostRef
                               MOVE "L" TO WorkGlType
                               MOVE "DR" TO WorkDrCr
                               PERFORM Write-GL-Line
                               MOVE "N" TO WorkGlType
                               MOVE "CR" TO WorkDrCr
                               PERFORM Write-GL-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHED-FILE
           END-IF.

      *****************************************************************
      *  FIND-GL-ACCOUNT
      *  LOOKS UP THE GL ACCOUNT FOR WorkGlType AND WorkAccountNo:
      *  FIRST RULE WHOSE TYPE MATCHES AND WHOSE ACCOUNT RANGE COVERS
      *  THE ACCOUNT WINS, AS IN BANKINGTRANSACTIONS.  A FIGURE NO
      *  RULE COVERS GOES TO "UNMAPPED" SO IT SHOWS UP IN THE IMPORT
      *  INSTEAD OF BEING DROPPED.  FOR THE "S" CLEARING RULE THE
      *  RANGE IS IGNORED.
      *****************************************************************
       Find-GL-Account.
           MOVE "UNMAPPED" TO WorkGlAccount
           MOVE 0 TO GlMapIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > GlMapCount
               IF GlMapIdx = 0
                  AND GlMapType(K) = WorkGlType
                  AND (WorkGlType = "S"
                       OR (WorkAccountNo NOT < GlMapAcctLow(K)
                           AND WorkAccountNo NOT > GlMapAcctHigh(K)))
                   MOVE K TO GlMapIdx
                   MOVE GlMapGlAccount(K) TO WorkGlAccount
               END-IF
           END-PERFORM.

      *****************************************************************
      *  WRITE-GL-LINE
      *  WRITES ONE JOURNAL LINE FOR WorkGlAmount ON THE SIDE IN
      *  WorkDrCr UNDER THE GL ACCOUNT THE MAP GIVES FOR WorkGlType
      *  AND WorkAccountNo, AND ADDS IT TO THE RUN'S SIDE TOTAL.  A
      *  ZERO FIGURE WRITES NOTHING.
      *****************************************************************
       Write-GL-Line.
           IF WorkGlAmount NOT = 0
               PERFORM Find-GL-Account
               IF GlMapIdx = 0
                   ADD 1 TO UnmappedLines
               END-IF
               MOVE "LOANGL  " TO GLJ-SOURCE-ID
               MOVE BusinessDate TO GLJ-DATE
               MOVE WorkGlAccount TO GLJ-GL-ACCOUNT
               MOVE WorkDrCr TO GLJ-DR-CR
               MOVE WorkGlAmount TO GLJ-AMOUNT
               MOVE WorkPostRef TO GLJ-POST-REF
               MOVE SPACES TO GLJ-REV-REF
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GlLinesWritten
               IF WorkDrCr = "DR"
                   ADD WorkGlAmount TO GlDrTotal
               ELSE
                   ADD WorkGlAmount TO GlCrTotal
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-GL-CONTRA-LINE
      *  BALANCES THE RUN'S LINES WITH ONE LINE TO THE "S" CLEARING
      *  ACCOUNT FOR THE DIFFERENCE BETWEEN THE DEBITS AND CREDITS.
      *  EQUAL TOTALS NEED NO CONTRA LINE.
      *****************************************************************
       Write-GL-Contra-Line.
           MOVE "S" TO WorkGlType
           MOVE SPACES TO WorkAccountNo
           MOVE SPACES TO WorkPostRef
           IF GlDrTotal > GlCrTotal
               COMPUTE WorkGlAmount = GlDrTotal - GlCrTotal
               MOVE "CR" TO WorkDrCr
               PERFORM Write-GL-Line
           ELSE
               IF GlCrTotal > GlDrTotal
                   COMPUTE WorkGlAmount = GlCrTotal - GlDrTotal
                   MOVE "DR" TO WorkDrCr
                   PERFORM Write-GL-Line
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  POSTINGS READ, GL LINES WRITTEN, LINES LEFT UNMAPPED AND THE
      *  DEBIT TOTAL JOURNALED.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "LOANGLEXTRACT" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE PostingsRead TO JRN-RECS-IN
           MOVE GlLinesWritten TO JRN-RECS-OUT
           MOVE UnmappedLines TO JRN-RECS-REJECT
           MOVE GlDrTotal TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
