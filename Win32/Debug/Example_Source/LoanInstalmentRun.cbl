       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanInstalmentRun.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  LOAN POSTING GENERATOR, RUN
      *                  IN THE NIGHTLY CLOSE AFTER THE STANDING-ORDER
      *                  RUN.  PAYS OUT EVERY ACTIVE LOAN NOT YET
      *                  DRAWN WHOSE START DATE HAS COME, AS A CREDIT
      *                  TO ITS REPAYMENT ACCOUNT, AND RAISES EVERY
      *                  SCHEDULED INSTALMENT FALLING DUE ON OR BEFORE
      *                  THE BUSINESS DATE AS A TRANSFER FROM THE
      *                  REPAYMENT ACCOUNT TO THE LOAN ACCOUNT.  THE
      *                  POSTINGS CARRY ORIGIN "L" AND ARE MERGED INTO
      *                  TRANSIN EXACTLY AS STANDINGORDERRUN MERGES
      *                  ITS OWN - A BATCHED FILE HAS ITS HEADER
      *                  COUNTS ADDED TO, AN UNBATCHED FILE STAYS
      *                  UNBATCHED, A MISSING FILE IS CREATED WITH AN
      *                  "LN" BATCH HEADER - SO THEY GO THROUGH
      *                  BANKINGTRANSACTIONS' VALIDATION LIKE ANY
      *                  OTHER ENTRY, AND ONE REFUSED THERE (A FROZEN
      *                  REPAYMENT ACCOUNT, SAY) SHOWS ON THE ARREARS
      *                  REPORT AS A MISSED PAYMENT.  AMOUNTS WIDER
      *                  THAN A POSTING ARE SPLIT.  THE DRAWN DATE ON
      *                  LOANMAST AND THE RAISED DATE ON LOANSCHD ARE
      *                  SET AS EACH IS GENERATED, SO A RERUN RAISES
      *                  NOTHING TWICE, AND A LOAN IS MARKED RUN OFF
      *                  WHEN ITS LAST INSTALMENT HAS BEEN RAISED.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanMastStatus.

           SELECT LOAN-SCHED-FILE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanSchedStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransStatus.

           SELECT LN-WORK-FILE ASSIGN TO "LNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LnWorkStatus.

           SELECT LN-SCHED-WORK-FILE ASSIGN TO "LNSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LnSchedWorkStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  LOAN-SCHED-FILE.
           COPY LNSCHED.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  TRANS-FILE.
           COPY TRANREC.

       FD  LN-WORK-FILE.
       01  LN-WORK-RECORD              PIC X(120).

       FD  LN-SCHED-WORK-FILE.
       01  LN-SCHED-WORK-RECORD        PIC X(80).

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY BATCHHDR.

       COPY SGNON.

       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  LoanSchedStatus      PIC XX VALUE "00".
           88  Loan-Sched-OK        VALUE "00".
           88  Loan-Sched-EOF       VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  TransStatus          PIC XX VALUE "00".
           88  Trans-OK             VALUE "00".
           88  Trans-EOF            VALUE "10".
       77  LnWorkStatus         PIC XX VALUE "00".
           88  Ln-Work-OK           VALUE "00".
           88  Ln-Work-EOF          VALUE "10".
       77  LnSchedWorkStatus    PIC XX VALUE "00".
           88  Ln-Sched-Work-OK     VALUE "00".
           88  Ln-Sched-Work-EOF    VALUE "10".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MaxLoans             PIC 9(3) VALUE 500.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  LoanIdx              PIC 9(3) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  TransPresentFlag     PIC X VALUE "N".
           88  Trans-Was-Present    VALUE "Y".
       77  HeaderPresentFlag    PIC X VALUE "N".
           88  Header-Was-Present   VALUE "Y".
       77  FirstRecordFlag      PIC X VALUE "Y".
       77  ExistingCount        PIC 9(5) VALUE 0.
       77  ExistingHash         PIC 9(09)V99 VALUE 0.
       77  GeneratedCount       PIC 9(5) VALUE 0.
       77  GeneratedTotal       PIC 9(09)V99 VALUE 0.
       77  DrawdownCount        PIC 9(5) VALUE 0.
       77  InstalmentCount      PIC 9(5) VALUE 0.
       77  RunOffCount          PIC 9(5) VALUE 0.
       77  OrphanRows           PIC 9(5) VALUE 0.
       77  SchedRowsRead        PIC 9(7) VALUE 0.
       77  ChunkRemaining       PIC 9(07)V99 VALUE 0.
       77  ChunkAmount          PIC 9(05)V99 VALUE 0.
       77  ChunkLimit           PIC 9(05)V99 VALUE 99999.99.
       77  GenAccount           PIC X(10).
       77  GenContra            PIC X(10).
       77  GenType              PIC X(01).
       77  PrintAmount          PIC Z,ZZZ,ZZ9.99.

       01  LoanTable.
           05  LoanEntry OCCURS 500 TIMES.
               10  LnAccountNo     PIC X(10).
               10  LnRepayAcct     PIC X(10).
               10  LnPrincipal     PIC 9(07)V99.
               10  LnRate          PIC 9(02)V9(04).
               10  LnTerm          PIC 9(03).
               10  LnStartDate     PIC X(10).
               10  LnInstalment    PIC 9(07)V99.
               10  LnStatus        PIC X(01).
               10  LnSchedFlag     PIC X(01).
               10  LnDrawnDate     PIC X(10).
               10  LnDescription   PIC X(20).

       01  GeneratedPosting.
           05  GEN-ACCOUNT-NO          PIC X(10).
           05  GEN-TYPE-CODE           PIC X(01).
           05  GEN-AMOUNT              PIC 9(05)V99.
           05  GEN-POST-DATE           PIC X(10).
           05  GEN-OPERATOR-ID         PIC X(08).
           05  GEN-CURRENCY-CODE       PIC X(03).
           05  GEN-ORIG-AMOUNT         PIC 9(07)V99.
           05  GEN-CONTRA-ACCT         PIC X(10).
           05  GEN-ADJ-FLAG            PIC X(01).
           05  GEN-ORIG-DATE           PIC X(10).
           05  GEN-ADJ-REASON          PIC X(20).
           05  GEN-POST-REF            PIC X(14).
           05  GEN-REV-REF             PIC X(14).
           05  GEN-REV-TYPE            PIC X(01).
           05  GEN-ORIGIN              PIC X(01).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           MOVE 0 TO GeneratedCount
           MOVE 0 TO GeneratedTotal
           MOVE 0 TO DrawdownCount
           MOVE 0 TO InstalmentCount
           MOVE 0 TO RunOffCount
           MOVE 0 TO OrphanRows
           MOVE 0 TO SchedRowsRead
           MOVE 0 TO ExistingCount
           MOVE 0 TO ExistingHash
           MOVE "N" TO TransPresentFlag
           MOVE "N" TO HeaderPresentFlag
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "LOAN INSTALMENT RUN"      TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date

           PERFORM Load-Loans
           IF Table-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - nothing generated."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF
           IF LoanCount = 0
               DISPLAY "No loans on file - nothing to generate."
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Copy-Existing-Transin
           OPEN EXTEND LN-WORK-FILE
           PERFORM Raise-Drawdowns
           PERFORM Raise-Instalments
           CLOSE LN-WORK-FILE

           IF GeneratedCount = 0
               DISPLAY "Nothing due on " BusinessDate
                       " - TRANSIN left as it was."
           ELSE
               PERFORM Rewrite-Transin
               PERFORM Save-Loans
               IF InstalmentCount > 0
                   PERFORM Rewrite-Schedule
               END-IF
               DISPLAY " "
               DISPLAY "Drawdowns raised:     " DrawdownCount
               DISPLAY "Instalments raised:   " InstalmentCount
               DISPLAY "Loans now run off:    " RunOffCount
               DISPLAY "Postings generated:   " GeneratedCount
                       "  total " GeneratedTotal
           END-IF
           IF OrphanRows > 0
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "SCHEDULE ROWS FOR LOANS NOT ON LOANMAST - "
                      "SKIPPED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               DISPLAY "Rows skipped: " OrphanRows
           END-IF

           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

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
      *  LOAD-LOANS
      *  READS THE LOAN MASTER INTO THE WORK TABLE.  THE FILE IS
      *  REWRITTEN IN FULL WITH THE DRAWN DATES AND STATUSES AT THE
      *  END OF THE RUN, SO A FILE TOO BIG FOR THE TABLE ABANDONS THE
      *  RUN RATHER THAN DELETE THE UNREAD LOANS.
      *****************************************************************
       Load-Loans.
           MOVE 0 TO LoanCount
           MOVE "N" TO OverflowFlag
           OPEN INPUT LOAN-MASTER-FILE
           IF Loan-Mast-OK
               PERFORM UNTIL Loan-Mast-EOF
                   READ LOAN-MASTER-FILE
                       AT END
                           SET Loan-Mast-EOF TO TRUE
                       NOT AT END
                           IF LoanCount < MaxLoans
                               ADD 1 TO LoanCount
                               MOVE LOAN-MAST-RECORD
                                   TO LoanEntry(LoanCount)
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
      *  COPY-EXISTING-TRANSIN
      *  PRE-PASS OVER TRANSIN, IF PRESENT: NOTES WHETHER THE FILE
      *  OPENS WITH AN "HDR" BATCH HEADER (KEEPING ITS BATCH ID),
      *  COPIES THE DATA RECORDS TO THE WORK FILE AND COUNTS AND
      *  HASHES THEM, AS STANDINGORDERRUN.CBL DOES.
      *****************************************************************
       Copy-Existing-Transin.
           MOVE "Y" TO FirstRecordFlag
           OPEN OUTPUT LN-WORK-FILE
           OPEN INPUT TRANS-FILE
           IF Trans-OK
               SET Trans-Was-Present TO TRUE
               PERFORM UNTIL Trans-EOF
                   READ TRANS-FILE
                       AT END
                           SET Trans-EOF TO TRUE
                       NOT AT END
                           IF FirstRecordFlag = "Y"
                              AND TRAN-ACCOUNT-NO(1:3) = "HDR"
                               SET Header-Was-Present TO TRUE
                               MOVE TRAN-RECORD TO BATCH-HDR-RECORD
                           ELSE
                               ADD 1 TO ExistingCount
                               ADD TRAN-AMOUNT TO ExistingHash
                               MOVE SPACES TO LN-WORK-RECORD
                               MOVE TRAN-RECORD TO LN-WORK-RECORD
                               WRITE LN-WORK-RECORD
                           END-IF
                           MOVE "N" TO FirstRecordFlag
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               MOVE "00" TO TransStatus
           END-IF
           CLOSE LN-WORK-FILE.

      *****************************************************************
      *  RAISE-DRAWDOWNS
      *  PAYS OUT EVERY ACTIVE LOAN WITH NO DRAWN DATE WHOSE START
      *  DATE IS ON OR BEFORE THE BUSINESS DATE: A CREDIT OF THE
      *  PRINCIPAL TO THE REPAYMENT ACCOUNT, NAMING THE LOAN ACCOUNT
      *  AS ITS CONTRA SO LOANGLEXTRACT CAN FIND IT.
      *****************************************************************
       Raise-Drawdowns.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               IF LnStatus(K) = "A"
                  AND LnDrawnDate(K) = SPACES
                  AND LnStartDate(K) NOT > BusinessDate
                   MOVE LnRepayAcct(K) TO GenAccount
                   MOVE LnAccountNo(K) TO GenContra
                   MOVE "C" TO GenType
                   MOVE LnPrincipal(K) TO ChunkRemaining
                   PERFORM Write-Chunked-Posting
                   MOVE BusinessDate TO LnDrawnDate(K)
                   ADD 1 TO DrawdownCount
                   MOVE LnPrincipal(K) TO PrintAmount
                   DISPLAY "  Drawdown    " LnAccountNo(K)
                           " to " LnRepayAcct(K) " " PrintAmount
               END-IF
           END-PERFORM.

      *****************************************************************
      *  RAISE-INSTALMENTS
      *  STREAMS THE SCHEDULE THROUGH ITS WORK FILE.  EVERY ROW NOT
      *  YET RAISED, DUE ON OR BEFORE THE BUSINESS DATE, ON AN ACTIVE
      *  LOAN THAT HAS BEEN DRAWN, IS RAISED AND STAMPED WITH THE
      *  BUSINESS DATE; A LOAN'S LAST INSTALMENT RUNS IT OFF.  AN
      *  INSTALMENT THAT FELL DUE ON A DAY WITH NO CLOSE IS RAISED ON
      *  THE NEXT ONE.
      *****************************************************************
       Raise-Instalments.
           OPEN OUTPUT LN-SCHED-WORK-FILE
           OPEN INPUT LOAN-SCHED-FILE
           IF Loan-Sched-OK
               PERFORM UNTIL Loan-Sched-EOF
                   READ LOAN-SCHED-FILE
                       AT END
                           SET Loan-Sched-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO SchedRowsRead
                           PERFORM Judge-Schedule-Row
                           MOVE SPACES TO LN-SCHED-WORK-RECORD
                           MOVE LOAN-SCHED-RECORD
                               TO LN-SCHED-WORK-RECORD
                           WRITE LN-SCHED-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHED-FILE
           END-IF
           CLOSE LN-SCHED-WORK-FILE.

      *****************************************************************
      *  JUDGE-SCHEDULE-ROW
      *  DECIDES THE SCHEDULE ROW JUST READ, RAISING IT AS A TRANSFER
      *  FROM THE REPAYMENT ACCOUNT TO THE LOAN ACCOUNT IF IT IS DUE.
      *****************************************************************
       Judge-Schedule-Row.
           MOVE 0 TO LoanIdx
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > LoanCount OR LoanIdx > 0
               IF LnAccountNo(K) = LS-ACCOUNT-NO
                   MOVE K TO LoanIdx
               END-IF
           END-PERFORM
           IF LoanIdx = 0
               ADD 1 TO OrphanRows
           ELSE
               IF LS-RAISED-DATE = SPACES
                  AND LS-DUE-DATE NOT > BusinessDate
                  AND LnStatus(LoanIdx) = "A"
                  AND LnDrawnDate(LoanIdx) NOT = SPACES
                   MOVE LnRepayAcct(LoanIdx) TO GenAccount
                   MOVE LnAccountNo(LoanIdx) TO GenContra
                   MOVE "T" TO GenType
                   MOVE LS-INSTALMENT TO ChunkRemaining
                   PERFORM Write-Chunked-Posting
                   MOVE BusinessDate TO LS-RAISED-DATE
                   ADD 1 TO InstalmentCount
                   MOVE LS-INSTALMENT TO PrintAmount
                   DISPLAY "  Instalment  " LS-ACCOUNT-NO
                           " no " LS-INST-NO " due " LS-DUE-DATE
                           " " PrintAmount
                   IF LS-INST-NO NOT < LnTerm(LoanIdx)
                       MOVE "R" TO LnStatus(LoanIdx)
                       ADD 1 TO RunOffCount
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-CHUNKED-POSTING
      *  APPENDS ChunkRemaining TO THE WORK FILE AS ONE OR MORE
      *  GenType POSTINGS ON GenAccount WITH GenContra AS CONTRA,
      *  SPLIT AT THE WIDEST AMOUNT A POSTING CAN CARRY.
      *****************************************************************
       Write-Chunked-Posting.
           PERFORM UNTIL ChunkRemaining = 0
               IF ChunkRemaining > ChunkLimit
                   MOVE ChunkLimit TO ChunkAmount
               ELSE
                   MOVE ChunkRemaining TO ChunkAmount
               END-IF
               SUBTRACT ChunkAmount FROM ChunkRemaining
               ADD 1 TO GeneratedCount
               ADD ChunkAmount TO GeneratedTotal
               MOVE GenAccount      TO GEN-ACCOUNT-NO
               MOVE GenType         TO GEN-TYPE-CODE
               MOVE ChunkAmount     TO GEN-AMOUNT
               MOVE BusinessDate    TO GEN-POST-DATE
               MOVE SPACES          TO GEN-OPERATOR-ID
               MOVE SPACES          TO GEN-CURRENCY-CODE
               MOVE 0               TO GEN-ORIG-AMOUNT
               MOVE GenContra       TO GEN-CONTRA-ACCT
               MOVE SPACES          TO GEN-ADJ-FLAG
               MOVE SPACES          TO GEN-ORIG-DATE
               MOVE SPACES          TO GEN-ADJ-REASON
               MOVE SPACES          TO GEN-POST-REF
               MOVE SPACES          TO GEN-REV-REF
               MOVE SPACES          TO GEN-REV-TYPE
               MOVE "L"             TO GEN-ORIGIN
               MOVE SPACES TO LN-WORK-RECORD
               MOVE GeneratedPosting TO LN-WORK-RECORD
               WRITE LN-WORK-RECORD
           END-PERFORM.

      *****************************************************************
      *  REWRITE-TRANSIN
      *  REWRITES TRANSIN FROM THE WORK FILE WITH THE SAME HEADER
      *  RULES AS STANDINGORDERRUN.CBL: A BATCHED FILE KEEPS ITS
      *  BATCH ID AND DECLARED FIGURES WITH ONLY THE GENERATED
      *  ENTRIES ADDED ON TOP, AN UNBATCHED FILE STAYS UNBATCHED, AND
      *  A MISSING FILE IS CREATED WITH ITS OWN "LN" BATCH HEADER.
      *****************************************************************
       Rewrite-Transin.
           OPEN OUTPUT TRANS-FILE
           IF Header-Was-Present OR NOT Trans-Was-Present
               IF Header-Was-Present
                   ADD GeneratedCount TO BH-ENTRY-COUNT
                   ADD GeneratedTotal TO BH-HASH-TOTAL
               ELSE
                   MOVE "HDR" TO BH-TAG
                   MOVE SPACES TO BH-BATCH-ID
                   STRING "LN" BusinessDate(3:2) BusinessDate(6:2)
                          BusinessDate(9:2)
                       DELIMITED BY SIZE INTO BH-BATCH-ID
                   COMPUTE BH-ENTRY-COUNT =
                       ExistingCount + GeneratedCount
                   COMPUTE BH-HASH-TOTAL =
                       ExistingHash + GeneratedTotal
               END-IF
               MOVE SPACES TO TRAN-RECORD
               MOVE BATCH-HDR-RECORD TO TRAN-RECORD
               WRITE TRAN-RECORD
               DISPLAY "Batch " BH-BATCH-ID " now carries "
                       BH-ENTRY-COUNT " entries, hash " BH-HASH-TOTAL
           END-IF
           MOVE "00" TO LnWorkStatus
           OPEN INPUT LN-WORK-FILE
           PERFORM UNTIL Ln-Work-EOF
               READ LN-WORK-FILE
                   AT END
                       SET Ln-Work-EOF TO TRUE
                   NOT AT END
                       MOVE LN-WORK-RECORD TO TRAN-RECORD
                       WRITE TRAN-RECORD
               END-READ
           END-PERFORM
           CLOSE LN-WORK-FILE
           CLOSE TRANS-FILE.

      *****************************************************************
      *  SAVE-LOANS
      *  REWRITES THE LOAN MASTER IN FULL WITH THE DRAWN DATES AND
      *  RUN-OFF STATUSES, SO NO DRAWDOWN IS RAISED TWICE.
      *****************************************************************
       Save-Loans.
           OPEN OUTPUT LOAN-MASTER-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               MOVE LoanEntry(K) TO LOAN-MAST-RECORD
               WRITE LOAN-MAST-RECORD
           END-PERFORM
           CLOSE LOAN-MASTER-FILE.

      *****************************************************************
      *  REWRITE-SCHEDULE
      *  COPIES THE SCHEDULE BACK FROM ITS WORK FILE WITH THE RAISED
      *  DATES FILLED IN, SO NO INSTALMENT IS RAISED TWICE.
      *****************************************************************
       Rewrite-Schedule.
           OPEN OUTPUT LOAN-SCHED-FILE
           MOVE "00" TO LnSchedWorkStatus
           OPEN INPUT LN-SCHED-WORK-FILE
           PERFORM UNTIL Ln-Sched-Work-EOF
               READ LN-SCHED-WORK-FILE
                   AT END
                       SET Ln-Sched-Work-EOF TO TRUE
                   NOT AT END
                       MOVE LN-SCHED-WORK-RECORD
                           TO LOAN-SCHED-RECORD
                       WRITE LOAN-SCHED-RECORD
               END-READ
           END-PERFORM
           CLOSE LN-SCHED-WORK-FILE
           CLOSE LOAN-SCHED-FILE.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  SCHEDULE ROWS READ, POSTINGS GENERATED, ORPHAN SCHEDULE ROWS
      *  SKIPPED AND THE TOTAL GENERATED.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "LOANINSTALMENTS" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           MOVE SchedRowsRead TO JRN-RECS-IN
           MOVE GeneratedCount TO JRN-RECS-OUT
           MOVE OrphanRows TO JRN-RECS-REJECT
           MOVE GeneratedTotal TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
