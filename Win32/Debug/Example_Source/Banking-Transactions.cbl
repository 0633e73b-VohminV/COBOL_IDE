      *                  DEBIT/CREDIT LINES NETTED DOWN SO NOTHING
      *                  DOUBLES.  BANKEXCP WRITE-OFFS FINALLY HAVE
      *                  SOMEWHERE HONEST TO LAND.
      *  2026-10-14  DL  POSTING REFERENCES AND REVERSALS: EVERY ECHOED
      *                  POSTING (TELLER ENTRY, TRANSFER CREDIT LEG,
      *                  INTEREST AND FEE) IS STAMPED WITH A REFERENCE
      *                  OF THE BUSINESS DATE AND A SIX-DIGIT SEQUENCE,
      *                  SEEDED PAST ANY REFERENCE ALREADY ARCHIVED TO
      *                  STMTTRAN FOR THE SAME DATE SO A SECOND RUN
      *                  CANNOT REISSUE ONE.  A NEW TYPE "R" ENTRY
      *                  REVERSES AN ARCHIVED POSTING NAMED BY ITS
      *                  REFERENCE: IT IS REFUSED TO BANKEXCP UNLESS
      *                  THE ORIGINAL IS ON STMTTRAN, IS NOT A TRANSFER
      *                  LEG OR ITSELF A REVERSAL, HAS NOT ALREADY BEEN
      *                  REVERSED (ON THE ARCHIVE OR EARLIER IN THIS
      *                  RUN), AND BELONGS TO THE SAME ACCOUNT FOR THE
      *                  SAME AMOUNT.  THE ECHO CARRIES THE ORIGINAL'S
      *                  TYPE, WHICH DECIDES THE SIDE IT POSTS TO, AND
      *                  EACH REVERSAL WRITES ITS OWN GL LINE (SOURCE
      *                  "BANKREV") AGAINST THE ORIGINAL'S GL ACCOUNT
      *                  WITH BOTH REFERENCES ON IT, THE AGGREGATED
      *                  LINES NETTED DOWN THE SAME WAY AS FOR
      *                  ADJUSTMENTS.  A MISKEYED POSTING NOW CORRECTS
      *                  AS "POSTED IN ERROR, REVERSED" INSTEAD OF A
      *                  HAND-KEYED OPPOSITE ENTRY NOTHING TIES BACK.
      *  2026-10-14  DL  DORMANT ACCOUNTS: A CUSTOMER DEBIT (TYPE "D"
      *                  OR A TRANSFER OUT) ON AN ACCOUNT THE DORMANCY
      *                  SCAN HAS MARKED "D" IS REFUSED TO BANKEXCP AS
      *                  "ACCOUNT DORMANT" UNTIL A SUPERVISOR
      *                  REACTIVATES IT; CREDITS, TRANSFERS IN,
      *                  REVERSALS AND THE INTEREST AND FEE ACCRUALS
      *                  STILL POST.  THE POSTING ORIGIN IS CARRIED
      *                  FROM THE INPUT TO THE ECHO AND THROUGH THE
      *                  HOLD FILE SO STANDING-ORDER ENTRIES STAY
      *                  MARKED ON STMTTRAN.
      *  2026-10-14  DL  ACCOUNT CLOSURE: AN ACCOUNT ACCOUNTCLOSE HAS
      *                  PUT INTO CLOSING STATUS "P" TAKES ONLY THE
      *                  SETTLEMENT POSTINGS IT QUEUED ON BANKREPOST
      *                  (ORIGIN "C"), ON EITHER LEG OF THE SWEEP
      *                  TRANSFER; ANYTHING ELSE IS REFUSED TO
      *                  BANKEXCP AS "ACCOUNT CLOSING".  ITS FINAL
      *                  INTEREST OR FEE ARRIVES AS A KEYED TYPE "I"
      *                  OR "F" ENTRY - A FEE POSTS AS A DEBIT, AND
      *                  BOTH COUNT WITH THE RUN'S ACCRUALS FOR THE GL
      *                  AND THE BANKBAL ACCRUAL ROW - SO THE RUN
      *                  MAKES NO DAY'S ACCRUAL OF ITS OWN ON A
      *                  CLOSING ACCOUNT AND PRINTS NO OVERDRAFT LINE
      *                  FOR THE SWEEP.
      *  2026-10-14  DL  LOAN ACCOUNTS: THE ACCOUNT NUMBERS ON LOANMAST
      *                  ARE LOADED ALONGSIDE THE MASTER, AND A LOAN
      *                  ACCOUNT - WHICH ONLY EVER TAKES THE REPAYMENT
      *                  LEG OF A LOANINSTALMENTRUN TRANSFER - EARNS
      *                  NO INTEREST, PAYS NO FEE, PRINTS NO OVERDRAFT
      *                  LINE AND WRITES NO GL LINES OF ITS OWN:
      *                  LOANGLEXTRACT POSTS ITS MOVEMENTS TO THE LOAN
      *                  BALANCE GL ACCOUNTS INSTEAD.  A LOAN MASTER
      *                  TOO BIG FOR ITS TABLE ABANDONS THE RUN.
      *  2026-10-15  DL  AN ENTRY WHOSE TRANSIN ROW CARRIES AN OPERATOR
      *                  ID - THE TELLER WHO KEYED IT AT THE COUNTER -
      *                  KEEPS THAT ID ON ITS TRANSOUT ECHO (BOTH LEGS
      *                  OF A TRANSFER) AND ON ITS HELD-POSTINGS ROW,
      *                  SO THE POSTING IS ATTRIBUTED TO THE TELLER
      *                  WHOSE DRAWER THE CASH WENT THROUGH, NOT TO
      *                  WHOEVER RAN THE CLOSE.  AN ENTRY WITH NO ID
      *                  IS STILL STAMPED WITH THE SIGNED-ON OPERATOR.
      *  2026-10-15  DL  AT THE END OF A COMPLETED RUN, JOURNAL THE
      *                  RECORD COUNT AND AMOUNT HASH OF TRANSOUT,
      *                  BANKEXCP, BANKBAL AND GLEXTR THROUGH
      *                  CONTROLTOTALS, SO THE STEPS THAT READ THEM NEXT
      *                  CAN CHECK THEY ARE READING WHAT THIS RUN WROTE.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED BY ACCOUNT NUMBER AND
      *                  EACH POSTING'S ACCOUNT AND CONTRA ARE READ FROM
      *                  IT BY KEY, SO THE 500-SLOT MASTER TABLE - AND
      *                  THE ABANDONED RUN WHEN THE BOOK OUTGREW IT -
      *                  ARE GONE. EACH ACCOUNT'S CLOSING BALANCE IS
      *                  ALSO WRITTEN, OR REWRITTEN, TO ITS ROW ON THE
      *                  NEW INDEXED ACCTBAL FOR THE FRONT-DESK LOOKUPS;
      *                  BANKBAL IS UNCHANGED.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS AcctLimitStatus.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LoanMastStatus.

           SELECT BANK-EXCP-FILE ASSIGN TO "BANKEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankExcpStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BalOutStatus.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS AcctBalStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepostStatus.

           SELECT STMT-TRAN-FILE ASSIGN TO "STMTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StmtTranStatus.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
                             ==Tran-In-Is-Adjustment==
                         ==TRAN-ORIG-DATE==  BY ==TRAN-IN-ORIG-DATE==
                         ==TRAN-ADJ-REASON== BY
                             ==TRAN-IN-ADJ-REASON==
                         ==TRAN-POST-REF==   BY ==TRAN-IN-POST-REF==
                         ==TRAN-REV-REF==    BY ==TRAN-IN-REV-REF==
                         ==TRAN-REV-TYPE==   BY ==TRAN-IN-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Tran-In-Reverses-Credit==
                         ==TRAN-ORIGIN==     BY ==TRAN-IN-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Tran-In-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Tran-In-From-Account-Close==
                         ==Tran-From-Loan== BY
                             ==Tran-In-From-Loan==.

       FD  TRANS-FILE-OUT.
           COPY TRANREC
                             ==Tran-Out-Is-Adjustment==
                         ==TRAN-ORIG-DATE==  BY ==TRAN-OUT-ORIG-DATE==
                         ==TRAN-ADJ-REASON== BY
                             ==TRAN-OUT-ADJ-REASON==
                         ==TRAN-POST-REF==   BY ==TRAN-OUT-POST-REF==
                         ==TRAN-REV-REF==    BY ==TRAN-OUT-REV-REF==
                         ==TRAN-REV-TYPE==   BY ==TRAN-OUT-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Tran-Out-Reverses-Credit==
                         ==TRAN-ORIGIN==     BY ==TRAN-OUT-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Tran-Out-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Tran-Out-From-Account-Close==
                         ==Tran-From-Loan== BY
                             ==Tran-Out-From-Loan==.

       FD  ACCOUNT-LIMIT-FILE.
           COPY ACCTLIM.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  BANK-EXCP-FILE.
           COPY BEXCREC.

       FD  BALANCE-OUT-FILE.
           COPY BALREC.

       FD  ACCT-BAL-FILE.
           COPY ACCTBAL.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

                             ==Repo-Is-Adjustment==
                         ==TRAN-ORIG-DATE==  BY ==REPO-ORIG-DATE==
                         ==TRAN-ADJ-REASON== BY
                             ==REPO-ADJ-REASON==
                         ==TRAN-POST-REF==   BY ==REPO-POST-REF==
                         ==TRAN-REV-REF==    BY ==REPO-REV-REF==
                         ==TRAN-REV-TYPE==   BY ==REPO-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Repo-Reverses-Credit==
                         ==TRAN-ORIGIN==     BY ==REPO-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Repo-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Repo-From-Account-Close==
                         ==Tran-From-Loan== BY
                             ==Repo-From-Loan==.

       FD  STMT-TRAN-FILE.
           COPY TRANREC
               REPLACING ==TRAN-RECORD==     BY ==STMT-RECORD==
                         ==TRAN-ACCOUNT-NO== BY ==STMT-ACCOUNT-NO==
                         ==TRAN-TYPE-CODE==  BY ==STMT-TYPE-CODE==
                         ==TRAN-AMOUNT==     BY ==STMT-AMOUNT==
                         ==TRAN-POST-DATE==  BY ==STMT-POST-DATE==
                         ==TRAN-OPERATOR-ID== BY
                             ==STMT-OPERATOR-ID==
                         ==TRAN-CURRENCY-CODE== BY
                             ==STMT-CURRENCY-CODE==
                         ==TRAN-ORIG-AMOUNT== BY
                             ==STMT-ORIG-AMOUNT==
                         ==TRAN-CONTRA-ACCT== BY
                             ==STMT-CONTRA-ACCT==
                         ==TRAN-ADJ-FLAG==   BY ==STMT-ADJ-FLAG==
                         ==Tran-Is-Adjustment== BY
                             ==Stmt-Is-Adjustment==
                         ==TRAN-ORIG-DATE==  BY ==STMT-ORIG-DATE==
                         ==TRAN-ADJ-REASON== BY
                             ==STMT-ADJ-REASON==
                         ==TRAN-POST-REF==   BY ==STMT-POST-REF==
                         ==TRAN-REV-REF==    BY ==STMT-REV-REF==
                         ==TRAN-REV-TYPE==   BY ==STMT-REV-TYPE==
                         ==Tran-Reverses-Credit== BY
                             ==Stmt-Reverses-Credit==
                         ==TRAN-ORIGIN==     BY ==STMT-ORIGIN==
                         ==Tran-From-Standing-Order== BY
                             ==Stmt-From-Standing-Order==
                         ==Tran-From-Account-Close== BY
                             ==Stmt-From-Account-Close==
                         ==Tran-From-Loan== BY
                             ==Stmt-From-Loan==.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CONTRA-ACCT        PIC X(10).
           05  SORT-ADJ-FLAG           PIC X(01).
           05  SORT-ORIG-DATE          PIC X(10).
           05  SORT-POST-REF           PIC X(14).
           05  SORT-REV-REF            PIC X(14).
           05  SORT-REV-TYPE           PIC X(01).
               88  Sort-Reverses-Credit    VALUE "C" "I".
           05  SORT-ORIGIN             PIC X(01).
               88  Sort-From-Account-Close VALUE "C".

       WORKING-STORAGE SECTION.


       COPY BATCHHDR.

       77  MaxLimits            PIC 9(3) VALUE 500.
       77  MaxGlMaps            PIC 9(3) VALUE 50.
       77  MaxLoans             PIC 9(3) VALUE 500.
       77  LoanCount            PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 1.
       77  LimitCount           PIC 9(3) VALUE 0.
       77  GlMapCount           PIC 9(3) VALUE 0.
       77  GlMapIdx             PIC 9(3) VALUE 0.
           88  Acct-Limit-OK        VALUE "00".
           88  Acct-Limit-EOF       VALUE "10".
       77  BalOutStatus         PIC XX VALUE "00".
       77  AcctBalStatus        PIC XX VALUE "00".
           88  Acct-Bal-OK          VALUE "00".
           88  Acct-Bal-Missing     VALUE "35".
       77  AcctBalOpenFlag      PIC X VALUE "N".
           88  Acct-Bal-Is-Open     VALUE "Y".
       77  AcctBalFound         PIC X VALUE "N".
           88  Acct-Bal-Is-Found    VALUE "Y".
       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
       77  BankExcpStatus       PIC XX VALUE "00".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  GlDrTotal            PIC 9(09)V99 VALUE 0.
       77  GlCrTotal            PIC 9(09)V99 VALUE 0.
       77  GlLineCount          PIC 9(5) VALUE 0.
       77  MasterOpenFlag       PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  MasterOverflowFlag   PIC X VALUE "N".
           88  Master-Overflowed    VALUE "Y".
       77  MasterFound          PIC X VALUE "N".
       77  BatchHashAccum       PIC 9(09)V99 VALUE 0.

       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  EntryOperatorId      PIC X(08) VALUE SPACES.
       77  RunStateStatus       PIC XX VALUE "00".
           88  Run-State-OK         VALUE "00".
       77  StaleStateFlag       PIC X VALUE "N".
       77  CurOverdraftLimit    PIC 9(07)V99 VALUE 0.
       77  CurOverdraftFlag     PIC X VALUE "N".
           88  Cur-Overdrawn        VALUE "Y".
       77  CurClosingFlag       PIC X VALUE "N".
           88  Cur-Is-Closing       VALUE "Y".
       77  CurLoanFlag          PIC X VALUE "N".
           88  Cur-Is-Loan          VALUE "Y".
       77  LoanMastStatus       PIC XX VALUE "00".
           88  Loan-Mast-OK         VALUE "00".
           88  Loan-Mast-EOF        VALUE "10".
       77  CurInterest          PIC 9(07)V99 VALUE 0.
       77  CurFee               PIC 9(07)V99 VALUE 0.
       77  CurAdjDebit          PIC 9(09)V99 VALUE 0.
       77  BestBandLow          PIC 9(09) VALUE 0.
       77  BandFound            PIC X VALUE "N".
           88  Band-Is-Found        VALUE "Y".
       77  StmtTranStatus       PIC XX VALUE "00".
           88  Stmt-Tran-OK         VALUE "00".
           88  Stmt-Tran-EOF        VALUE "10".
       77  PostRefSeq           PIC 9(06) VALUE 0.
       77  WorkPostRef          PIC X(14) VALUE SPACES.
       77  WorkRefDate          PIC X(08) VALUE SPACES.
       77  CurRevDebit          PIC 9(09)V99 VALUE 0.
       77  CurRevCredit         PIC 9(09)V99 VALUE 0.
       77  SortSideFlag         PIC X VALUE "C".
           88  Sort-Is-Debit        VALUE "D".
       77  MaxReversals         PIC 9(3) VALUE 200.
       77  ReversalCount        PIC 9(3) VALUE 0.
       77  RevOrigFound         PIC X VALUE "N".
           88  Rev-Orig-Is-Found    VALUE "Y".
       77  RevAlreadyFlag       PIC X VALUE "N".
           88  Rev-Already-Done     VALUE "Y".
       77  RevOrigAccount       PIC X(10) VALUE SPACES.
       77  RevOrigType          PIC X(01) VALUE SPACE.
       77  RevOrigAmount        PIC 9(05)V99 VALUE 0.

       01  ReversedRefs.
           05  ReversedRef OCCURS 200 TIMES PIC X(14).

       01  LoanAccounts.
           05  LoanAccountNo OCCURS 500 TIMES PIC X(10).

       01  AccountLimits.
           05  LimitEntry OCCURS 500 TIMES.

       COPY SGNON.

       COPY CTLTOT.

       PROCEDURE DIVISION.
       Main-Logic.
           PERFORM Initialize-Working-Storage

           PERFORM Load-Business-Date
           PERFORM Check-Run-State
           PERFORM Seed-Posting-Ref
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED
           IF Spr-From-Defaults
               DISPLAY "No system parameter file present - "
                       "using compiled-in rates."
           END-IF
           PERFORM Load-Loan-Accounts
           IF Master-Overflowed
               MOVE 8 TO RETURN-CODE
               DISPLAY "Run abandoned - nothing posted."

           PERFORM Write-Run-State

           PERFORM Open-Account-Master
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT-NO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Read-Transactions
               OUTPUT PROCEDURE IS Post-Accounts
           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF

           PERFORM Report-Revaluation

           END-IF

           PERFORM Write-Job-Journal
           PERFORM Post-Control-Totals

           PERFORM Clear-Run-State

      *****************************************************************
       Initialize-Working-Storage.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO LimitCount
           MOVE 0 TO LoanCount
           MOVE 0 TO GlMapCount
           MOVE 0 TO AccountCount
           MOVE 0 TO TranReadCount
           MOVE 0 TO GlDrTotal
           MOVE 0 TO GlCrTotal
           MOVE 0 TO GlLineCount
           MOVE "N" TO MasterOpenFlag
           MOVE "N" TO AcctBalOpenFlag
           MOVE "N" TO MasterOverflowFlag
           MOVE "N" TO EchoOpenFlag
           MOVE "N" TO SortEndFlag
           MOVE 0 TO HeldCount
           MOVE 0 TO RepostCount
           MOVE "N" TO RepostModeFlag
           MOVE 0 TO PostRefSeq
           MOVE 0 TO ReversalCount
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
           CLOSE RUN-STATE-FILE.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER, IF PRESENT, FOR THE
      *  POSTING PASS, SO POSTINGS CAN BE VALIDATED AGAINST THE
      *  ACCOUNTS ACTUALLY ON THE BOOKS AND THE REPORT CAN SHOW
      *  CUSTOMER NAMES.  EACH ACCOUNT IS READ BY KEY AS IT IS MET,
      *  SO THE SIZE OF THE BOOK PUTS NO LIMIT ON THE RUN.  WHEN THE
      *  FILE ISN'T THERE, VALIDATION IS SKIPPED AND THE PROGRAM
      *  BEHAVES AS IT ALWAYS HAS, SO A SITE WITHOUT A MASTER FILE IS
      *  NOT LOCKED OUT OF POSTING.
      *****************************************************************
       Open-Account-Master.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF NOT Acct-Mast-OK
               DISPLAY "No account master file present - "
                       "account validation skipped."
           ELSE
               SET Master-Is-Open TO TRUE
           END-IF.

      *****************************************************************
      *  LOAD-LOAN-ACCOUNTS
      *  READS THE ACCOUNT NUMBER OF EVERY LOAN ON LOANMAST, IF THE
      *  FILE IS PRESENT, SO THE POSTING PASS CAN TELL A LOAN
      *  ACCOUNT FROM A CUSTOMER ONE.  A LOAN MASTER TOO BIG FOR THE
      *  TABLE SETS Master-Overflowed - TREATING A DROPPED LOAN AS A
      *  CUSTOMER ACCOUNT WOULD ACCRUE INTEREST ON ITS REPAYMENTS.
      *****************************************************************
       Load-Loan-Accounts.
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
                               SET Master-Overflowed TO TRUE
                               SET Loan-Mast-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF.

      *****************************************************************
      *  FIND-ACCOUNT-MASTER
      *  READS THE MASTER RECORD FOR WorkAccountNo BY KEY.  SETS
      *  Master-Is-Found AND LEAVES THE RECORD IN ACCT-MAST-RECORD SO
      *  THE CALLER CAN PICK UP THE CUSTOMER NAME AND STATUS.  NEVER
      *  FOUND WHEN THE SITE HAS NO MASTER.
      *****************************************************************
       Find-Account-Master.
           MOVE "N" TO MasterFound
           IF Master-Is-Open
               MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO MasterFound
               END-READ
           END-IF.

      *****************************************************************
      *  LOAD-ACCOUNT-LIMITS
      *  LEGS POST OR NEITHER DOES.  AN ENTRY DATED OUTSIDE THE
      *  BATCH WINDOW, OR FOR AN ACCOUNT THAT IS NOT ON THE MASTER
      *  OR IS MARKED CLOSED OR FROZEN, FAILS VALIDATION AND THE
      *  REASON IS LEFT IN RejectReason.  A DORMANT ACCOUNT FAILS
      *  ONLY FOR A DEBIT OR A TRANSFER OUT - IT STILL TAKES CREDITS,
      *  REVERSALS AND ACCRUALS.  A CLOSING ACCOUNT TAKES NOTHING BUT
      *  ITS OWN SETTLEMENT POSTINGS.  A REVERSAL IS CHECKED
      *  AGAINST THE POSTING IT NAMES; ANY OTHER ENTRY HAS ITS
      *  REVERSAL FIELDS CLEARED SO NOTHING STRAY REACHES THE ECHO.
      *****************************************************************
       Validate-Posting.
           MOVE "Y" TO PostingValid
                   MOVE "NO EXCHANGE RATE FOR CCY" TO RejectReason
               END-IF
           END-IF
           IF Posting-Is-Valid AND Master-Is-Open
               PERFORM Find-Account-Master
               IF NOT Master-Is-Found
                   MOVE "N" TO PostingValid
                   MOVE "ACCOUNT NOT ON MASTER" TO RejectReason
               ELSE
                   EVALUATE ACCT-MAST-STATUS
                       WHEN "C"
                           MOVE "N" TO PostingValid
                           MOVE "ACCOUNT CLOSED" TO RejectReason
                       WHEN "F"
                           MOVE "N" TO PostingValid
                           MOVE "ACCOUNT FROZEN" TO RejectReason
                       WHEN "D"
                           IF TRAN-IN-TYPE-CODE = "D"
                              OR TRAN-IN-TYPE-CODE = "d"
                              OR TRAN-IN-TYPE-CODE = "T"
                              OR TRAN-IN-TYPE-CODE = "t"
                               MOVE "N" TO PostingValid
                               MOVE "ACCOUNT DORMANT" TO RejectReason
                           END-IF
                       WHEN "P"
                           IF NOT Tran-In-From-Account-Close
                               MOVE "N" TO PostingValid
                               MOVE "ACCOUNT CLOSING" TO RejectReason
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
              AND (TRAN-IN-TYPE-CODE = "T" OR TRAN-IN-TYPE-CODE = "t")
               PERFORM Validate-Transfer-Contra
           END-IF
           IF TRAN-IN-TYPE-CODE = "R" OR TRAN-IN-TYPE-CODE = "r"
               IF Posting-Is-Valid
                   PERFORM Validate-Reversal
               END-IF
           ELSE
               MOVE SPACES TO TRAN-IN-REV-REF
               MOVE SPACES TO TRAN-IN-REV-TYPE
           END-IF
           IF Posting-Is-Valid AND Tran-In-Is-Adjustment
               PERFORM Validate-Adjustment
           END-IF.
               MOVE "ADJUSTMENT DATED IN FUTURE" TO RejectReason
           END-IF.

      *****************************************************************
      *  VALIDATE-REVERSAL
      *  A REVERSAL MUST NAME AN ARCHIVED POSTING BY ITS REFERENCE.
      *  THE ORIGINAL IS LOOKED UP ON STMTTRAN: IT MUST BE THERE,
      *  MUST NOT BE A TRANSFER LEG (A TRANSFER IS UNDONE BY KEYING
      *  THE TRANSFER BACK) OR ITSELF A REVERSAL, MUST NOT ALREADY BE
      *  REVERSED ON THE ARCHIVE OR EARLIER IN THIS RUN, AND MUST
      *  BELONG TO THE SAME ACCOUNT FOR THE SAME DOMESTIC AMOUNT.  A
      *  REVERSAL IS KEYED DOMESTIC AND IS NEVER AN ADJUSTMENT.  ON
      *  SUCCESS THE TYPE IS NORMALISED TO "R" AND THE ORIGINAL'S
      *  TYPE IS CARRIED IN TRAN-IN-REV-TYPE FOR THE POSTING SIDE.
      *****************************************************************
       Validate-Reversal.
           MOVE "R" TO TRAN-IN-TYPE-CODE
           MOVE SPACES TO TRAN-IN-REV-TYPE
           IF TRAN-IN-REV-REF = SPACES
               MOVE "N" TO PostingValid
               MOVE "REVERSAL REFERENCE BLANK" TO RejectReason
           END-IF
           IF Posting-Is-Valid
              AND TRAN-IN-CURRENCY-CODE NOT = SPACES
               MOVE "N" TO PostingValid
               MOVE "REVERSAL MUST BE DOMESTIC" TO RejectReason
           END-IF
           IF Posting-Is-Valid AND Tran-In-Is-Adjustment
               MOVE "N" TO PostingValid
               MOVE "REVERSAL CANNOT BE ADJUSTMENT" TO RejectReason
           END-IF
           IF Posting-Is-Valid
               PERFORM Find-Reversal-Original
               IF NOT Rev-Orig-Is-Found
                   MOVE "N" TO PostingValid
                   MOVE "ORIGINAL NOT ON STMTTRAN" TO RejectReason
               END-IF
           END-IF
           IF Posting-Is-Valid
              AND (RevOrigType = "T" OR RevOrigType = "V"
                   OR RevOrigType = "R")
               MOVE "N" TO PostingValid
               MOVE "ORIGINAL CANNOT BE REVERSED" TO RejectReason
           END-IF
           IF Posting-Is-Valid
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > ReversalCount
                   IF ReversedRef(K) = TRAN-IN-REV-REF
                       SET Rev-Already-Done TO TRUE
                   END-IF
               END-PERFORM
               IF Rev-Already-Done
                   MOVE "N" TO PostingValid
                   MOVE "ORIGINAL ALREADY REVERSED" TO RejectReason
               END-IF
           END-IF
           IF Posting-Is-Valid
              AND RevOrigAccount NOT = TRAN-IN-ACCOUNT-NO
               MOVE "N" TO PostingValid
               MOVE "ORIGINAL IS ANOTHER ACCOUNT" TO RejectReason
           END-IF
           IF Posting-Is-Valid
              AND RevOrigAmount NOT = TRAN-IN-AMOUNT
               MOVE "N" TO PostingValid
               MOVE "ORIGINAL AMOUNT DIFFERS" TO RejectReason
           END-IF
           IF Posting-Is-Valid
              AND ReversalCount NOT < MaxReversals
               MOVE "N" TO PostingValid
               MOVE "TOO MANY REVERSALS THIS RUN" TO RejectReason
           END-IF
           IF Posting-Is-Valid
               MOVE RevOrigType TO TRAN-IN-REV-TYPE
           END-IF.

      *****************************************************************
      *  FIND-REVERSAL-ORIGINAL
      *  ONE PASS OVER THE POSTING ARCHIVE FOR TRAN-IN-REV-REF:
      *  PICKS UP THE ORIGINAL'S ACCOUNT, TYPE (UPPER-CASED) AND
      *  AMOUNT, AND NOTES ANY EARLIER REVERSAL THAT ALREADY CITES
      *  IT.  NO ARCHIVE MEANS NO ORIGINAL CAN BE FOUND.
      *****************************************************************
       Find-Reversal-Original.
           MOVE "N" TO RevOrigFound
           MOVE "N" TO RevAlreadyFlag
           MOVE SPACES TO RevOrigAccount
           MOVE SPACE TO RevOrigType
           MOVE 0 TO RevOrigAmount
           MOVE "00" TO StmtTranStatus
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF STMT-POST-REF = TRAN-IN-REV-REF
                               SET Rev-Orig-Is-Found TO TRUE
                               MOVE STMT-ACCOUNT-NO TO RevOrigAccount
                               MOVE FUNCTION UPPER-CASE(STMT-TYPE-CODE)
                                   TO RevOrigType
                               MOVE STMT-AMOUNT TO RevOrigAmount
                           END-IF
                           IF STMT-TYPE-CODE = "R"
                              AND STMT-REV-REF = TRAN-IN-REV-REF
                               SET Rev-Already-Done TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF
           MOVE "00" TO StmtTranStatus.

      *****************************************************************
      *  SEED-POSTING-REF
      *  SETS THE REFERENCE DATE FROM THE BUSINESS DATE AND STARTS
      *  THE SEQUENCE PAST THE HIGHEST REFERENCE ALREADY ARCHIVED FOR
      *  THAT DATE, SO A SECOND RUN ON THE SAME BUSINESS DAY CANNOT
      *  ISSUE A REFERENCE THE ARCHIVE ALREADY HOLDS.
      *****************************************************************
       Seed-Posting-Ref.
           MOVE 0 TO PostRefSeq
           STRING BusinessDate(1:4) BusinessDate(6:2)
                  BusinessDate(9:2)
                  DELIMITED BY SIZE INTO WorkRefDate
           MOVE "00" TO StmtTranStatus
           OPEN INPUT STMT-TRAN-FILE
           IF Stmt-Tran-OK
               PERFORM UNTIL Stmt-Tran-EOF
                   READ STMT-TRAN-FILE
                       AT END
                           SET Stmt-Tran-EOF TO TRUE
                       NOT AT END
                           IF STMT-POST-REF(1:8) = WorkRefDate
                              AND STMT-POST-REF(9:6) IS NUMERIC
                              AND STMT-POST-REF(9:6) > PostRefSeq
                               MOVE STMT-POST-REF(9:6) TO PostRefSeq
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMT-TRAN-FILE
           END-IF
           MOVE "00" TO StmtTranStatus.

      *****************************************************************
      *  NEXT-POSTING-REF
      *  ISSUES THE NEXT POSTING REFERENCE INTO WorkPostRef.
      *****************************************************************
       Next-Posting-Ref.
           ADD 1 TO PostRefSeq
           MOVE SPACES TO WorkPostRef
           STRING WorkRefDate PostRefSeq
                  DELIMITED BY SIZE INTO WorkPostRef.

      *****************************************************************
      *  VALIDATE-TRANSFER-CONTRA
      *  A TRANSFER'S SECOND LEG: THE CONTRA ACCOUNT MUST BE KEYED,
               MOVE "N" TO PostingValid
               MOVE "TRANSFER TO SAME ACCOUNT" TO RejectReason
           END-IF
           IF Posting-Is-Valid AND Master-Is-Open
               MOVE TRAN-IN-CONTRA-ACCT TO WorkAccountNo
               PERFORM Find-Account-Master
               IF NOT Master-Is-Found
                   MOVE "N" TO PostingValid
                   MOVE "CONTRA NOT ON MASTER" TO RejectReason
               ELSE
                   EVALUATE ACCT-MAST-STATUS
                       WHEN "C"
                           MOVE "N" TO PostingValid
                           MOVE "CONTRA ACCOUNT CLOSED"
                           MOVE "N" TO PostingValid
                           MOVE "CONTRA ACCOUNT FROZEN"
                               TO RejectReason
                       WHEN "P"
                           IF NOT Tran-In-From-Account-Close
                               MOVE "N" TO PostingValid
                               MOVE "CONTRA ACCOUNT CLOSING"
                                   TO RejectReason
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                               TO TRAN-IN-ORIG-DATE
                           MOVE REPO-ADJ-REASON
                               TO TRAN-IN-ADJ-REASON
                           MOVE SPACES TO TRAN-IN-POST-REF
                           MOVE REPO-REV-REF TO TRAN-IN-REV-REF
                           MOVE SPACES TO TRAN-IN-REV-TYPE
                           MOVE REPO-ORIGIN TO TRAN-IN-ORIGIN
                           MOVE TRAN-IN-ACCOUNT-NO TO WorkAccountNo
                           PERFORM Validate-Posting
                           IF NOT Posting-Is-Valid
               PERFORM Hold-Posting
           ELSE
           ADD 1 TO PostedCount
           PERFORM Next-Posting-Ref
           MOVE TRAN-IN-ACCOUNT-NO TO TRAN-OUT-ACCOUNT-NO
           MOVE TRAN-IN-TYPE-CODE  TO TRAN-OUT-TYPE-CODE
           MOVE WorkDomestic       TO TRAN-OUT-AMOUNT
           MOVE TRAN-IN-POST-DATE  TO TRAN-OUT-POST-DATE
           PERFORM Set-Entry-Operator
           MOVE EntryOperatorId    TO TRAN-OUT-OPERATOR-ID
           MOVE TRAN-IN-CURRENCY-CODE TO TRAN-OUT-CURRENCY-CODE
           MOVE TRAN-IN-ORIG-AMOUNT   TO TRAN-OUT-ORIG-AMOUNT
           MOVE TRAN-IN-CONTRA-ACCT   TO TRAN-OUT-CONTRA-ACCT
           MOVE TRAN-IN-ADJ-FLAG      TO TRAN-OUT-ADJ-FLAG
           MOVE TRAN-IN-ORIG-DATE     TO TRAN-OUT-ORIG-DATE
           MOVE TRAN-IN-ADJ-REASON    TO TRAN-OUT-ADJ-REASON
           MOVE WorkPostRef           TO TRAN-OUT-POST-REF
           MOVE TRAN-IN-REV-REF       TO TRAN-OUT-REV-REF
           MOVE TRAN-IN-REV-TYPE      TO TRAN-OUT-REV-TYPE
           MOVE TRAN-IN-ORIGIN        TO TRAN-OUT-ORIGIN
           WRITE TRAN-OUT-RECORD
           MOVE TRAN-IN-ACCOUNT-NO TO SORT-ACCOUNT-NO
           MOVE TRAN-IN-TYPE-CODE  TO SORT-TYPE-CODE
           MOVE TRAN-IN-CONTRA-ACCT   TO SORT-CONTRA-ACCT
           MOVE TRAN-IN-ADJ-FLAG      TO SORT-ADJ-FLAG
           MOVE TRAN-IN-ORIG-DATE     TO SORT-ORIG-DATE
           MOVE WorkPostRef           TO SORT-POST-REF
           MOVE TRAN-IN-REV-REF       TO SORT-REV-REF
           MOVE TRAN-IN-REV-TYPE      TO SORT-REV-TYPE
           MOVE TRAN-IN-ORIGIN        TO SORT-ORIGIN
           RELEASE SORT-RECORD
           IF TRAN-IN-TYPE-CODE = "R"
               ADD 1 TO ReversalCount
               MOVE TRAN-IN-REV-REF TO ReversedRef(ReversalCount)
           END-IF
           IF TRAN-IN-TYPE-CODE = "T" OR TRAN-IN-TYPE-CODE = "t"
               PERFORM Release-Transfer-Credit-Leg
           END-IF
           MOVE TRAN-IN-TYPE-CODE  TO HP-TYPE-CODE
           MOVE WorkDomestic       TO HP-AMOUNT
           MOVE TRAN-IN-POST-DATE  TO HP-POST-DATE
           PERFORM Set-Entry-Operator
           MOVE EntryOperatorId    TO HP-OPERATOR-ID
           MOVE TRAN-IN-CURRENCY-CODE TO HP-CURRENCY-CODE
           MOVE TRAN-IN-ORIG-AMOUNT   TO HP-ORIG-AMOUNT
           MOVE TRAN-IN-CONTRA-ACCT   TO HP-CONTRA-ACCT
           MOVE TRAN-IN-ADJ-FLAG   TO HP-ADJ-FLAG
           MOVE TRAN-IN-ORIG-DATE  TO HP-ORIG-DATE
           MOVE TRAN-IN-ADJ-REASON TO HP-ADJ-REASON
           MOVE TRAN-IN-REV-REF    TO HP-REV-REF
           MOVE TRAN-IN-ORIGIN     TO HP-ORIGIN
           WRITE HELD-POSTING-RECORD
           CLOSE HELD-POST-FILE
           MOVE SPACES TO RPT-ERR-TEXT
                  DELIMITED BY SIZE INTO RPT-ERR-TEXT
           DISPLAY RPT-ERROR-LINE.

      *****************************************************************
      *  SET-ENTRY-OPERATOR
      *  THE OPERATOR ID FOR THE ECHO OF THE CURRENT ENTRY: THE
      *  TELLER ID THE TRANSIN ROW CARRIES, OR THE SIGNED-ON
      *  OPERATOR WHEN THE ROW CARRIES NONE.
      *****************************************************************
       Set-Entry-Operator.
           IF TRAN-IN-OPERATOR-ID = SPACES
              OR TRAN-IN-OPERATOR-ID = LOW-VALUES
               MOVE StampOperatorId TO EntryOperatorId
           ELSE
               MOVE TRAN-IN-OPERATOR-ID TO EntryOperatorId
           END-IF.

      *****************************************************************
      *  RELEASE-TRANSFER-CREDIT-LEG
      *  THE SECOND LEG OF A TRANSFER: A TYPE "V" CREDIT TO THE
      *  IN = OUT + REJECTED RULE STILL HOLDS.
      *****************************************************************
       Release-Transfer-Credit-Leg.
           PERFORM Next-Posting-Ref
           MOVE TRAN-IN-CONTRA-ACCT TO TRAN-OUT-ACCOUNT-NO
           MOVE "V"                TO TRAN-OUT-TYPE-CODE
           MOVE WorkDomestic       TO TRAN-OUT-AMOUNT
           MOVE TRAN-IN-POST-DATE  TO TRAN-OUT-POST-DATE
           PERFORM Set-Entry-Operator
           MOVE EntryOperatorId    TO TRAN-OUT-OPERATOR-ID
           MOVE TRAN-IN-CURRENCY-CODE TO TRAN-OUT-CURRENCY-CODE
           MOVE TRAN-IN-ORIG-AMOUNT   TO TRAN-OUT-ORIG-AMOUNT
           MOVE TRAN-IN-ACCOUNT-NO    TO TRAN-OUT-CONTRA-ACCT
           MOVE TRAN-IN-ADJ-FLAG      TO TRAN-OUT-ADJ-FLAG
           MOVE TRAN-IN-ORIG-DATE     TO TRAN-OUT-ORIG-DATE
           MOVE TRAN-IN-ADJ-REASON    TO TRAN-OUT-ADJ-REASON
           MOVE WorkPostRef           TO TRAN-OUT-POST-REF
           MOVE SPACES                TO TRAN-OUT-REV-REF
           MOVE SPACES                TO TRAN-OUT-REV-TYPE
           MOVE TRAN-IN-ORIGIN        TO TRAN-OUT-ORIGIN
           WRITE TRAN-OUT-RECORD
           MOVE TRAN-IN-CONTRA-ACCT TO SORT-ACCOUNT-NO
           MOVE "V"                 TO SORT-TYPE-CODE
           MOVE TRAN-IN-ACCOUNT-NO    TO SORT-CONTRA-ACCT
           MOVE TRAN-IN-ADJ-FLAG      TO SORT-ADJ-FLAG
           MOVE TRAN-IN-ORIG-DATE     TO SORT-ORIG-DATE
           MOVE WorkPostRef           TO SORT-POST-REF
           MOVE SPACES                TO SORT-REV-REF
           MOVE SPACES                TO SORT-REV-TYPE
           MOVE TRAN-IN-ORIGIN        TO SORT-ORIGIN
           RELEASE SORT-RECORD.

      *****************************************************************
      *  AND GL LINES.  NO TABLE HOLDS THE DAY, SO THERE IS NO LONGER
      *  A CEILING ON TRANSACTIONS OR ACCOUNTS.  THE BALANCE FILE
      *  CLOSES WITH TWO CONTROL ROWS: "ACCRUAL" (THE RUN'S NET
      *  INTEREST LESS FEES, FOR RECONCILEDAILY) AND "TOTAL".  EACH
      *  ACCOUNT'S CLOSING BALANCE ALSO GOES TO ITS OWN ROW ON THE
      *  INDEXED ACCTBAL FOR THE FRONT-DESK LOOKUPS.
      *****************************************************************
       Post-Accounts.
           OPEN OUTPUT BALANCE-OUT-FILE
           PERFORM Open-Acct-Bal-File
           IF GlMapCount > 0
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           MOVE BusinessDate TO BAL-DATE
           WRITE BAL-OUT-RECORD
           CLOSE BALANCE-OUT-FILE
           IF Acct-Bal-Is-Open
               CLOSE ACCT-BAL-FILE
               MOVE "N" TO AcctBalOpenFlag
           END-IF

           IF Echo-Is-Open
               CLOSE TRANS-FILE-OUT
           MOVE 0 TO CurFee
           MOVE 0 TO CurAdjDebit
           MOVE 0 TO CurAdjCredit
           MOVE 0 TO CurRevDebit
           MOVE 0 TO CurRevCredit
           MOVE "N" TO CurOverdraftFlag
           MOVE "N" TO CurClosingFlag
           MOVE "N" TO CurLoanFlag
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LoanCount
               IF LoanAccountNo(K) = CurrentAccount
                   SET Cur-Is-Loan TO TRUE
               END-IF
           END-PERFORM
           MOVE CurrentAccount TO WorkAccountNo
           PERFORM Find-Account-Limit
           IF Master-Is-Open
               PERFORM Find-Account-Master
               IF Master-Is-Found AND ACCT-MAST-STATUS = "P"
                   SET Cur-Is-Closing TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  POST-ONE-TRANSACTION
      *  CREDIT LEG ("V") WITH THE CREDITS.  AN ADJUSTMENT ALSO
      *  WRITES ITS OWN GL LINE DATED WITH THE ORIGINAL EFFECTIVE
      *  DATE, AND ITS AMOUNT IS REMEMBERED SO THE ACCOUNT'S
      *  AGGREGATED GL LINES CAN BE NETTED DOWN AT THE BREAK.  A
      *  REVERSAL ("R") POSTS TO THE SIDE OPPOSITE THE ENTRY IT
      *  CANCELS - A DEBIT WHEN IT REVERSES A CREDIT OR INTEREST, A
      *  CREDIT OTHERWISE - AND LIKE AN ADJUSTMENT WRITES ITS OWN GL
      *  LINE AND IS NETTED OUT OF THE AGGREGATED ONES.  A CLOSING
      *  ACCOUNT'S FINAL ACCRUAL (ORIGIN "C") COUNTS AS THE DAY'S
      *  INTEREST OR FEE - A FEE ON THE DEBIT SIDE.
      *****************************************************************
       Post-One-Transaction.
           IF SORT-TYPE-CODE = "D" OR SORT-TYPE-CODE = "d"
              OR SORT-TYPE-CODE = "T" OR SORT-TYPE-CODE = "t"
              OR (SORT-TYPE-CODE = "R" AND Sort-Reverses-Credit)
              OR (SORT-TYPE-CODE = "F" AND Sort-From-Account-Close)
               MOVE "D" TO SortSideFlag
           ELSE
               MOVE "C" TO SortSideFlag
           END-IF
           IF Sort-Is-Debit
               ADD SORT-AMOUNT TO CurTotalDebit
           ELSE
               ADD SORT-AMOUNT TO CurTotalCredit
           END-IF

           IF Sort-From-Account-Close
               IF SORT-TYPE-CODE = "I"
                   ADD SORT-AMOUNT TO CurInterest
                   ADD SORT-AMOUNT TO RunNetAccrual
               END-IF
               IF SORT-TYPE-CODE = "F"
                   ADD SORT-AMOUNT TO CurFee
                   SUBTRACT SORT-AMOUNT FROM RunNetAccrual
               END-IF
           END-IF

           IF SORT-TYPE-CODE = "R"
               IF Sort-Is-Debit
                   ADD SORT-AMOUNT TO CurRevDebit
               ELSE
                   ADD SORT-AMOUNT TO CurRevCredit
               END-IF
               IF GlMapCount > 0 AND NOT Cur-Is-Loan
                   PERFORM Write-Reversal-GL-Line
               END-IF
           END-IF

           IF SORT-ADJ-FLAG = "A"
               IF Sort-Is-Debit
                   ADD SORT-AMOUNT TO CurAdjDebit
               ELSE
                   ADD SORT-AMOUNT TO CurAdjCredit
               END-IF
               IF GlMapCount > 0 AND NOT Cur-Is-Loan
                   PERFORM Write-Adjustment-GL-Line
               END-IF
           END-IF

           IF SORT-CURRENCY-CODE NOT = SPACES
               PERFORM Find-Currency-Bucket
               IF Sort-Is-Debit
                   ADD SORT-ORIG-AMOUNT TO CurCcyOrigDebit(CcyIdx)
               ELSE
                   ADD SORT-ORIG-AMOUNT TO CurCcyOrigCredit(CcyIdx)
      *  BALANCE INTO THE GRAND TOTAL.  AN ACCRUAL WHOSE FIGURE
      *  OVERFLOWS THE POSTING WIDTH IS SKIPPED AND ROUTED TO THE
      *  EXCEPTIONS FILE - A TRUNCATED ECHO WOULD MAKE THE
      *  STATEMENTS DISAGREE WITH THE ACCRUAL ROW IN BANKBAL.  A
      *  CLOSING ACCOUNT GETS NO DAY'S ACCRUAL - ITS FINAL ONE CAME
      *  WITH THE SETTLEMENT POSTINGS - AND NEITHER DOES A LOAN
      *  ACCOUNT, WHOSE INTEREST IS ON THE AMORTISATION SCHEDULE.
      *****************************************************************
       Close-Current-Account.
           IF CurBalance > 0 AND NOT Cur-Is-Closing
              AND NOT Cur-Is-Loan
               PERFORM Find-Interest-Rate
               MOVE "N" TO AccrualOverflowFlag
               COMPUTE InterestAmt ROUNDED = CurBalance * WorkRate
                   ADD InterestAmt TO CurInterest
                   ADD InterestAmt TO RunNetAccrual
                   IF Echo-Is-Open
                       PERFORM Next-Posting-Ref
                       MOVE CurrentAccount TO TRAN-OUT-ACCOUNT-NO
                       MOVE "I"            TO TRAN-OUT-TYPE-CODE
                       MOVE InterestAmt    TO TRAN-OUT-AMOUNT
                       MOVE SPACES         TO TRAN-OUT-ADJ-FLAG
                       MOVE SPACES         TO TRAN-OUT-ORIG-DATE
                       MOVE SPACES         TO TRAN-OUT-ADJ-REASON
                       MOVE WorkPostRef    TO TRAN-OUT-POST-REF
                       MOVE SPACES         TO TRAN-OUT-REV-REF
                       MOVE SPACES         TO TRAN-OUT-REV-TYPE
                       MOVE SPACES         TO TRAN-OUT-ORIGIN
                       WRITE TRAN-OUT-RECORD
                   END-IF
               END-IF
           END-IF
           IF CurBalance < 0 AND NOT Cur-Is-Closing
              AND NOT Cur-Is-Loan
               COMPUTE WorkMagnitude = 0 - CurBalance
               PERFORM Find-Fee-Rate
               MOVE "N" TO AccrualOverflowFlag
                   ADD FeeAmt TO CurFee
                   SUBTRACT FeeAmt FROM RunNetAccrual
                   IF Echo-Is-Open
                       PERFORM Next-Posting-Ref
                       MOVE CurrentAccount TO TRAN-OUT-ACCOUNT-NO
                       MOVE "F"            TO TRAN-OUT-TYPE-CODE
                       MOVE FeeAmt         TO TRAN-OUT-AMOUNT
                       MOVE SPACES         TO TRAN-OUT-ADJ-FLAG
                       MOVE SPACES         TO TRAN-OUT-ORIG-DATE
                       MOVE SPACES         TO TRAN-OUT-ADJ-REASON
                       MOVE WorkPostRef    TO TRAN-OUT-POST-REF
                       MOVE SPACES         TO TRAN-OUT-REV-REF
                       MOVE SPACES         TO TRAN-OUT-REV-TYPE
                       MOVE SPACES         TO TRAN-OUT-ORIGIN
                       WRITE TRAN-OUT-RECORD
                   END-IF
               END-IF
           PERFORM Find-Account-Master
           IF Master-Is-Found
               DISPLAY "Account:      " CurrentAccount
                       "  " ACCT-MAST-CUST-NAME
           ELSE
               DISPLAY "Account:      " CurrentAccount
           END-IF
                       " orig debit "  CurCcyOrigDebit(CcyIdx)
                       "  orig credit " CurCcyOrigCredit(CcyIdx)
           END-PERFORM
           IF Cur-Overdrawn AND NOT Cur-Is-Closing
              AND NOT Cur-Is-Loan
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "OVERDRAFT LIMIT EXCEEDED FOR ACCOUNT "
                      CurrentAccount DELIMITED BY SIZE
           MOVE BusinessDate TO BAL-DATE
           WRITE BAL-OUT-RECORD
           ADD CurBalance TO GrandTotal
           PERFORM Update-Acct-Bal

           IF GlMapCount > 0 AND NOT Cur-Is-Loan
               PERFORM Write-Account-GL-Lines
           END-IF.

      *****************************************************************
      *  OPEN-ACCT-BAL-FILE
      *  OPENS THE INDEXED CLOSING-BALANCE FILE FOR UPDATE, BUILDING
      *  AN EMPTY ONE FIRST ON A SITE THAT HAS NONE.  A FILE THAT
      *  STILL WILL NOT OPEN IS REPORTED AND THE RUN POSTS WITHOUT
      *  IT - BANKBAL, WHICH THE CLOSE RECONCILES, IS UNAFFECTED.
      *****************************************************************
       Open-Acct-Bal-File.
           MOVE "N" TO AcctBalOpenFlag
           OPEN I-O ACCT-BAL-FILE
           IF Acct-Bal-Missing
               OPEN OUTPUT ACCT-BAL-FILE
               CLOSE ACCT-BAL-FILE
               OPEN I-O ACCT-BAL-FILE
           END-IF
           IF Acct-Bal-OK
               SET Acct-Bal-Is-Open TO TRUE
           ELSE
               MOVE SPACES TO RPT-ERR-TEXT
               STRING "UNABLE TO OPEN ACCTBAL - STATUS "
                      AcctBalStatus " - BALANCES NOT KEYED."
                      DELIMITED BY SIZE INTO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           END-IF.

      *****************************************************************
      *  UPDATE-ACCT-BAL
      *  PUTS CurBalance ON CurrentAccount'S ACCTBAL ROW, DATED WITH
      *  THE BUSINESS DATE - REWRITING THE ROW THE ACCOUNT ALREADY
      *  HAS, OR ADDING ONE FOR AN ACCOUNT POSTED FOR THE FIRST TIME.
      *  A RERUN AFTER A BACKOUT POSTS THE SAME BATCH AGAIN AND SO
      *  REWRITES THE SAME FIGURES.
      *****************************************************************
       Update-Acct-Bal.
           IF Acct-Bal-Is-Open
               MOVE "N" TO AcctBalFound
               MOVE CurrentAccount TO AB-ACCOUNT-NO
               READ ACCT-BAL-FILE
                   KEY IS AB-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Acct-Bal-Is-Found TO TRUE
               END-READ
               MOVE CurrentAccount TO AB-ACCOUNT-NO
               MOVE CurBalance TO AB-AMOUNT
               MOVE BusinessDate TO AB-BUS-DATE
               IF Acct-Bal-Is-Found
                   REWRITE ACCT-BAL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE ACCT-BAL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF NOT Acct-Bal-OK
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "ACCTBAL ROW FOR " CurrentAccount
                          " NOT WRITTEN - STATUS " AcctBalStatus "."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-INTEREST-RATE
      *  PICKS THE INTEREST RATE FOR CurBalance FROM THE RESOLVED
               MOVE BusinessDate TO GLJ-DATE
               MOVE WorkGlAccount TO GLJ-GL-ACCOUNT
               MOVE WorkGlAmount TO GLJ-AMOUNT
               MOVE SPACES TO GLJ-POST-REF
               MOVE SPACES TO GLJ-REV-REF
               IF WorkGlType = "D" OR WorkGlType = "F"
                   MOVE "DR" TO GLJ-DR-CR
                   ADD WorkGlAmount TO GlDrTotal
      *****************************************************************
      *  WRITE-ACCOUNT-GL-LINES
      *  WRITES THE ACCOUNT JUST CLOSED TO THE JOURNAL: TELLER DEBITS
      *  AND CREDITS NET OF THE ACCRUAL, THE ADJUSTMENTS AND THE
      *  REVERSALS (EACH OF WHICH ALREADY WROTE ITS OWN LINE), THEN
      *  THE INTEREST AND FEE UNDER THEIR OWN RULES.
      *****************************************************************
       Write-Account-GL-Lines.
           MOVE CurrentAccount TO WorkAccountNo

           MOVE "D" TO WorkGlType
           COMPUTE WorkGlAmount =
               CurTotalDebit - CurFee - CurAdjDebit - CurRevDebit
           PERFORM Write-GL-Line

           MOVE "C" TO WorkGlType
           COMPUTE WorkGlAmount =
               CurTotalCredit - CurInterest - CurAdjCredit
                   - CurRevCredit
           PERFORM Write-GL-Line

           MOVE "I" TO WorkGlType
      *  AGGREGATED LINES USE.
      *****************************************************************
       Write-Adjustment-GL-Line.
           IF Sort-Is-Debit
               MOVE "D" TO WorkGlType
           ELSE
               MOVE "C" TO WorkGlType
           MOVE SORT-ORIG-DATE TO GLJ-DATE
           MOVE WorkGlAccount TO GLJ-GL-ACCOUNT
           MOVE SORT-AMOUNT TO GLJ-AMOUNT
           MOVE SORT-POST-REF TO GLJ-POST-REF
           MOVE SPACES TO GLJ-REV-REF
           IF WorkGlType = "D"
               MOVE "DR" TO GLJ-DR-CR
               ADD SORT-AMOUNT TO GlDrTotal
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO GlLineCount.

      *****************************************************************
      *  WRITE-REVERSAL-GL-LINE
      *  ONE JOURNAL LINE PER REVERSAL, SOURCED "BANKREV", UNDER THE
      *  GL ACCOUNT THE ORIGINAL POSTING'S TYPE MAPS TO AND ON THE
      *  OPPOSITE SIDE FROM THE ONE WRITE-GL-LINE GAVE IT, CARRYING
      *  THE REVERSAL'S OWN REFERENCE AND THE ONE IT CANCELS SO THE
      *  EXTRACT SHOWS THE PAIR.
      *****************************************************************
       Write-Reversal-GL-Line.
           MOVE SORT-REV-TYPE TO WorkGlType
           MOVE CurrentAccount TO WorkAccountNo
           PERFORM Find-GL-Account
           MOVE "BANKREV " TO GLJ-SOURCE-ID
           MOVE BusinessDate TO GLJ-DATE
           MOVE WorkGlAccount TO GLJ-GL-ACCOUNT
           MOVE SORT-AMOUNT TO GLJ-AMOUNT
           MOVE SORT-POST-REF TO GLJ-POST-REF
           MOVE SORT-REV-REF TO GLJ-REV-REF
           IF WorkGlType = "D" OR WorkGlType = "F"
               MOVE "CR" TO GLJ-DR-CR
               ADD SORT-AMOUNT TO GlCrTotal
           ELSE
               MOVE "DR" TO GLJ-DR-CR
               ADD SORT-AMOUNT TO GlDrTotal
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO GlLineCount.

      *****************************************************************
      *  WRITE-GL-CONTRA-LINE
      *  POSTS THE DIFFERENCE BETWEEN THE DR AND CR TOTALS TO THE
               MOVE WorkGlAccount TO GLJ-GL-ACCOUNT
               MOVE "CR" TO GLJ-DR-CR
               COMPUTE GLJ-AMOUNT = GlDrTotal - GlCrTotal
               MOVE SPACES TO GLJ-POST-REF
               MOVE SPACES TO GLJ-REV-REF
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GlLineCount
           END-IF
               MOVE WorkGlAccount TO GLJ-GL-ACCOUNT
               MOVE "DR" TO GLJ-DR-CR
               COMPUTE GLJ-AMOUNT = GlCrTotal - GlDrTotal
               MOVE SPACES TO GLJ-POST-REF
               MOVE SPACES TO GLJ-REV-REF
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO GlLineCount
           END-IF.
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.

      *****************************************************************
      *  POST-CONTROL-TOTALS
      *  JOURNALS THE RECORD COUNT AND AMOUNT HASH OF EACH FILE THIS
      *  RUN HANDS ON TO THE REST OF THE CLOSE - TRANSOUT AND
      *  BANKEXCP (ARCHIVEDAILY), BANKBAL (RECONCILEDAILY) AND
      *  GLEXTR (THE GL EXTRACTS AND GENERALLEDGER) - SO EACH STEP
      *  THAT READS ONE CAN PROVE IT IS READING WHAT WAS WRITTEN.
      *****************************************************************
       Post-Control-Totals.
           MOVE "P" TO CTL-FUNCTION
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           MOVE "TRANSOUT" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           MOVE "BANKEXCP" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           MOVE "BANKBAL" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           MOVE "GLEXTR" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.
