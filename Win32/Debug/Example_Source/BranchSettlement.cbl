      *                  CONSOLE REPORT.  AN ACCOUNT WITH NO MASTER
      *                  ROW FOLDS UNDER "????" SO ITS MONEY STAYS
      *                  VISIBLE.
      *  2026-10-14  DL  FOLD A REVERSAL ("R") TO THE SIDE OPPOSITE THE
      *                  ENTRY IT CANCELS - A DEBIT WHEN IT REVERSES A
      *                  CREDIT OR INTEREST - AND BACK A REVERSED
      *                  INTEREST OR FEE OUT OF THE NET ACCRUAL, SO
      *                  THE BRANCH COLUMNS STILL AGREE WITH BANKBAL.
      *  2026-10-15  DL  ACCTMAST IS NOW INDEXED ON ACCOUNT NUMBER.
      *                  EACH ACCOUNT'S BRANCH IS READ BY KEY AS IT IS
      *                  FOLDED, REPLACING THE 500-SLOT MASTER TABLE AND
      *                  THE OVERFLOW ABANDON.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT BANK-BAL-FILE ASSIGN TO "BANKBAL"

       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
       77  BankBalStatus        PIC XX VALUE "00".
           88  Bank-Bal-OK          VALUE "00".
           88  Bank-Bal-EOF         VALUE "10".
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  BusinessDate         PIC X(10) VALUE SPACES.

       77  MasterOpenFlag       PIC X VALUE "N".
           88  Master-Is-Open       VALUE "Y".
       77  MaxBranches          PIC 99 VALUE 20.
       77  BranchCount          PIC 99 VALUE 0.
       77  BranchIdx            PIC 99 VALUE 0.
       77  J                    PIC 99 VALUE 0.
       77  WorkAccountNo        PIC X(10).
       77  WorkBranch           PIC X(04).
       77  PostingsRead         PIC 9(7) VALUE 0.
       77  BankTotalRow         PIC S9(09)V99 VALUE 0.
       77  BankTotalFound       PIC X VALUE "N".
       77  PrintAcc             PIC -(8)9.99.
       77  PrintClose           PIC -(9)9.99.

       01  BranchTable.
           05  BranchEntry OCCURS 20 TIMES.
               10  BrCode          PIC X(04).
           PERFORM Load-Business-Date
           PERFORM Clear-Branch-Table

           PERFORM Open-Account-Master
           IF NOT Master-Is-Open
               DISPLAY "No account master on file - every account"
                       " settles under '????'."
           END-IF

           PERFORM Fold-Day-Postings
           PERFORM Fold-Closing-Balances
           IF Master-Is-Open
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           PERFORM Report-Settlement
           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE
           END-PERFORM.

      *****************************************************************
      *  OPEN-ACCOUNT-MASTER
      *  OPENS THE INDEXED ACCOUNT MASTER FOR THE BRANCH LOOKUPS.
      *  EACH ACCOUNT IS READ BY KEY AS IT IS FOLDED, SO THE SIZE OF
      *  THE BOOK PUTS NO LIMIT ON THE SETTLEMENT.
      *****************************************************************
       Open-Account-Master.
           MOVE "N" TO MasterOpenFlag
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF Acct-Mast-OK
               SET Master-Is-Open TO TRUE
           END-IF.

      *****************************************************************
      *  FIND-ACCOUNT-BRANCH
      *  RESOLVES WorkAccountNo TO ITS BRANCH BY A KEYED READ OF THE
      *  MASTER, "????" WHEN THE ACCOUNT IS NOT ON THE MASTER.
      *****************************************************************
       Find-Account-Branch.
           MOVE "????" TO WorkBranch
           IF Master-Is-Open
               MOVE WorkAccountNo TO ACCT-MAST-ACCOUNT-NO
               READ ACCOUNT-MASTER-FILE
                   KEY IS ACCT-MAST-ACCOUNT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-MAST-BRANCH TO WorkBranch
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-BRANCH-SLOT
           IF TRAN-TYPE-CODE = "D" OR TRAN-TYPE-CODE = "d"
              OR TRAN-TYPE-CODE = "T" OR TRAN-TYPE-CODE = "t"
              OR TRAN-TYPE-CODE = "F"
              OR (TRAN-TYPE-CODE = "R" AND Tran-Reverses-Credit)
               ADD TRAN-AMOUNT TO BrDebits(BranchIdx)
               ADD TRAN-AMOUNT TO GrandDebits
           ELSE
           IF TRAN-TYPE-CODE = "F"
               SUBTRACT TRAN-AMOUNT FROM BrAccrual(BranchIdx)
               SUBTRACT TRAN-AMOUNT FROM GrandAccrual
           END-IF
           IF TRAN-TYPE-CODE = "R" AND TRAN-REV-TYPE = "I"
               SUBTRACT TRAN-AMOUNT FROM BrAccrual(BranchIdx)
               SUBTRACT TRAN-AMOUNT FROM GrandAccrual
           END-IF
           IF TRAN-TYPE-CODE = "R" AND TRAN-REV-TYPE = "F"
               ADD TRAN-AMOUNT TO BrAccrual(BranchIdx)
               ADD TRAN-AMOUNT TO GrandAccrual
           END-IF.

      *****************************************************************
