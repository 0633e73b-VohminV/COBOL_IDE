       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctConvert.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  ONE-TIME CONVERSION OF THE
      *                  ACCOUNT MASTER TO AN INDEXED FILE KEYED BY
      *                  ACCOUNT NUMBER, AND FIRST LOAD OF THE INDEXED
      *                  CLOSING-BALANCE FILE ACCTBAL.  THE OPERATOR
      *                  RENAMES THE OLD LINE SEQUENTIAL ACCTMAST TO
      *                  ACCTMSEQ, THEN RUNS THIS ONCE: EVERY ACCTMSEQ
      *                  ROW IS WRITTEN TO THE NEW ACCTMAST BY KEY, AND
      *                  EVERY ACCOUNT ROW ON THE CURRENT BANKBAL (NOT
      *                  THE "ACCRUAL" OR "TOTAL" CONTROL ROWS) SEEDS
      *                  ACCTBAL.  A BLANK OR DUPLICATE ACCOUNT NUMBER
      *                  IS LISTED AND LEFT OFF - THE OLD FILE ALLOWED
      *                  BOTH, THE KEYED FILE ALLOWS NEITHER - AND THE
      *                  RUN ENDS RC 4 SO THE ROWS ARE LOOKED AT.  THE
      *                  RUN REFUSES (RC 8) WHEN THERE IS NO ACCTMSEQ,
      *                  OR WHEN AN INDEXED ACCTMAST IS ALREADY ON
      *                  FILE, SO A SECOND RUN CANNOT LAY THE OLD FILE
      *                  BACK OVER A MASTER THAT HAS MOVED ON.
      *  2026-10-15  DL  ALSO CONVERTS THE CUSTOMER MASTER AND CROSS-
      *                  REFERENCE, NOW INDEXED: THE OPERATOR RENAMES
      *                  THE OLD FILES TO CUSTMSEQ AND CUSTXSEQ AND
      *                  THEIR ROWS ARE WRITTEN BY KEY, BLANK AND
      *                  DUPLICATE KEYS LISTED AND LEFT OFF AS FOR
      *                  ACCTMAST.  EACH FILE IS NOW JUDGED ON ITS OWN -
      *                  ONE ALREADY INDEXED IS LEFT ALONE, SO A SITE
      *                  WHOSE ACCTMAST WAS CONVERTED CAN RUN THIS AGAIN
      *                  FOR THE CUSTOMER FILES, AND ONE ON FILE BUT NOT
      *                  INDEXED REFUSES THE RUN (RC 8).
      *  2026-10-15  DL  THE JOB JOURNAL ROW NOW COUNTS THE BANKBAL ROWS
      *                  READ AND THE ACCTBAL ROWS WRITTEN, SO ITS
      *                  TOTALS AGREE WITH THE ROWS LEFT OFF.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ACCTMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldMastStatus.

           SELECT OLD-CUST-FILE ASSIGN TO "CUSTMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldCustStatus.

           SELECT OLD-XREF-FILE ASSIGN TO "CUSTXSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OldXrefStatus.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS CustMastStatus.

           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-KEY
               ALTERNATE RECORD KEY IS XREF-ACCOUNT-NO
                   WITH DUPLICATES
               FILE STATUS IS CustXrefStatus.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-MAST-ACCOUNT-NO
               FILE STATUS IS AcctMastStatus.

           SELECT BANK-BAL-FILE ASSIGN TO "BANKBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankBalStatus.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-NO
               FILE STATUS IS AcctBalStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
      *  THE OLD MASTER ROW IS THE ACCTMST LAYOUT, MOVED WHOLE.
       FD  OLD-MASTER-FILE.
       01  OLD-MAST-RECORD              PIC X(40).

      *  THE OLD CUSTOMER ROWS ARE THE CUSTMST AND CUSTXREF LAYOUTS,
      *  MOVED WHOLE.
       FD  OLD-CUST-FILE.
       01  OLD-CUST-RECORD              PIC X(186).

       FD  OLD-XREF-FILE.
       01  OLD-XREF-RECORD              PIC X(29).

       FD  CUST-MASTER-FILE.
           COPY CUSTMST.

       FD  CUST-XREF-FILE.
           COPY CUSTXREF.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMST.

       FD  BANK-BAL-FILE.
           COPY BALREC.

       FD  ACCT-BAL-FILE.
           COPY ACCTBAL.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY SGNON.

       77  OldMastStatus        PIC XX VALUE "00".
           88  Old-Mast-OK          VALUE "00".
           88  Old-Mast-EOF         VALUE "10".
       77  AcctMastStatus       PIC XX VALUE "00".
           88  Acct-Mast-OK         VALUE "00".
           88  Acct-Mast-Missing    VALUE "35".
       77  OldCustStatus        PIC XX VALUE "00".
           88  Old-Cust-OK          VALUE "00".
           88  Old-Cust-EOF         VALUE "10".
       77  OldXrefStatus        PIC XX VALUE "00".
           88  Old-Xref-OK          VALUE "00".
           88  Old-Xref-EOF         VALUE "10".
       77  CustMastStatus       PIC XX VALUE "00".
           88  Cust-Mast-OK         VALUE "00".
           88  Cust-Mast-Missing    VALUE "35".
       77  CustXrefStatus       PIC XX VALUE "00".
           88  Cust-Xref-OK         VALUE "00" "02".
           88  Cust-Xref-Missing    VALUE "35".
       77  BankBalStatus        PIC XX VALUE "00".
           88  Bank-Bal-OK          VALUE "00".
           88  Bank-Bal-EOF         VALUE "10".
       77  AcctBalStatus        PIC XX VALUE "00".
           88  Acct-Bal-OK          VALUE "00".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MastersRead          PIC 9(7) VALUE 0.
       77  MastersWritten       PIC 9(7) VALUE 0.
       77  BalancesRead         PIC 9(7) VALUE 0.
       77  BalancesWritten      PIC 9(7) VALUE 0.
       77  CustomersRead        PIC 9(7) VALUE 0.
       77  CustomersWritten     PIC 9(7) VALUE 0.
       77  XrefsRead            PIC 9(7) VALUE 0.
       77  XrefsWritten         PIC 9(7) VALUE 0.
       77  RowsRejected         PIC 9(7) VALUE 0.
       77  RefusedFlag          PIC X VALUE "N".
           88  Run-Refused          VALUE "Y".
       77  BalanceTotal         PIC S9(11)V99 VALUE 0.
       77  PrintTotal           PIC -(10)9.99.

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JrnStartStamp
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "ACCOUNT FILE CONVERSION"  TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date

           MOVE "N" TO RefusedFlag
           DISPLAY " "
           PERFORM Convert-Account-Files
           PERFORM Convert-Customer-Master
           PERFORM Convert-Customer-Xref

           MOVE BalanceTotal TO PrintTotal
           DISPLAY " "
           DISPLAY "ACCTMSEQ rows read:      " MastersRead
           DISPLAY "ACCTMAST rows written:   " MastersWritten
           DISPLAY "BANKBAL rows read:       " BalancesRead
           DISPLAY "ACCTBAL rows written:    " BalancesWritten
           DISPLAY "CUSTMSEQ rows read:      " CustomersRead
           DISPLAY "CUSTMAST rows written:   " CustomersWritten
           DISPLAY "CUSTXSEQ rows read:      " XrefsRead
           DISPLAY "CUSTXREF rows written:   " XrefsWritten
           DISPLAY "Rows left off:           " RowsRejected
           DISPLAY "Balances seeded:    " PrintTotal
           IF Run-Refused
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RowsRejected > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM Write-Job-Journal
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO THE JOURNAL ROW CARRIES THE DAY CONVERTED.
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
      *  CONVERT-ACCOUNT-FILES
      *  CONVERTS ACCTMAST AND SEEDS ACCTBAL, ONLY WHEN THERE IS NO
      *  ACCTMAST YET AND THE OLD FILE IS ON HAND AS ACCTMSEQ.  AN
      *  INDEXED ACCTMAST ALREADY ON FILE - A SITE CONVERTED BEFORE
      *  THE CUSTOMER FILES WERE - IS LEFT ALONE WITH ACCTBAL, SO A
      *  SECOND RUN CANNOT LAY THE OLD FILE BACK OVER A MASTER THAT
      *  HAS MOVED ON.  AN ACCTMAST THAT WILL NOT OPEN AS INDEXED IS
      *  THE OLD FILE NOT YET RENAMED, AND REFUSES THE RUN.
      *****************************************************************
       Convert-Account-Files.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF Acct-Mast-OK
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY "ACCTMAST is already indexed - it and ACCTBAL"
                       " are left as they are."
           ELSE
           IF NOT Acct-Mast-Missing
               SET Run-Refused TO TRUE
               DISPLAY "Account conversion refused - ACCTMAST is on"
                       " file but not indexed (status "
                       AcctMastStatus ").  Rename it to ACCTMSEQ"
                       " first."
           ELSE
               OPEN INPUT OLD-MASTER-FILE
               IF NOT Old-Mast-OK
                   SET Run-Refused TO TRUE
                   DISPLAY "Account conversion refused - no ACCTMSEQ"
                           " on file.  Rename the old ACCTMAST to"
                           " ACCTMSEQ first."
               ELSE
                   PERFORM Convert-Account-Master
                   CLOSE OLD-MASTER-FILE
                   PERFORM Seed-Closing-Balances
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  CONVERT-ACCOUNT-MASTER
      *  WRITES EVERY ACCTMSEQ ROW TO THE NEW INDEXED ACCTMAST.  THE
      *  OLD FILE NEED NOT BE IN ACCOUNT ORDER - ACCTMAINT APPENDED
      *  NEW ACCOUNTS AT THE END - SO THE ROWS GO IN BY KEY.
      *****************************************************************
       Convert-Account-Master.
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           PERFORM UNTIL Old-Mast-EOF
               READ OLD-MASTER-FILE
                   AT END
                       SET Old-Mast-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MastersRead
                       PERFORM Write-Master-Row
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

      *****************************************************************
      *  WRITE-MASTER-ROW
      *  ONE ACCTMSEQ ROW ONTO ACCTMAST.  A BLANK ACCOUNT NUMBER, OR
      *  ONE ALREADY WRITTEN, IS LISTED AND COUNTED INSTEAD.
      *****************************************************************
       Write-Master-Row.
           MOVE OLD-MAST-RECORD TO ACCT-MAST-RECORD
           IF ACCT-MAST-ACCOUNT-NO = SPACES
               ADD 1 TO RowsRejected
               MOVE "ACCTMSEQ ROW WITH NO ACCOUNT NUMBER LEFT OFF."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               WRITE ACCT-MAST-RECORD
                   INVALID KEY
                       ADD 1 TO RowsRejected
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "ACCOUNT " ACCT-MAST-ACCOUNT-NO
                              " DUPLICATED ON ACCTMSEQ - SECOND ROW"
                              " LEFT OFF."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                   NOT INVALID KEY
                       ADD 1 TO MastersWritten
               END-WRITE
           END-IF.

      *****************************************************************
      *  CONVERT-CUSTOMER-MASTER
      *  WRITES EVERY CUSTMSEQ ROW TO THE NEW INDEXED CUSTMAST BY
      *  CUSTOMER ID, ON THE SAME RULES AS THE ACCOUNT MASTER: AN
      *  INDEXED CUSTMAST ALREADY ON FILE IS LEFT ALONE, AND ONE THAT
      *  WILL NOT OPEN AS INDEXED REFUSES THE RUN.  NO CUSTMSEQ IS NOT
      *  AN ERROR - A SITE WITH NO CUSTOMERS YET GETS ITS CUSTMAST
      *  FROM THE FIRST ADD IN CUSTMAINT.
      *****************************************************************
       Convert-Customer-Master.
           OPEN INPUT CUST-MASTER-FILE
           IF Cust-Mast-OK
               CLOSE CUST-MASTER-FILE
               DISPLAY "CUSTMAST is already indexed - left as it is."
           ELSE
           IF NOT Cust-Mast-Missing
               SET Run-Refused TO TRUE
               DISPLAY "Customer conversion refused - CUSTMAST is on"
                       " file but not indexed (status "
                       CustMastStatus ").  Rename it to CUSTMSEQ"
                       " first."
           ELSE
               OPEN INPUT OLD-CUST-FILE
               IF NOT Old-Cust-OK
                   DISPLAY "No CUSTMSEQ on file - no customers to"
                           " convert."
               ELSE
                   OPEN OUTPUT CUST-MASTER-FILE
                   PERFORM UNTIL Old-Cust-EOF
                       READ OLD-CUST-FILE
                           AT END
                               SET Old-Cust-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO CustomersRead
                               PERFORM Write-Customer-Row
                       END-READ
                   END-PERFORM
                   CLOSE CUST-MASTER-FILE
                   CLOSE OLD-CUST-FILE
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  WRITE-CUSTOMER-ROW
      *  ONE CUSTMSEQ ROW ONTO CUSTMAST.  A BLANK CUSTOMER ID, OR ONE
      *  ALREADY WRITTEN, IS LISTED AND COUNTED INSTEAD.
      *****************************************************************
       Write-Customer-Row.
           MOVE OLD-CUST-RECORD TO CUST-MAST-RECORD
           IF CUST-ID = SPACES
               ADD 1 TO RowsRejected
               MOVE "CUSTMSEQ ROW WITH NO CUSTOMER ID LEFT OFF."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               WRITE CUST-MAST-RECORD
                   INVALID KEY
                       ADD 1 TO RowsRejected
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "CUSTOMER " CUST-ID
                              " DUPLICATED ON CUSTMSEQ - SECOND ROW"
                              " LEFT OFF."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                   NOT INVALID KEY
                       ADD 1 TO CustomersWritten
               END-WRITE
           END-IF.

      *****************************************************************
      *  CONVERT-CUSTOMER-XREF
      *  WRITES EVERY CUSTXSEQ ROW TO THE NEW INDEXED CUSTXREF BY
      *  CUSTOMER AND ACCOUNT, ON THE SAME RULES AS THE CUSTOMER
      *  MASTER.  THE ACCOUNT NUMBER IS AN ALTERNATE KEY WITH
      *  DUPLICATES - A JOINT ACCOUNT HAS A ROW PER HOLDER.
      *****************************************************************
       Convert-Customer-Xref.
           OPEN INPUT CUST-XREF-FILE
           IF Cust-Xref-OK
               CLOSE CUST-XREF-FILE
               DISPLAY "CUSTXREF is already indexed - left as it is."
           ELSE
           IF NOT Cust-Xref-Missing
               SET Run-Refused TO TRUE
               DISPLAY "Customer conversion refused - CUSTXREF is on"
                       " file but not indexed (status "
                       CustXrefStatus ").  Rename it to CUSTXSEQ"
                       " first."
           ELSE
               OPEN INPUT OLD-XREF-FILE
               IF NOT Old-Xref-OK
                   DISPLAY "No CUSTXSEQ on file - no account links to"
                           " convert."
               ELSE
                   OPEN OUTPUT CUST-XREF-FILE
                   PERFORM UNTIL Old-Xref-EOF
                       READ OLD-XREF-FILE
                           AT END
                               SET Old-Xref-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO XrefsRead
                               PERFORM Write-Xref-Row
                       END-READ
                   END-PERFORM
                   CLOSE CUST-XREF-FILE
                   CLOSE OLD-XREF-FILE
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  WRITE-XREF-ROW
      *  ONE CUSTXSEQ ROW ONTO CUSTXREF.  A ROW MISSING ITS CUSTOMER
      *  OR ACCOUNT, OR A CUSTOMER/ACCOUNT PAIR ALREADY WRITTEN, IS
      *  LISTED AND COUNTED INSTEAD.
      *****************************************************************
       Write-Xref-Row.
           MOVE OLD-XREF-RECORD TO CUST-XREF-RECORD
           IF XREF-CUST-ID = SPACES OR XREF-ACCOUNT-NO = SPACES
               ADD 1 TO RowsRejected
               MOVE "CUSTXSEQ ROW WITH NO CUSTOMER OR ACCOUNT LEFT OFF."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
           ELSE
               WRITE CUST-XREF-RECORD
                   INVALID KEY
                       ADD 1 TO RowsRejected
                       MOVE SPACES TO RPT-ERR-TEXT
                       STRING "LINK " XREF-CUST-ID "/"
                              XREF-ACCOUNT-NO
                              " DUPLICATED ON CUSTXSEQ - SECOND ROW"
                              " LEFT OFF."
                              DELIMITED BY SIZE INTO RPT-ERR-TEXT
                       DISPLAY RPT-ERROR-LINE
                   NOT INVALID KEY
                       ADD 1 TO XrefsWritten
               END-WRITE
           END-IF.

      *****************************************************************
      *  SEED-CLOSING-BALANCES
      *  BUILDS ACCTBAL FROM THE CURRENT BANKBAL, ONE ROW PER ACCOUNT
      *  WITH ITS CLOSING BALANCE AND BUSINESS DATE.  THE "ACCRUAL"
      *  AND "TOTAL" CONTROL ROWS ARE NOT ACCOUNTS AND ARE SKIPPED.
      *  WITH NO BANKBAL THE FILE IS CREATED EMPTY AND FILLS FROM THE
      *  NEXT POSTING RUN.
      *****************************************************************
       Seed-Closing-Balances.
           OPEN OUTPUT ACCT-BAL-FILE
           OPEN INPUT BANK-BAL-FILE
           IF NOT Bank-Bal-OK
               DISPLAY "No BANKBAL on file - ACCTBAL created empty."
           ELSE
               PERFORM UNTIL Bank-Bal-EOF
                   READ BANK-BAL-FILE
                       AT END
                           SET Bank-Bal-EOF TO TRUE
                       NOT AT END
                           IF BAL-ACCOUNT-NO NOT = "ACCRUAL"
                              AND BAL-ACCOUNT-NO NOT = "TOTAL"
                               ADD 1 TO BalancesRead
                               PERFORM Write-Balance-Row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-BAL-FILE
           END-IF
           CLOSE ACCT-BAL-FILE.

      *****************************************************************
      *  WRITE-BALANCE-ROW
      *  ONE BANKBAL ACCOUNT ROW ONTO ACCTBAL.  A DUPLICATE IS LISTED
      *  AND COUNTED - THE FIRST ROW FOR THE ACCOUNT STANDS.
      *****************************************************************
       Write-Balance-Row.
           MOVE BAL-ACCOUNT-NO TO AB-ACCOUNT-NO
           MOVE BAL-AMOUNT TO AB-AMOUNT
           MOVE BAL-DATE TO AB-BUS-DATE
           WRITE ACCT-BAL-RECORD
               INVALID KEY
                   ADD 1 TO RowsRejected
                   MOVE SPACES TO RPT-ERR-TEXT
                   STRING "ACCOUNT " BAL-ACCOUNT-NO
                          " DUPLICATED ON BANKBAL - SECOND ROW"
                          " LEFT OFF."
                          DELIMITED BY SIZE INTO RPT-ERR-TEXT
                   DISPLAY RPT-ERROR-LINE
               NOT INVALID KEY
                   ADD 1 TO BalancesWritten
                   ADD BAL-AMOUNT TO BalanceTotal
           END-WRITE.

      *****************************************************************
      *  WRITE-JOB-JOURNAL
      *  APPENDS THIS RUN'S CONTROL ROW TO THE SHARED JOB JOURNAL:
      *  ROWS READ AND WRITTEN ACROSS ACCTMSEQ, CUSTMSEQ, CUSTXSEQ AND
      *  BANKBAL, ROWS LEFT OFF AND THE TOTAL OF THE BALANCES SEEDED.
      *****************************************************************
       Write-Job-Journal.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE "ACCTCONVERT" TO JRN-PROGRAM-ID
           MOVE BusinessDate TO JRN-BUS-DATE
           MOVE JrnStartStamp TO JRN-START-STAMP
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-END-STAMP
           COMPUTE JRN-RECS-IN = MastersRead + CustomersRead
                               + XrefsRead + BalancesRead
           COMPUTE JRN-RECS-OUT = MastersWritten + CustomersWritten
                                + XrefsWritten + BalancesWritten
           MOVE RowsRejected TO JRN-RECS-REJECT
           MOVE BalanceTotal TO JRN-AMOUNT
           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.
