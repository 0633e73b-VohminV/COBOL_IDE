       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlTotals.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  THE CONTROL-TOTAL
      *                  HANDSHAKE BETWEEN NIGHTLY-CLOSE STEPS (CTLTOT
      *                  BLOCK, FILLED IN BY THE CALLER).  THE STEP
      *                  THAT WRITES A WORK FILE POSTS ITS RECORD
      *                  COUNT AND AMOUNT HASH TO THE JOB JOURNAL ON A
      *                  "CTL " + FILE NAME ROW; THE STEP THAT READS
      *                  IT NEXT VERIFIES THE FILE AGAINST THAT ROW
      *                  BEFORE PROCESSING.  UNTIL NOW EACH STEP
      *                  JOURNALED ITS OWN RUN BUT NONE CHECKED WHAT
      *                  THE STEP BEFORE SAID IT PRODUCED, SO A
      *                  TRUNCATED TRANSOUT WOULD STILL HAVE BEEN
      *                  ARCHIVED TO STMTTRAN AND A SHORT GLEXTR
      *                  FOLDED INTO THE LEDGER.  BOTH SIDES COUNT
      *                  THE FILE THROUGH THIS ONE SUBPROGRAM, THE
      *                  SAME WAY EVERY MAINTENANCE FUNCTION WRITES
      *                  THE AUDIT FILE THROUGH AUDITWRITE, SO THE
      *                  HASH CANNOT BE TAKEN TWO DIFFERENT WAYS.
      *                  KNOWS TRANSOUT, BANKEXCP, BANKBAL, SUMBAL AND
      *                  GLEXTR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAND-OFF-FILE ASSIGN USING HandOffFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HandOffStatus.

           SELECT JOB-JOURNAL-FILE ASSIGN TO "JOBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobJrnStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HAND-OFF-FILE.
       01  HAND-OFF-RECORD             PIC X(120).

       FD  JOB-JOURNAL-FILE.
           COPY JOBJRN.

       WORKING-STORAGE SECTION.

       COPY TRANREC.

       COPY BEXCREC.

       COPY BALREC.

       COPY GLJREC.

       77  HandOffStatus        PIC XX VALUE "00".
           88  Hand-Off-OK          VALUE "00".
           88  Hand-Off-EOF         VALUE "10".
       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
           88  Job-Jrn-EOF          VALUE "10".
       77  HandOffFileName      PIC X(30) VALUE SPACES.
       77  ControlRowId         PIC X(20) VALUE SPACES.
       77  HashAccum            PIC S9(11)V99 VALUE 0.
       77  ControlRowFlag       PIC X VALUE "N".
           88  Control-Row-Found    VALUE "Y".
       77  PrintHash            PIC -(9)9.99.

       LINKAGE SECTION.
           COPY CTLTOT.

       PROCEDURE DIVISION USING CONTROL-TOTAL-BLOCK.
       Main-Logic.
           MOVE SPACES TO ControlRowId
           STRING "CTL " CTL-FILE-NAME
               DELIMITED BY SIZE INTO ControlRowId
           MOVE 0 TO CTL-JRN-COUNT
           MOVE 0 TO CTL-JRN-HASH
           MOVE SPACES TO CTL-JRN-BUS-DATE

           PERFORM Count-Hand-Off-File

           IF Ctl-Post
               PERFORM Write-Control-Row
               MOVE CTL-FILE-COUNT TO CTL-JRN-COUNT
               MOVE CTL-FILE-HASH TO CTL-JRN-HASH
               MOVE CTL-BUS-DATE TO CTL-JRN-BUS-DATE
               SET Ctl-Totals-Agree TO TRUE
           ELSE
               PERFORM Find-Control-Row
               PERFORM Compare-Totals
           END-IF

           GOBACK.

      *****************************************************************
      *  COUNT-HAND-OFF-FILE
      *  ONE PASS OVER THE FILE NAMED IN CTL-FILE-NAME: THE RECORD
      *  COUNT AND THE HASH TOTAL OF EACH RECORD'S AMOUNT FIELD,
      *  SIGNED WHERE THE LAYOUT IS SIGNED.  A FILE NOT PRESENT
      *  COUNTS AS EMPTY - THE STEP MAY SIMPLY HAVE HAD NOTHING TO
      *  WRITE - AND AN AMOUNT THAT IS NOT NUMERIC COUNTS THE
      *  RECORD BUT ADDS NOTHING, SO A DAMAGED LINE STILL SHOWS UP
      *  AS A HASH DIFFERENCE.  THE HASH IS CARRIED WIDE AND CUT TO
      *  THE JOURNAL'S AMOUNT PICTURE THE SAME WAY ON BOTH SIDES.
      *****************************************************************
       Count-Hand-Off-File.
           MOVE 0 TO CTL-FILE-COUNT
           MOVE 0 TO HashAccum
           MOVE CTL-FILE-NAME TO HandOffFileName
           MOVE "00" TO HandOffStatus
           OPEN INPUT HAND-OFF-FILE
           IF Hand-Off-OK
               PERFORM UNTIL Hand-Off-EOF
                   READ HAND-OFF-FILE
                       AT END
                           SET Hand-Off-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO CTL-FILE-COUNT
                           PERFORM Add-Record-To-Hash
                   END-READ
               END-PERFORM
               CLOSE HAND-OFF-FILE
           END-IF
           MOVE HashAccum TO CTL-FILE-HASH.

      *****************************************************************
      *  ADD-RECORD-TO-HASH
      *  THE AMOUNT FIELD OF ONE RECORD, BY THE FILE'S LAYOUT.
      *****************************************************************
       Add-Record-To-Hash.
           EVALUATE CTL-FILE-NAME
               WHEN "TRANSOUT"
                   MOVE HAND-OFF-RECORD TO TRAN-RECORD
                   IF TRAN-AMOUNT IS NUMERIC
                       ADD TRAN-AMOUNT TO HashAccum
                   END-IF
               WHEN "BANKEXCP"
                   MOVE HAND-OFF-RECORD TO BEXC-RECORD
                   IF BEXC-RAW-AMOUNT IS NUMERIC
                       ADD BEXC-RAW-AMOUNT TO HashAccum
                   END-IF
               WHEN "BANKBAL"
               WHEN "SUMBAL"
                   MOVE HAND-OFF-RECORD TO BAL-OUT-RECORD
                   IF BAL-AMOUNT IS NUMERIC
                       ADD BAL-AMOUNT TO HashAccum
                   END-IF
               WHEN "GLEXTR"
                   MOVE HAND-OFF-RECORD TO GL-JOURNAL-RECORD
                   IF GLJ-AMOUNT IS NUMERIC
                       ADD GLJ-AMOUNT TO HashAccum
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  WRITE-CONTROL-ROW
      *  APPENDS THE FILE'S CONTROL ROW TO THE JOB JOURNAL: RECORDS
      *  IN AND OUT BOTH THE COUNT, NONE REJECTED, AND THE HASH AS
      *  THE AMOUNT, SO JOURNALREPORT PRINTS IT LIKE ANY OTHER ROW
      *  AND IT BALANCES.
      *****************************************************************
       Write-Control-Row.
           OPEN EXTEND JOB-JOURNAL-FILE
           IF NOT Job-Jrn-OK
               CLOSE JOB-JOURNAL-FILE
               OPEN OUTPUT JOB-JOURNAL-FILE
           END-IF
           MOVE ControlRowId TO JRN-PROGRAM-ID
           MOVE CTL-BUS-DATE TO JRN-BUS-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-START-STAMP
           MOVE JRN-START-STAMP TO JRN-END-STAMP
           MOVE CTL-FILE-COUNT TO JRN-RECS-IN
           MOVE CTL-FILE-COUNT TO JRN-RECS-OUT
           MOVE 0 TO JRN-RECS-REJECT
           MOVE CTL-FILE-HASH TO JRN-AMOUNT
           MOVE CTL-OPERATOR-ID TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.

      *****************************************************************
      *  FIND-CONTROL-ROW
      *  THE LATEST CONTROL ROW FOR THE FILE UNDER THE BUSINESS DATE
      *  (UNDER ANY DATE WHEN NONE IS GIVEN) - A RERUN OF THE
      *  UPSTREAM STEP JOURNALS A FRESH ROW, AND THE FRESH ROW WINS.
      *****************************************************************
       Find-Control-Row.
           MOVE "N" TO ControlRowFlag
           MOVE "00" TO JobJrnStatus
           OPEN INPUT JOB-JOURNAL-FILE
           IF Job-Jrn-OK
               PERFORM UNTIL Job-Jrn-EOF
                   READ JOB-JOURNAL-FILE
                       AT END
                           SET Job-Jrn-EOF TO TRUE
                       NOT AT END
                           IF JRN-PROGRAM-ID = ControlRowId
                              AND (CTL-BUS-DATE = SPACES
                                   OR JRN-BUS-DATE = CTL-BUS-DATE)
                               SET Control-Row-Found TO TRUE
                               MOVE JRN-RECS-OUT TO CTL-JRN-COUNT
                               MOVE JRN-AMOUNT TO CTL-JRN-HASH
                               MOVE JRN-BUS-DATE TO CTL-JRN-BUS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-JOURNAL-FILE
           END-IF
           MOVE "00" TO JobJrnStatus.

      *****************************************************************
      *  COMPARE-TOTALS
      *  THE FILE AGAINST ITS CONTROL ROW.  NO ROW IS ONLY ACCEPTABLE
      *  FOR A FILE WITH NOTHING IN IT - RECORDS NOBODY VOUCHED FOR
      *  ARE AS SUSPECT AS A SHORT FILE.  EITHER WAY THE FIGURES GO
      *  TO THE CONSOLE FOR THE RUN LISTING.
      *****************************************************************
       Compare-Totals.
           IF NOT Control-Row-Found
               IF CTL-FILE-COUNT = 0
                   SET Ctl-Totals-Agree TO TRUE
               ELSE
                   SET Ctl-No-Control-Row TO TRUE
               END-IF
           ELSE
               IF CTL-FILE-COUNT = CTL-JRN-COUNT
                  AND CTL-FILE-HASH = CTL-JRN-HASH
                   SET Ctl-Totals-Agree TO TRUE
               ELSE
                   SET Ctl-Totals-Differ TO TRUE
               END-IF
           END-IF

           MOVE CTL-FILE-HASH TO PrintHash
           IF Ctl-Totals-Agree
               DISPLAY "  " CTL-FILE-NAME " agrees with its control"
                       " totals: " CTL-FILE-COUNT " records, hash "
                       FUNCTION TRIM(PrintHash)
           ELSE
               DISPLAY "  " CTL-FILE-NAME " DOES NOT AGREE with its"
                       " control totals:"
               DISPLAY "    on file   " CTL-FILE-COUNT
                       " records, hash " FUNCTION TRIM(PrintHash)
               IF Ctl-No-Control-Row
                   DISPLAY "    journal   no " ControlRowId
                           " row for " CTL-BUS-DATE
               ELSE
                   MOVE CTL-JRN-HASH TO PrintHash
                   DISPLAY "    journal   " CTL-JRN-COUNT
                           " records, hash " FUNCTION TRIM(PrintHash)
                           " (" CTL-JRN-BUS-DATE ")"
               END-IF
           END-IF.
