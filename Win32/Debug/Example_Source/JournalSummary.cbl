      *                  ARCHREG REGISTER AND PRUNES THEM FROM THE
      *                  LIVE FILE, SO IT STOPS GROWING TO HUNDREDS
      *                  OF ROWS NOBODY READS.
      *  2026-10-15  DL  UNDER THE MONTH-END JOB STREAM (MENDRUN BLOCK
      *                  SET BY MAINMENU) THE MONTH COMES FROM THE
      *                  STREAM AND IS ALWAYS ROLLED OFF TO ITS ARCHIVE
      *                  - NO PROMPTS.
      *  2026-10-15  DL  CONTROL-TOTAL ROWS (CTL + FILE NAME) ARE LEFT
      *                  OUT OF THE PER-PROGRAM SUMMARY, AND THE
      *                  ROLLOVER LEAVES THE LATEST ONE FOR EACH FILE IN
      *                  THE LIVE JOURNAL SO THE NEXT STEP CAN STILL
      *                  CHECK ITS FILE AGAINST IT.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY RPTHDR.

       COPY MENDRUN.

       77  JobJrnStatus         PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
           88  Job-Jrn-EOF          VALUE "10".
       77  AvgElapsed           PIC 9(7)V9 VALUE 0.
       77  PctPrint             PIC ZZ9.9.
       77  AvgPrint             PIC Z(6)9.9.
       77  RowNo                PIC 9(5) VALUE 0.
       77  CtlRows              PIC 9(5) VALUE 0.
       77  RolledRows           PIC 9(5) VALUE 0.
       77  KeptRows             PIC 9(5) VALUE 0.
       77  MaxCtlFiles          PIC 99 VALUE 10.
       77  CtlCount             PIC 99 VALUE 0.
       77  CtlIdx               PIC 99 VALUE 0.
       77  KeepRowFlag          PIC X VALUE "N".
           88  Keep-Row-Live        VALUE "Y".

       01  ProgramTable.
           05  ProgEntry OCCURS 30 TIMES.
               10  PgRecsReject    PIC 9(9).
               10  PgElapsedSum    PIC 9(9).

       01  CtlRowTable.
           05  CtlEntry OCCURS 10 TIMES.
               10  CtlName         PIC X(20).
               10  CtlLastRow      PIC 9(5).

       PROCEDURE DIVISION.
       Main-Logic.

           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           IF Month-End-Unattended
               MOVE MER-MONTH TO SummaryMonth
           ELSE
               DISPLAY "Month to summarize (YYYY-MM): "
                   WITH NO ADVANCING
               ACCEPT SummaryMonth
           END-IF
           IF SummaryMonth = SPACES
               DISPLAY "No month keyed - nothing to do."
               DISPLAY RPT-FOOTER-RULE

           PERFORM Report-Summary

           IF Month-End-Unattended
               MOVE "Y" TO RollChoice
           ELSE
               DISPLAY " "
               DISPLAY "Roll the month off to a dated archive (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT RollChoice
           END-IF
           IF FUNCTION UPPER-CASE(RollChoice) = "Y"
               PERFORM Roll-Month-Off
           ELSE

      *****************************************************************
      *  CLEAR-PROGRAM-TABLE
      *  ZEROES THE PER-PROGRAM ACCUMULATORS, THE ROW COUNTS AND
      *  THE CONTROL-ROW TABLE.
      *****************************************************************
       Clear-Program-Table.
           MOVE 0 TO ProgCount
           MOVE 0 TO MonthRows
           MOVE 0 TO OtherRows
           MOVE 0 TO FlaggedRows
           MOVE 0 TO RowNo
           MOVE 0 TO CtlRows
           MOVE 0 TO CtlCount
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > MaxCtlFiles
               MOVE SPACES TO CtlName(K)
               MOVE 0 TO CtlLastRow(K)
           END-PERFORM
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > MaxPrograms
               MOVE SPACES TO PgName(K)
               MOVE 0 TO PgRuns(K)
      *  ONE PASS OVER THE LIVE JOURNAL: EVERY ROW WHOSE BUSINESS
      *  DATE FALLS IN THE MONTH IS FOLDED INTO ITS PROGRAM'S SLOT,
      *  AND ANY ROW WITH REJECTS OR UNBALANCED COUNTS IS FLAGGED ON
      *  THE SPOT, DAY BY DAY.  CONTROL-TOTAL ROWS ("CTL " + FILE
      *  NAME, JOURNALED BY CONTROLTOTALS) ARE NOT RUNS AND ARE NOT
      *  FOLDED; THE PASS ONLY NOTES THE POSITION OF THE LATEST ONE
      *  FOR EACH FILE, WHICH THE ROLLOVER MUST LEAVE LIVE.
      *****************************************************************
       Scan-Month-Rows.
           MOVE "00" TO JobJrnStatus
                       AT END
                           SET Job-Jrn-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO RowNo
                           IF JRN-PROGRAM-ID(1:4) = "CTL "
                               PERFORM Note-Control-Row
                           ELSE
                           IF JRN-BUS-DATE(1:7) = SummaryMonth
                               ADD 1 TO MonthRows
                               PERFORM Fold-One-Row
                           ELSE
                               ADD 1 TO OtherRows
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-JOURNAL-FILE
               DISPLAY "No job journal on file."
           END-IF.

      *****************************************************************
      *  NOTE-CONTROL-ROW
      *  RECORDS THE ROW NUMBER OF A CONTROL-TOTAL ROW AGAINST ITS
      *  FILE, SO THE TABLE ENDS THE PASS HOLDING THE LATEST ROW PER
      *  FILE.
      *****************************************************************
       Note-Control-Row.
           ADD 1 TO CtlRows
           MOVE 0 TO CtlIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > CtlCount
               IF CtlName(K) = JRN-PROGRAM-ID
                   MOVE K TO CtlIdx
               END-IF
           END-PERFORM
           IF CtlIdx = 0 AND CtlCount < MaxCtlFiles
               ADD 1 TO CtlCount
               MOVE CtlCount TO CtlIdx
               MOVE JRN-PROGRAM-ID TO CtlName(CtlIdx)
           END-IF
           IF CtlIdx > 0
               MOVE RowNo TO CtlLastRow(CtlIdx)
           END-IF.

      *****************************************************************
      *  FOLD-ONE-ROW
      *  ONE JOURNAL ROW INTO ITS PROGRAM'S SLOT.  A FAILURE IS A
      *  COPIES THE MONTH'S ROWS TO A DATED ARCHIVE (JOBJRNL.YYYYMM)
      *  REGISTERED ON ARCHREG, AND REWRITES THE LIVE JOURNAL WITH
      *  ONLY THE OTHER MONTHS' ROWS, THROUGH A WORK FILE SO NO ROW
      *  IS EVER HELD ONLY IN MEMORY.  THE LATEST CONTROL-TOTAL ROW
      *  FOR EACH FILE STAYS LIVE WHATEVER ITS MONTH - THE NEXT STEP
      *  TO TAKE THE FILE OVER CHECKS IT AGAINST THAT ROW.
      *****************************************************************
       Roll-Month-Off.
           MOVE SPACES TO ArchiveFileName

           OPEN OUTPUT ARCH-TARGET-FILE
           OPEN OUTPUT JRN-WORK-FILE
           MOVE 0 TO RowNo
           MOVE 0 TO RolledRows
           MOVE 0 TO KeptRows
           MOVE "00" TO JobJrnStatus
           OPEN INPUT JOB-JOURNAL-FILE
           PERFORM UNTIL Job-Jrn-EOF
                   AT END
                       SET Job-Jrn-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO RowNo
                       MOVE "N" TO KeepRowFlag
                       IF JRN-BUS-DATE(1:7) NOT = SummaryMonth
                           MOVE "Y" TO KeepRowFlag
                       END-IF
                       IF JRN-PROGRAM-ID(1:4) = "CTL "
                           PERFORM VARYING K FROM 1 BY 1
                                   UNTIL K > CtlCount
                               IF CtlLastRow(K) = RowNo
                                   MOVE "Y" TO KeepRowFlag
                               END-IF
                           END-PERFORM
                       END-IF
                       IF NOT Keep-Row-Live
                           MOVE SPACES TO ARCH-TARGET-RECORD
                           MOVE JOB-JOURNAL-RECORD
                               TO ARCH-TARGET-RECORD
                           WRITE ARCH-TARGET-RECORD
                           ADD 1 TO RolledRows
                       ELSE
                           MOVE SPACES TO JRN-WORK-RECORD
                           MOVE JOB-JOURNAL-RECORD
                               TO JRN-WORK-RECORD
                           WRITE JRN-WORK-RECORD
                           ADD 1 TO KeptRows
                       END-IF
               END-READ
           END-PERFORM

           PERFORM Register-Archive
           DISPLAY "Month " SummaryMonth " rolled to "
                   ArchiveFileName " - " RolledRows
                   " rows archived, " KeptRows " rows kept live.".

      *****************************************************************
      *  REGISTER-ARCHIVE
