      *                  ROLLING THE LEDGER OFF TO A DATED ARCHIVE
      *                  THROUGH THE ARCHIVE REGISTER, THE SAME WAY
      *                  ARCHIVEDAILY DATES AWAY THE DAILY FILES.
      *  2026-10-15  DL  UNDER THE MONTH-END JOB STREAM (MENDRUN BLOCK
      *                  SET BY MAINMENU) THE PROGRAM GOES STRAIGHT TO
      *                  THE PERIOD CLOSE FOR THE STREAM'S MONTH AND
      *                  RETURNS, WITH NO MENU AND NO PROMPT.  A
      *                  LEDGER TOO BIG TO READ IN FULL NOW REFUSES THE
      *                  CLOSE (RC 8) INSTEAD OF ARCHIVING PART OF IT
      *                  AND CLEARING THE REST.
      *  2026-10-15  DL  THE EXTRACT IS CHECKED AGAINST THE LATEST
      *                  CONTROL TOTALS JOURNALED FOR GLEXTR BEFORE IT
      *                  IS FOLDED.  A FILE THAT DOES NOT AGREE IS
      *                  REFUSED WITH RETURN CODE 12.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY MENDRUN.

       COPY CTLTOT.

       77  GlExtractStatus      PIC XX VALUE "00".
           88  Gl-Extract-OK        VALUE "00".
           88  Gl-Extract-EOF       VALUE "10".
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           IF Month-End-Unattended
               MOVE "N" TO LoopFlag
               PERFORM Close-Period
           ELSE
               MOVE "Y" TO LoopFlag
           END-IF
           PERFORM UNTIL Ledger-Done
               DISPLAY " "
               DISPLAY "[P] Post the day's GL extract into the ledger"
      *****************************************************************
      *  POST-EXTRACT
      *  FOLDS THE GLEXTR FILE INTO THE PERIOD LEDGER: LOADS THE
      *  LEDGER, CHECKS GLEXTR AGAINST ITS CONTROL TOTALS, CHECKS
      *  EVERY DATE IN THE EXTRACT AGAINST THE FOLDED-EXTRACT
      *  REGISTER (ANY DATE ALREADY FOLDED REFUSES THE WHOLE FILE),
      *  ADDS EACH LINE TO ITS ACCOUNT'S PERIOD-TO-DATE SIDE,
      *  REWRITES THE LEDGER AND REGISTERS THE DATES.  AN EXTRACT
      *  WHOSE DEBITS AND CREDITS DO NOT AGREE IS CALLED OUT - THE
      *  CONTRA LINE SHOULD HAVE BALANCED IT.
      *****************************************************************
       Post-Extract.
           MOVE 0 TO ExtractLines
               IF ExtractLines = 0
                   DISPLAY "No GL extract on file - nothing to fold."
               ELSE
               PERFORM Verify-GL-Extract
               IF NOT Ctl-Totals-Agree
                   DISPLAY "Extract refused - GLEXTR does not agree"
                           " with its control totals."
                   MOVE 12 TO RETURN-CODE
               ELSE
               IF Date-Already-Folded
                   DISPLAY "Extract refused - a date in GLEXTR is"
                           " already on the folded register."
                   PERFORM Write-Job-Journal
               END-IF
               END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  VERIFY-GL-EXTRACT
      *  CHECKS GLEXTR AGAINST THE LATEST CONTROL TOTALS JOURNALED
      *  FOR IT BY THE STEP THAT LAST WROTE IT.  THE FOLD MAY RUN
      *  AFTER THE BUSINESS DATE HAS ROLLED, SO THE ROW IS TAKEN
      *  WHATEVER ITS DATE.
      *****************************************************************
       Verify-GL-Extract.
           MOVE "V" TO CTL-FUNCTION
           MOVE "GLEXTR" TO CTL-FILE-NAME
           MOVE SPACES TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.

      *****************************************************************
      *  LOAD-LEDGER
      *  READS THE PERIOD LEDGER, IF PRESENT, INTO THE WORK TABLE.
       Close-Period.
           MOVE "N" TO OverflowFlag
           PERFORM Load-Ledger
           IF Table-Overflowed
               DISPLAY "Period close refused - the ledger was not read"
                       " in full."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF LedgerCount = 0
               DISPLAY "Ledger is empty - nothing to close."
           ELSE
               IF Month-End-Unattended
                   MOVE MER-MONTH TO ClosePeriod
               ELSE
                   DISPLAY "Period to close (YYYY-MM): "
                       WITH NO ADVANCING
                   ACCEPT ClosePeriod
               END-IF
               IF ClosePeriod = SPACES
                   DISPLAY "No period keyed - nothing closed."
               ELSE
                   DISPLAY "Period " ClosePeriod " closed to "
                           ArchiveFileName " - ledger cleared."
               END-IF
           END-IF
           END-IF.

      *****************************************************************
