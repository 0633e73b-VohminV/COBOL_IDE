      *                  REPORT HEADING, SO EVERY REJECT AND EVERY
      *                  DAY'S HARD COPY IS ATTRIBUTABLE.  A
      *                  STANDALONE RUN STAMPS "*NOSIGN*".
      *  2026-10-15  DL  JOURNAL THE RECORD COUNT AND AMOUNT HASH OF
      *                  SUMBAL THROUGH CONTROLTOTALS AT THE END OF THE
      *                  RUN, SO RECONCILEDAILY CAN CHECK THE FILE IT
      *                  RECONCILES IS THE ONE THIS RUN WROTE.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY CTLTOT.

       77  StampOperatorId      PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM Clear-Checkpoint
           PERFORM Write-Balance-Output
           PERFORM Write-Job-Journal
           PERFORM Post-Control-Totals

           GOBACK.

           MOVE StampOperatorId TO JRN-OPERATOR-ID
           WRITE JOB-JOURNAL-RECORD
           CLOSE JOB-JOURNAL-FILE.

      *****************************************************************
      *  POST-CONTROL-TOTALS
      *  JOURNALS THE RECORD COUNT AND AMOUNT HASH OF SUMBAL, WHICH
      *  RECONCILEDAILY CHECKS BEFORE IT COMPARES THE TOTALS.
      *****************************************************************
       Post-Control-Totals.
           MOVE "P" TO CTL-FUNCTION
           MOVE "SUMBAL" TO CTL-FILE-NAME
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK.
