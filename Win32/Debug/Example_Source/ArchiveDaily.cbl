      *                  WHOSE FOLD WAS FORGOTTEN USED TO BE
      *                  DESTROYED SILENTLY; NOW IT IS RECOVERABLE
      *                  FROM THE DATED COPY.
      *  2026-10-15  DL  CHECK TRANSOUT AND BANKEXCP AGAINST THE CONTROL
      *                  TOTALS BANKINGTRANSACTIONS JOURNALED FOR THE
      *                  BUSINESS DATE BEFORE ARCHIVING.  A FILE THAT
      *                  DOES NOT AGREE REFUSES THE WHOLE RUN WITH
      *                  RETURN CODE 12 - NOTHING ARCHIVED AND NOTHING
      *                  ADDED TO STMTTRAN.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY CTLTOT.

       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  ArchSourceStatus     PIC XX VALUE "00".
           88  Job-Jrn-OK           VALUE "00".
       77  JrnStartStamp        PIC X(14) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  HandOffFailFlag      PIC X VALUE "N".
           88  Hand-Off-Failed      VALUE "Y".

      *  THE FILES THE CLOSE ARCHIVES, WITH THEIR RETENTION CLASS -
      *  LAID OUT AS A VALUE/REDEFINES TABLE THE SAME WAY AS THE
           MOVE 0 TO FilesArchived
           MOVE 0 TO FilesSkipped

           PERFORM Verify-Posting-Files
           IF Hand-Off-Failed
               MOVE "POSTING FILES DO NOT AGREE WITH THEIR CONTROLS."
                   TO RPT-ERR-TEXT
               DISPLAY RPT-ERROR-LINE
               DISPLAY "Archival refused - nothing archived."
               MOVE 12 TO RETURN-CODE
               PERFORM Write-Job-Journal
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
               MOVE ArchListName(J)  TO SourceFileName
               MOVE ArchListClass(J) TO WorkClass
               DELIMITED BY SIZE INTO BusDateDigits
           DISPLAY "Archiving for business date " BusinessDate.

      *****************************************************************
      *  VERIFY-POSTING-FILES
      *  CHECKS TRANSOUT AND BANKEXCP AGAINST THE CONTROL TOTALS
      *  BANKINGTRANSACTIONS JOURNALED FOR THE BUSINESS DATE BEFORE
      *  ANYTHING IS COPIED - A SHORT TRANSOUT ARCHIVED HERE WOULD
      *  GO ON INTO STMTTRAN AND EVERY STATEMENT BUILT FROM IT.
      *****************************************************************
       Verify-Posting-Files.
           MOVE "N" TO HandOffFailFlag
           MOVE "V" TO CTL-FUNCTION
           MOVE BusinessDate TO CTL-BUS-DATE
           MOVE StampOperatorId TO CTL-OPERATOR-ID
           MOVE "TRANSOUT" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           IF NOT Ctl-Totals-Agree
               MOVE "Y" TO HandOffFailFlag
           END-IF
           MOVE "BANKEXCP" TO CTL-FILE-NAME
           CALL "ControlTotals" USING CONTROL-TOTAL-BLOCK
           IF NOT Ctl-Totals-Agree
               MOVE "Y" TO HandOffFailFlag
           END-IF.

      *****************************************************************
      *  ARCHIVE-ONE-FILE
      *  COPIES THE FILE NAMED IN SourceFileName TO ITS DATED
