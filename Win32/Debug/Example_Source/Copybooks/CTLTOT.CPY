      *****************************************************************
      *  CTLTOT.CPY
      *  HAND-OFF CONTROL TOTAL BLOCK (CONTROLTOTALS PARAMETER)
      *
      *  PASSED TO CONTROLTOTALS BY A CLOSE STEP THAT HANDS A WORK
      *  FILE ON (FUNCTION "P") OR TAKES ONE OVER (FUNCTION "V").
      *  POSTING COUNTS THE FILE AS IT STANDS - RECORDS AND THE HASH
      *  TOTAL OF THEIR AMOUNTS - AND JOURNALS THE FIGURES ON A
      *  "CTL " + FILE NAME ROW IN JOBJRNL UNDER THE BUSINESS DATE.
      *  VERIFYING COUNTS THE FILE AGAIN AND COMPARES IT WITH THE
      *  LATEST SUCH ROW FOR THE DATE (ANY DATE WHEN CTL-BUS-DATE IS
      *  BLANK), SO A FILE TRUNCATED OR ALTERED BETWEEN TWO STEPS IS
      *  CAUGHT BEFORE THE NEXT STEP USES IT.  CTL-RESULT: "Y" THE
      *  TOTALS AGREE, "N" THEY DO NOT, "M" NO CONTROL ROW FOR A
      *  FILE THAT HOLDS RECORDS.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  CONTROL-TOTAL-BLOCK.
           05  CTL-FUNCTION            PIC X(01).
               88  Ctl-Post                VALUE "P".
               88  Ctl-Verify              VALUE "V".
           05  CTL-FILE-NAME           PIC X(10).
           05  CTL-BUS-DATE            PIC X(10).
           05  CTL-OPERATOR-ID         PIC X(08).
           05  CTL-FILE-COUNT          PIC 9(07).
           05  CTL-FILE-HASH           PIC S9(09)V99.
           05  CTL-JRN-COUNT           PIC 9(07).
           05  CTL-JRN-HASH            PIC S9(09)V99.
           05  CTL-JRN-BUS-DATE        PIC X(10).
           05  CTL-RESULT              PIC X(01).
               88  Ctl-Totals-Agree        VALUE "Y".
               88  Ctl-Totals-Differ       VALUE "N".
               88  Ctl-No-Control-Row      VALUE "M".
