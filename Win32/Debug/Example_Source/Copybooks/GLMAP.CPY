      *  AT END OF RUN TO DRIVE THE JOURNAL EXTRACT, SO FINANCE STOPS
      *  RE-KEYING THE PRINTED TOTALS INTO THE LEDGER BY HAND.  THE
      *  "S" ROW NAMES THE CLEARING ACCOUNT THE BALANCING CONTRA LINE
      *  GOES TO; ITS RANGE IS IGNORED.  TWO TYPES SERVE THE LOAN
      *  BOOK, RANGED ON THE LOAN ACCOUNT NUMBERS: "L" NAMES THE GL
      *  ACCOUNT CARRYING THOSE LOANS' BALANCES AND "N" THE ONE
      *  TAKING THEIR INTEREST; LOANGLEXTRACT READS THEM.
      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *  2026-10-14  DL  ADDED THE LOAN TYPES "L" AND "N".
      *****************************************************************
       01  GL-MAP-RECORD.
           05  GLM-TRAN-TYPE           PIC X(01).
