      *  SALEREC.CPY
      *  SALES HISTORY RECORD
      *
      *  ONE ROW PER DAY/STORE/DEPARTMENT FIGURE ENTERED, KEYED BY THE
      *  WEEK-ENDING DATE OF THE WEEK IT BELONGS TO.  APPENDED TO BY
      *  SALES-ANALYSIS EACH TIME A NEW WEEK IS ENTERED SO PAST WEEKS
      *  REMAIN AVAILABLE FOR COMPARISON AND VARIANCE REPORTING.
      *                  THE OLD WIDTH MUST BE CONVERTED (TWO LEADING
      *                  ZEROS ON THE AMOUNT) BEFORE THEY ARE READ
      *                  BACK.
      *  2026-10-15  DL  ADDED THE STORE CODE AT THE END OF THE ROW,
      *                  SO EACH SHOP'S TAKINGS STAY APART INSTEAD OF
      *                  BLENDING INTO ONE FIGURE.  ROWS WRITTEN BEFORE
      *                  THE CHANGE READ BACK WITH A BLANK STORE - THE
      *                  ORIGINAL SHOP - AND NEED NO CONVERSION.
      *  2026-10-15  DL  ADDED THE TENDER TYPE AND THE SALE/REFUND/
      *                  VOID INDICATOR FROM POSREC.  A CELL NOW HAS
      *                  ONE ROW PER TENDER AND KIND THAT TRADED, THE
      *                  AMOUNT ALWAYS POSITIVE; NET SALES ARE THE
      *                  SALES LESS THE REFUNDS AND VOIDS.  OLDER ROWS
      *                  READ AS CASH SALES.
      *****************************************************************
       01  SALES-HIST-RECORD.
           05  SH-WEEK-ENDING          PIC X(10).
           05  SH-DAY-INDEX            PIC 9(01).
           05  SH-DEPT-CODE            PIC X(04).
           05  SH-AMOUNT               PIC 9(07).
           05  SH-STORE-CODE           PIC X(04).
           05  SH-TENDER-TYPE          PIC X(01).
               88  Sh-Tender-Cash          VALUE "C" " ".
               88  Sh-Tender-Card          VALUE "D".
               88  Sh-Tender-Voucher       VALUE "V".
           05  SH-TRAN-KIND            PIC X(01).
               88  Sh-Is-Sale              VALUE "S" " ".
               88  Sh-Is-Refund            VALUE "R".
               88  Sh-Is-Void              VALUE "X".
