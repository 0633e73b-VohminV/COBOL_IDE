      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  ADDED THE STORE CODE NOW THAT WE RUN MORE
      *                  THAN ONE SHOP - EACH TILL EXPORTS THE STORE IT
      *                  STANDS IN.  A ROW WITHOUT ONE (AN EXPORT
      *                  FROM BEFORE THE CHANGE) POSTS UNDER A BLANK
      *                  STORE, WHICH IS THE ORIGINAL SHOP.
      *  2026-10-15  DL  ADDED THE TENDER TYPE (CASH, CARD, VOUCHER)
      *                  AND A SALE/REFUND/VOID INDICATOR, SO REFUNDS
      *                  AND VOIDED SALES CAN BE FED IN - THE AMOUNT
      *                  STAYS UNSIGNED AND THE INDICATOR SAYS WHICH
      *                  WAY IT GOES.  BLANKS (AN OLDER EXPORT) READ
      *                  AS A CASH SALE.
      *****************************************************************
       01  POS-RECORD.
           05  POS-DATE                PIC X(10).
           05  POS-DEPT-CODE           PIC X(04).
           05  POS-AMOUNT              PIC 9(05).
           05  POS-STORE-CODE          PIC X(04).
           05  POS-TENDER-TYPE         PIC X(01).
               88  Pos-Tender-Cash         VALUE "C" " ".
               88  Pos-Tender-Card         VALUE "D".
               88  Pos-Tender-Voucher      VALUE "V".
               88  Pos-Tender-Valid        VALUE "C" "D" "V" " ".
           05  POS-TRAN-KIND           PIC X(01).
               88  Pos-Is-Sale             VALUE "S" " ".
               88  Pos-Is-Refund           VALUE "R".
               88  Pos-Is-Void             VALUE "X".
               88  Pos-Kind-Valid          VALUE "S" "R" "X" " ".
