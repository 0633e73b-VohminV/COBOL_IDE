      *
      *  MODIFICATION HISTORY
      *  2026-09-02  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  CARRY THE POS RECORD'S STORE CODE.
      *  2026-10-15  DL  CARRY THE TENDER TYPE AND SALE/REFUND/VOID
      *                  INDICATOR - A BAD ONE IS NOW A REFUSAL REASON.
      *****************************************************************
       01  PEXC-RECORD.
           05  PEXC-DATE               PIC X(10).
           05  PEXC-AMOUNT             PIC 9(05).
           05  PEXC-REASON             PIC X(30).
           05  PEXC-OPERATOR-ID        PIC X(08).
           05  PEXC-STORE-CODE         PIC X(04).
           05  PEXC-TENDER-TYPE        PIC X(01).
           05  PEXC-TRAN-KIND          PIC X(01).
