      *  DEPTACC.CPY
      *  DEPARTMENT-TO-ACCOUNT CROSS-REFERENCE RECORD
      *
      *  ONE ROW PER STORE/DEPARTMENT PAIR, NAMING THE BANKING
      *  ACCOUNT ITS TAKINGS ARE DEPOSITED INTO.  READ BY
      *  RECONCILESALES TO MATCH EACH DAY'S STORE/DEPARTMENT SALES
      *  TOTALS FROM THE SALES HISTORY AGAINST THE CREDIT POSTINGS
      *  IN THE BANKING FILES.
      *  KEEP THE MAPPING ONE ACCOUNT PER PAIR - TWO PAIRS SHARING AN
      *  ACCOUNT CANNOT HAVE THEIR BANKINGS TOLD APART.
      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *                  SAYS WHOSE SALES THEY WERE.  A ROW WITHOUT
      *                  ONE STILL RECONCILES; ITS SALES JUST CANNOT
      *                  REACH THE LEDGER AND ARE CALLED OUT.
      *  2026-10-15  DL  ADDED THE STORE CODE SO EACH SHOP'S
      *                  DEPARTMENT BANKS TO, AND JOURNALS UNDER, ITS
      *                  OWN ACCOUNTS - A SHORT BANKING AT ONE SHOP CAN
      *                  NO LONGER HIDE BEHIND A SURPLUS AT ANOTHER.
      *                  AN OLD ROW WITHOUT ONE MAPS THE ORIGINAL
      *                  (BLANK) STORE.
      *  2026-10-15  DL  ADDED THE CARD SETTLEMENT ACCOUNT THE CARD
      *                  ACQUIRER CREDITS FOR THE PAIR'S CARD TAKINGS -
      *                  THEY NEVER PASS THROUGH THE BRANCH DEPOSIT,
      *                  SO ONLY CASH IS MATCHED TO DA-ACCOUNT-NO AND
      *                  CARD IS MATCHED HERE.  PAIRS SETTLED BY ONE
      *                  MERCHANT ACCOUNT NAME THE SAME ONE.
      *****************************************************************
       01  DEPT-ACCT-RECORD.
           05  DA-DEPT-CODE            PIC X(04).
           05  DA-ACCOUNT-NO           PIC X(10).
           05  DA-GL-ACCOUNT           PIC X(08).
           05  DA-STORE-CODE           PIC X(04).
           05  DA-CARD-ACCOUNT         PIC X(10).
