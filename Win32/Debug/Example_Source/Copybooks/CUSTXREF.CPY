      *****************************************************************
      *  CUSTXREF.CPY
      *  CUSTOMER / ACCOUNT CROSS-REFERENCE RECORD
      *
      *  ONE ROW PER ACCOUNT A CUSTOMER HOLDS.  AN ACCOUNT HAS AT
      *  MOST ONE PRIMARY HOLDER, WHOSE CUSTOMER-MASTER NAME IS THE
      *  NAME CARRIED ON ACCTMAST, AND MAY HAVE JOINT HOLDERS AS
      *  WELL; EACH HOLDER SEES THE ACCOUNT ON THEIR CONSOLIDATED
      *  VIEW AND STATEMENT.  MAINTAINED ONLY THROUGH CUSTMAINT.
      *  THE FILE IS INDEXED ON XREF-KEY (CUSTOMER, THEN ACCOUNT),
      *  WITH AN ALTERNATE KEY ON XREF-ACCOUNT-NO, DUPLICATES
      *  ALLOWED, FOR AN ACCOUNT'S HOLDERS.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  THE CROSS-REFERENCE IS NOW INDEXED.  CUSTOMER
      *                  AND ACCOUNT ARE GROUPED AS XREF-KEY, THE RECORD
      *                  KEY.
      *****************************************************************
       01  CUST-XREF-RECORD.
           05  XREF-KEY.
               10  XREF-CUST-ID        PIC X(08).
               10  XREF-ACCOUNT-NO     PIC X(10).
           05  XREF-ROLE               PIC X(01).
               88  Xref-Primary            VALUE "P".
               88  Xref-Joint              VALUE "J".
           05  XREF-LINKED-DATE        PIC X(10).
