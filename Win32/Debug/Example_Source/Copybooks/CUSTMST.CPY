      *****************************************************************
      *  CUSTMST.CPY
      *  CUSTOMER MASTER RECORD
      *
      *  ONE ROW PER CUSTOMER OF THE BANK - THE PERSON OR BUSINESS,
      *  AS DISTINCT FROM THE ACCOUNTS THEY HOLD.  CARRIES THE ONE
      *  AGREED SPELLING OF THE NAME, THE POSTAL ADDRESS STATEMENTS
      *  ARE MAILED TO AND THE CONTACT DETAILS.  THE ACCOUNTS A
      *  CUSTOMER HOLDS ARE LISTED ON THE CROSS-REFERENCE FILE
      *  (CUSTXREF.CPY).  MAINTAINED ONLY THROUGH CUSTMAINT, WHICH
      *  AUDITS EVERY CHANGE.  THE FILE IS INDEXED ON CUST-ID.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  THE CUSTOMER MASTER IS NOW INDEXED ON CUST-ID.
      *****************************************************************
       01  CUST-MAST-RECORD.
           05  CUST-ID                 PIC X(08).
           05  CUST-NAME               PIC X(25).
           05  CUST-ADDR-LINE-1        PIC X(30).
           05  CUST-ADDR-LINE-2        PIC X(30).
           05  CUST-TOWN               PIC X(20).
           05  CUST-POSTCODE           PIC X(08).
           05  CUST-PHONE              PIC X(15).
           05  CUST-EMAIL              PIC X(40).
           05  CUST-SINCE              PIC X(10).
