      *****************************************************************
      *  CASEREC.CPY
      *  CASH-MONITORING CASE RECORD
      *
      *  ONE ROW PER HIT THE NIGHTLY CASH MONITOR RAISES, APPENDED TO
      *  CASEFILE UNDER A RUNNING CASE NUMBER.  THE RULE THAT FIRED:
      *    L - ONE CASH CREDIT OR DEBIT ABOVE THE CASHLIMIT THRESHOLD
      *        (CASE-POST-REF NAMES THE POSTING)
      *    S - STRUCTURING: STRUCTCOUNT OR MORE CASH POSTINGS JUST
      *        UNDER THE THRESHOLD (WITHIN STRUCTPCT PERCENT OF IT)
      *        ON ONE ACCOUNT INSIDE STRUCTDAYS DAYS
      *    Q - SUDDEN ACTIVITY ON AN ACCOUNT WITH NO CUSTOMER
      *        ACTIVITY FOR QUIETDAYS DAYS, TODAY'S ACTIVITY AT
      *        LEAST QUIETAMT
      *  CASE-AMOUNT AND CASE-POSTINGS ARE THE POSTING (L), THE
      *  WINDOW'S NEAR-THRESHOLD POSTINGS (S) OR THE DAY'S ACTIVITY
      *  (Q).  A CASE STAYS OPEN UNTIL COMPLIANCE CLOSES IT ON THE
      *  CASEREVIEW SCREEN WITH A DISPOSITION AND A NOTE, STAMPED
      *  WITH THE OPERATOR AND THE BUSINESS DATE.  A CASE CLOSED
      *  MORE THAN CASEDAYS DAYS (SYSPARM) BEFORE THE BUSINESS DATE
      *  IS MOVED BY THE CASH MONITOR TO THE CASE HISTORY FILE
      *  (CASEHIST, SAME LAYOUT).
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  CLOSED CASES OLDER THAN CASEDAYS NOW MOVE TO
      *                  THE CASEHIST CASE HISTORY FILE.
      *****************************************************************
       01  CASE-RECORD.
           05  CASE-NO                 PIC 9(06).
           05  CASE-RULE               PIC X(01).
               88  Case-Large-Cash         VALUE "L".
               88  Case-Structuring        VALUE "S".
               88  Case-Quiet-Account      VALUE "Q".
           05  CASE-ACCOUNT-NO         PIC X(10).
           05  CASE-RAISED-DATE        PIC X(10).
           05  CASE-AMOUNT             PIC 9(09)V99.
           05  CASE-POSTINGS           PIC 9(03).
           05  CASE-POST-REF           PIC X(14).
           05  CASE-DETAIL             PIC X(40).
           05  CASE-STATUS             PIC X(01).
               88  Case-Open               VALUE "O".
               88  Case-Closed             VALUE "C".
           05  CASE-DISPOSITION        PIC X(01).
               88  Case-No-Action          VALUE "N".
               88  Case-Reported           VALUE "R".
               88  Case-False-Positive     VALUE "F".
           05  CASE-CLOSED-DATE        PIC X(10).
           05  CASE-OPERATOR-ID        PIC X(08).
           05  CASE-NOTE               PIC X(60).
