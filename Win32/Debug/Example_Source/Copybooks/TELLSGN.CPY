      *****************************************************************
      *  TELLSGN.CPY
      *  TELLER-BALANCING SIGN-OFF RECORD
      *
      *  ONE ROW APPENDED TO TELLSIGN WHEN A SUPERVISOR SIGNS OFF A
      *  BUSINESS DATE'S TELLER DRAWERS IN TELLERBALANCE: WHO, WHEN,
      *  HOW MANY DRAWERS AND HOW MANY OF THEM DID NOT BALANCE, AND
      *  THE NET OVER (+) OR SHORT (-) ACROSS THEM.  THE NIGHTLY
      *  CLOSE WILL NOT START FOR A BUSINESS DATE WITHOUT ONE.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  TELLER-SIGNOFF-RECORD.
           05  TS-BUS-DATE             PIC X(10).
           05  TS-SUPERVISOR-ID        PIC X(08).
           05  TS-SIGN-DATE            PIC X(10).
           05  TS-SIGN-TIME            PIC X(08).
           05  TS-DRAWERS              PIC 9(03).
           05  TS-UNBALANCED           PIC 9(03).
           05  TS-NET-DIFFERENCE       PIC S9(09)V99.
