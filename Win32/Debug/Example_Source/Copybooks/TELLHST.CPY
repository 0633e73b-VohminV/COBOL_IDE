      *****************************************************************
      *  TELLHST.CPY
      *  TELLER OVER/SHORT HISTORY RECORD
      *
      *  ONE ROW APPENDED TO TELLHIST BY THE TELLERBALANCE SIGN-OFF
      *  FOR EVERY DRAWER THAT DID NOT BALANCE THAT DAY - OVER,
      *  SHORT, OR NEVER COUNTED - WITH THE FIGURES BEHIND IT AND
      *  THE SUPERVISOR WHO SIGNED THE DAY OFF.  NEVER REWRITTEN, SO
      *  IT IS THE STANDING RECORD OF EACH OPERATOR'S OVERS AND
      *  SHORTS.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  TELLER-HIST-RECORD.
           05  TH-OPER-ID              PIC X(08).
           05  TH-BUS-DATE             PIC X(10).
           05  TH-OPEN-FLOAT           PIC 9(07)V99.
           05  TH-CASH-IN              PIC 9(09)V99.
           05  TH-CASH-OUT             PIC 9(09)V99.
           05  TH-EXPECTED             PIC S9(09)V99.
           05  TH-CLOSE-COUNT          PIC 9(09)V99.
           05  TH-DIFFERENCE           PIC S9(09)V99.
           05  TH-RESULT               PIC X(01).
               88  Th-Over                 VALUE "O".
               88  Th-Short                VALUE "S".
               88  Th-Not-Counted          VALUE "N".
           05  TH-SIGNOFF-ID           PIC X(08).
