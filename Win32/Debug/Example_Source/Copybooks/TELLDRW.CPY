      *****************************************************************
      *  TELLDRW.CPY
      *  TELLER CASH-DRAWER RECORD
      *
      *  ONE ROW PER TELLER FOR THE CURRENT BUSINESS DATE, KEPT ON
      *  TELLDRWR BY TELLERBALANCE.  THE TELLER KEYS THE OPENING
      *  FLOAT AND, AT END OF DAY, THE CLOSING CASH COUNT; THE
      *  PROGRAM WORKS OUT THE EXPECTED DRAWER - FLOAT, PLUS CASH
      *  TAKEN IN ON THE TELLER'S CASH CREDITS, LESS CASH PAID OUT ON
      *  THE CASH DEBITS, FROM THE DAY'S TRANSIN ENTRIES CARRYING THE
      *  TELLER'S OPERATOR ID - AND THE RESULT:
      *    B - BALANCED        O - OVER (COUNT ABOVE EXPECTED)
      *    S - SHORT           N - NOT YET COUNTED
      *  A TELLER WHO TOOK CASH BUT NEVER KEYED A FLOAT GETS A ROW
      *  WITH A ZERO FLOAT, SO NO CASH GOES UNACCOUNTED.  THE ROWS
      *  ARE FROZEN BY THE SUPERVISOR SIGN-OFF (TELLSIGN); THE
      *  NIGHTLY CLOSE LISTS ANY STILL NOT BALANCED ON RUNLOG.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  TELLER-DRAWER-RECORD.
           05  TD-OPER-ID              PIC X(08).
           05  TD-BUS-DATE             PIC X(10).
           05  TD-OPEN-FLOAT           PIC 9(07)V99.
           05  TD-CASH-IN              PIC 9(09)V99.
           05  TD-CASH-OUT             PIC 9(09)V99.
           05  TD-CASH-POSTINGS        PIC 9(05).
           05  TD-EXPECTED             PIC S9(09)V99.
           05  TD-COUNTED              PIC X(01).
               88  Td-Is-Counted           VALUE "Y".
           05  TD-CLOSE-COUNT          PIC 9(09)V99.
           05  TD-DIFFERENCE           PIC S9(09)V99.
           05  TD-RESULT               PIC X(01).
               88  Td-Balanced             VALUE "B".
               88  Td-Over                 VALUE "O".
               88  Td-Short                VALUE "S".
               88  Td-Not-Counted          VALUE "N".
           05  TD-KEYED-BY             PIC X(08).
