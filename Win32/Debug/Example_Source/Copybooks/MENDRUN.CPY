      *****************************************************************
      *  MENDRUN.CPY
      *  MONTH-END JOB STREAM RUN BLOCK (EXTERNAL)
      *
      *  ONE EXTERNAL DATA BLOCK SHARED ACROSS THE RUN UNIT, LIKE
      *  SGNON.CPY: MAINMENU FILLS IT IN WHILE IT RUNS THE MONTH-END
      *  JOB STREAM, AND THE MONTH-END STEP PROGRAMS THAT NORMALLY
      *  PROMPT AN OPERATOR (ACCOUNTSTATEMENT, GENERALLEDGER,
      *  JOURNALSUMMARY, SALESYEAREND) TAKE THEIR MONTH FROM IT
      *  INSTEAD, SO THE STREAM RUNS WITHOUT ANYONE AT THE CONSOLE.
      *  MAINMENU CLEARS THE FLAG WHEN THE STREAM ENDS, SO THE SAME
      *  PROGRAMS PICKED FROM THE MENU PROMPT AS BEFORE; A PROGRAM
      *  RUN STANDALONE NEVER SEES IT SET.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  MONTH-END-RUN EXTERNAL.
           05  MER-UNATTENDED          PIC X(01).
               88  Month-End-Unattended    VALUE "Y".
           05  MER-MONTH               PIC X(07).
           05  MER-ROLL-YEAR           PIC X(04).
