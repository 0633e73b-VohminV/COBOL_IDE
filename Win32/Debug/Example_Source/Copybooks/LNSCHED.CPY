      *****************************************************************
      *  LNSCHED.CPY
      *  LOAN AMORTISATION SCHEDULE RECORD
      *
      *  ONE ROW PER INSTALMENT OF A LOAN, WRITTEN BY LOANSCHEDULE
      *  IN LOAN AND INSTALMENT ORDER: THE DUE DATE, THE INSTALMENT,
      *  ITS INTEREST AND PRINCIPAL SPLIT AND THE BALANCE LEFT AFTER
      *  IT.  LS-RAISED-DATE IS BLANK UNTIL LOANINSTALMENTRUN HAS
      *  RAISED THE INSTALMENT, WHICH IS WHAT KEEPS A RERUN FROM
      *  RAISING IT TWICE.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  LOAN-SCHED-RECORD.
           05  LS-ACCOUNT-NO           PIC X(10).
           05  LS-INST-NO              PIC 9(03).
           05  LS-DUE-DATE             PIC X(10).
           05  LS-INSTALMENT           PIC 9(07)V99.
           05  LS-INTEREST             PIC 9(07)V99.
           05  LS-PRINCIPAL            PIC 9(07)V99.
           05  LS-BALANCE              PIC 9(07)V99.
           05  LS-RAISED-DATE          PIC X(10).
