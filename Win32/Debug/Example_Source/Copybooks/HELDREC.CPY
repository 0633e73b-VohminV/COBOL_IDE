      *                  PRIOR-PERIOD CORRECTION KEEPS ITS ORIGINAL
      *                  EFFECTIVE DATE AND REASON THROUGH THE
      *                  HOLD-AND-RELEASE CYCLE.
      *  2026-10-14  DL  CARRY THE REVERSAL REFERENCE SO A HELD
      *                  REVERSAL STILL NAMES THE POSTING IT CANCELS
      *                  WHEN IT COMES BACK THROUGH BANKREPOST.
      *  2026-10-14  DL  CARRY THE POSTING ORIGIN SO A HELD STANDING-
      *                  ORDER POSTING IS STILL MARKED AS ONE WHEN IT
      *                  IS RELEASED.
      *****************************************************************
       01  HELD-POSTING-RECORD.
           05  HP-ACCOUNT-NO           PIC X(10).
           05  HP-ADJ-FLAG             PIC X(01).
           05  HP-ORIG-DATE            PIC X(10).
           05  HP-ADJ-REASON           PIC X(20).
           05  HP-REV-REF              PIC X(14).
           05  HP-ORIGIN               PIC X(01).
