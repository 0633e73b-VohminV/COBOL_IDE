      *****************************************************************
      *  LOCKCTL.CPY
      *  FILE LOCK REQUEST BLOCK (LOCKREGISTRY PARAMETER)
      *
      *  PASSED TO LOCKREGISTRY BY A PROGRAM THAT LOADS A FILE INTO A
      *  TABLE AND REWRITES IT IN FULL, SO TWO SESSIONS CANNOT WORK
      *  THE SAME FILE AT ONCE AND THE LAST WRITER WIPE THE OTHER'S
      *  CHANGES.  LCK-FUNCTION:
      *    "A"  ACQUIRE - TAKE THE FILE, UNLESS SOMEONE HOLDS IT
      *    "R"  RELEASE - DROP THE CALLER'S OWN LOCK ON THE FILE
      *    "Q"  QUERY   - SAY WHETHER THE FILE IS HELD, TAKING NOTHING
      *    "K"  CLEAR   - DROP THE LOCK WHOEVER HOLDS IT (SUPERVISOR)
      *  LCK-RESULT: "Y" GRANTED / RELEASED / FILE FREE, "N" THE FILE
      *  IS HELD (OR, ON A RELEASE OR CLEAR, WAS NOT) - WHEN IT IS
      *  HELD THE HOLDER'S PROGRAM, OPERATOR AND LOCK TIME COME BACK
      *  IN THE LCK-HELD- FIELDS AND LCK-MESSAGE CARRIES THE "IN USE
      *  BY" LINE READY TO DISPLAY.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  LOCK-CONTROL-BLOCK.
           05  LCK-FUNCTION            PIC X(01).
               88  Lck-Acquire             VALUE "A".
               88  Lck-Release             VALUE "R".
               88  Lck-Query               VALUE "Q".
               88  Lck-Clear               VALUE "K".
           05  LCK-FILE-NAME           PIC X(10).
           05  LCK-PROGRAM-ID          PIC X(20).
           05  LCK-OPERATOR-ID         PIC X(08).
           05  LCK-HELD-PROGRAM        PIC X(20).
           05  LCK-HELD-OPERATOR       PIC X(08).
           05  LCK-HELD-DATE           PIC X(10).
           05  LCK-HELD-TIME           PIC X(08).
           05  LCK-MESSAGE             PIC X(70).
           05  LCK-RESULT              PIC X(01).
               88  Lck-Granted             VALUE "Y".
               88  Lck-Refused             VALUE "N".
