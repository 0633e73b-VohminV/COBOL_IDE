      *****************************************************************
      *  LOCKREC.CPY
      *  FILE LOCK REGISTRY RECORD
      *
      *  ONE ROW ON LOCKREG FOR EVERY STANDING-DATA OR WORK FILE A
      *  PROGRAM HAS TAKEN FOR ITS OWN USE: THE FILE, THE PROGRAM AND
      *  OPERATOR HOLDING IT, AND WHEN THE LOCK WAS TAKEN.  THE ROW IS
      *  WRITTEN AND DROPPED ONLY THROUGH LOCKREGISTRY; A ROW LEFT
      *  BEHIND BY A SESSION THAT DIED IS CLEARED BY A SUPERVISOR IN
      *  LOCKMAINT.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  LOCK-REG-RECORD.
           05  LR-FILE-NAME            PIC X(10).
           05  LR-PROGRAM-ID           PIC X(20).
           05  LR-OPERATOR-ID          PIC X(08).
           05  LR-LOCK-DATE            PIC X(10).
           05  LR-LOCK-TIME            PIC X(08).
