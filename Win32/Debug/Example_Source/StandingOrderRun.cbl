      *                  MISSED DAYS CATCHES UP, ONE POSTING PER DUE
      *                  OCCURRENCE), WHICH IS ALSO WHAT KEEPS A
      *                  RERUN FROM GENERATING THE SAME PERIOD TWICE.
      *  2026-10-14  DL  THE GENERATED POSTING CARRIES THE NEW TRANREC
      *                  REFERENCE FIELDS, LEFT BLANK - THE POSTING
      *                  REFERENCE IS ISSUED BY BANKINGTRANSACTIONS.
      *  2026-10-14  DL  MARK EVERY GENERATED POSTING WITH ORIGIN "S"
      *                  SO THE DORMANCY SCAN CAN TELL A STANDING
      *                  ORDER FROM ACTIVITY THE CUSTOMER MADE.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  GEN-ADJ-FLAG            PIC X(01).
           05  GEN-ORIG-DATE           PIC X(10).
           05  GEN-ADJ-REASON          PIC X(20).
           05  GEN-POST-REF            PIC X(14).
           05  GEN-REV-REF             PIC X(14).
           05  GEN-REV-TYPE            PIC X(01).
           05  GEN-ORIGIN              PIC X(01).

       PROCEDURE DIVISION.
       Main-Logic.
               MOVE SPACES          TO GEN-ADJ-FLAG
               MOVE SPACES          TO GEN-ORIG-DATE
               MOVE SPACES          TO GEN-ADJ-REASON
               MOVE SPACES          TO GEN-POST-REF
               MOVE SPACES          TO GEN-REV-REF
               MOVE SPACES          TO GEN-REV-TYPE
               MOVE "S"             TO GEN-ORIGIN
               MOVE SPACES TO SO-WORK-RECORD
               MOVE GeneratedPosting TO SO-WORK-RECORD
               WRITE SO-WORK-RECORD
