      *****************************************************************
      *  MJNREC.CPY
      *  MANUAL JOURNAL RECORD
      *
      *  ONE HEADER ROW ("H") PER JOURNAL FINANCE KEYS ON THE
      *  MANUALJOURNAL SCREEN, FOLLOWED BY ITS LINES ("L") IN GLJREC
      *  TERMS - GL ACCOUNT, DR/CR AND AMOUNT.  A JOURNAL IS KEYED
      *  PENDING ("P") UNDER THE KEYING OPERATOR AND STAYS SO UNTIL
      *  A SECOND OPERATOR WITH SUPERVISOR AUTHORITY APPROVES ("A")
      *  OR REJECTS ("R") IT; MJ-ACTIONED-BY/-DATE RECORD WHO AND
      *  WHEN.  AN APPROVED JOURNAL IS RELEASED INTO THE GLEXTR
      *  STREAM BY JOURNALRELEASE AT THE NEXT NIGHTLY CLOSE, WHICH
      *  STAMPS MJ-RELEASED-DATE WITH THE BUSINESS DATE ITS LINES
      *  CARRY.  A JOURNAL RELEASED OR REJECTED ON AN EARLIER
      *  BUSINESS DATE IS MOVED, HEADER AND LINES, TO THE JOURNAL
      *  HISTORY FILE (MJNHIST, SAME LAYOUT) BY JOURNALRELEASE, SO
      *  MANJRNL HOLDS ONLY THE LIVE JOURNALS; NONE IS EVER DELETED.
      *
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  RELEASED AND REJECTED JOURNALS NOW MOVE TO THE
      *                  MJNHIST HISTORY FILE AT THE NIGHTLY CLOSE.
      *****************************************************************
       01  MAN-JOURNAL-RECORD.
           05  MJ-JOURNAL-NO           PIC 9(06).
           05  MJ-REC-TYPE             PIC X(01).
               88  Mj-Is-Header            VALUE "H".
               88  Mj-Is-Line              VALUE "L".
           05  MJ-HEADER.
               10  MJ-STATUS           PIC X(01).
                   88  Mj-Pending          VALUE "P".
                   88  Mj-Approved         VALUE "A".
                   88  Mj-Rejected         VALUE "R".
               10  MJ-NARRATIVE        PIC X(40).
               10  MJ-KEYED-BY         PIC X(08).
               10  MJ-KEYED-DATE       PIC X(10).
               10  MJ-ACTIONED-BY      PIC X(08).
               10  MJ-ACTIONED-DATE    PIC X(10).
               10  MJ-RELEASED-DATE    PIC X(10).
               10  MJ-LINE-COUNT       PIC 9(03).
               10  MJ-TOTAL            PIC 9(11)V99.
               10  MJ-REJECT-REASON    PIC X(30).
           05  MJ-LINE REDEFINES MJ-HEADER.
               10  MJ-LINE-NO          PIC 9(03).
               10  MJ-GL-ACCOUNT       PIC X(08).
               10  MJ-DR-CR            PIC X(02).
               10  MJ-AMOUNT           PIC 9(09)V99.
               10  FILLER              PIC X(109).
