       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollectionsQueue.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL PROGRAM.  SUPERVISOR WORK SCREEN FOR
      *                  THE COLLECTIONS QUEUE OVERDRAFTMONITOR FILLS
      *                  WITH ACCOUNTS WHOSE OVERDRAFT BREACH RAN PAST
      *                  THE FINAL NOTICE: LISTS THE OPEN (OR ALL)
      *                  ITEMS WITH DAYS OVERDRAWN, BALANCE AND
      *                  WHETHER THE ACCOUNT HAS SINCE CURED, RECORDS
      *                  EACH CUSTOMER CONTACT WITH AN OUTCOME AND A
      *                  NOTE, AND SHOWS AN ITEM'S CONTACT HISTORY.  A
      *                  SETTLED OR REFERRED-TO-RECOVERY OUTCOME
      *                  CLOSES THE ITEM.  EVERY CONTACT IS APPENDED
      *                  TO COLLNOTE AND AUDITED THROUGH AUDITWRITE
      *                  WITH THE SIGNED-ON SUPERVISOR AND THE
      *                  BUSINESS DATE.  GATED ON SGN-OPER-AUTH AT THE
      *                  MENU.  THE QUEUE IS REWRITTEN IN FULL FROM
      *                  THE WORK TABLE AT EXIT, SO A QUEUE TOO BIG
      *                  FOR THE TABLE IS REFUSED WHOLE.
      *  2026-10-15  DL  TAKES COLLQUE ON THE LOCK REGISTRY FOR THE
      *                  SESSION AND REFUSES TO OPEN WHEN ANOTHER
      *                  SESSION OR THE NIGHTLY CLOSE HOLDS IT.  THE
      *                  ALL-ITEMS LIST NOW SHOWS ONLY ITEMS CLOSED
      *                  SINCE THE LAST OVERDRAFT MONITOR RUN - OLDER
      *                  CLOSED ITEMS ARE ON THE COLLARCH ARCHIVE.
      *  2026-10-15  DL  THE QUEUE-OVERFLOW EXIT NOW CLOSES THE REPORT
      *                  WITH THE FOOTER RULE LIKE EVERY OTHER EXIT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-QUEUE-FILE ASSIGN TO "COLLQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CollQueStatus.

           SELECT COLL-NOTE-FILE ASSIGN TO "COLLNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CollNoteStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  COLL-QUEUE-FILE.
           COPY COLLREC.

       FD  COLL-NOTE-FILE.
           COPY COLNREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  CollQueStatus        PIC XX VALUE "00".
           88  Coll-Que-OK          VALUE "00".
           88  Coll-Que-EOF         VALUE "10".
       77  CollNoteStatus       PIC XX VALUE "00".
           88  Coll-Note-OK         VALUE "00".
           88  Coll-Note-EOF        VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.

       77  MaxQueue             PIC 9(3) VALUE 500.
       77  QueueCount           PIC 9(3) VALUE 0.
       77  OpenCount            PIC 9(3) VALUE 0.
       77  NoteCount            PIC 9(5) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  PickNo               PIC 9(3) VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Maint-Done           VALUE "N".
       77  ChangedFlag          PIC X VALUE "N".
           88  Anything-Changed     VALUE "Y".
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  ShowAllFlag          PIC X VALUE "N".
           88  Show-All-Items       VALUE "Y".
       77  NewOutcome           PIC X VALUE SPACE.
           88  Outcome-Is-Valid     VALUE "P" "A" "N" "R" "S".
           88  Outcome-Closes       VALUE "R" "S".
       77  NewNote              PIC X(60).
       77  OutcomeText          PIC X(18).
       77  PrintBalance         PIC -(9)9.99.
       77  PrintLimit           PIC Z(6)9.99.

       01  QueueTable.
           05  QueueEntry OCCURS 500 TIMES.
               10  QueAccountNo    PIC X(10).
               10  QueCustName     PIC X(25).
               10  QueBranch       PIC X(04).
               10  QueQueuedDate   PIC X(10).
               10  QueDays         PIC 9(04).
               10  QueBalance      PIC S9(09)V99.
               10  QueLimit        PIC 9(07)V99.
               10  QueStatus       PIC X(01).
               10  QueCured        PIC X(01).
               10  QueOutcome      PIC X(01).
               10  QueLastContact  PIC X(10).
               10  QueOperatorId   PIC X(08).
               10  QueNote         PIC X(40).

       01  WorkImage.
           05  WorkImageAcct       PIC X(10).
           05  WorkImageQueued     PIC X(10).
           05  WorkImageDays       PIC 9(04).
           05  WorkImageStatus     PIC X(01).
           05  WorkImageCured      PIC X(01).
           05  WorkImageOutcome    PIC X(01).
           05  WorkImageContact    PIC X(10).
           05  WorkImageOperator   PIC X(08).
           05  WorkImageNote       PIC X(25).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "COLLECTIONS QUEUE"        TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           DISPLAY RPT-HEADER-RULE
           DISPLAY RPT-HEADER-TITLE
           DISPLAY RPT-HEADER-RULE

           MOVE 0 TO RETURN-CODE
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           PERFORM Load-Business-Date

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Collections queue not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-Queue
           IF Table-Overflowed
               DISPLAY "COLLQUE holds more items than this screen can"
                       " carry - nothing changed, so no contact can"
                       " be lost.  Split the file before working it."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF QueueCount = 0
               DISPLAY "Collections queue is empty - nothing to"
                       " work."
               DISPLAY RPT-FOOTER-RULE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           DISPLAY "Open items: " OpenCount "  of " QueueCount
                   " on file."

           MOVE "Y" TO LoopFlag
           MOVE "N" TO ChangedFlag
           PERFORM UNTIL Maint-Done
               DISPLAY " "
               DISPLAY "[L] List open items"
               DISPLAY "[A] List all items, recently closed included"
               DISPLAY "[W] Work an item - record a contact"
               DISPLAY "[H] Contact history for an item"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "L"
                       MOVE "N" TO ShowAllFlag
                       PERFORM List-Items
                   WHEN "A"
                       MOVE "Y" TO ShowAllFlag
                       PERFORM List-Items
                   WHEN "W"
                       PERFORM Work-Item
                   WHEN "H"
                       PERFORM Show-Contact-History
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           IF Anything-Changed
               PERFORM Save-Queue
           ELSE
               DISPLAY "Nothing changed - queue left as it was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY CONTACT AND AUDIT ROW CARRIES THE DAY
      *  IT BELONGS TO.
      *****************************************************************
       Load-Business-Date.
           MOVE SPACES TO BusinessDate
           OPEN INPUT BUS-DATE-FILE
           IF Bus-Date-OK
               READ BUS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-DATE TO BusinessDate
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF
           IF BusinessDate = SPACES
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO BusinessDate
           END-IF.

      *****************************************************************
      *  LOAD-QUEUE
      *  READS THE WHOLE QUEUE INTO THE WORK TABLE, COUNTING THE
      *  OPEN ITEMS.  A QUEUE BIGGER THAN THE TABLE SETS
      *  Table-Overflowed AND THE CALLER REFUSES TO WORK IT.
      *****************************************************************
       Load-Queue.
           MOVE 0 TO QueueCount
           MOVE 0 TO OpenCount
           MOVE "N" TO OverflowFlag
           OPEN INPUT COLL-QUEUE-FILE
           IF Coll-Que-OK
               PERFORM UNTIL Coll-Que-EOF
                   READ COLL-QUEUE-FILE
                       AT END
                           SET Coll-Que-EOF TO TRUE
                       NOT AT END
                           IF QueueCount < MaxQueue
                               ADD 1 TO QueueCount
                               PERFORM Copy-Queue-Row-In
                               IF Cq-Open
                                   ADD 1 TO OpenCount
                               END-IF
                           ELSE
                               MOVE SPACES TO RPT-ERR-TEXT
                               STRING "COLLECTIONS QUEUE EXCEEDS "
                                      "MAXQUEUE."
                                      DELIMITED BY SIZE
                                   INTO RPT-ERR-TEXT
                               DISPLAY RPT-ERROR-LINE
                               SET Table-Overflowed TO TRUE
                               SET Coll-Que-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLL-QUEUE-FILE
           END-IF.

      *****************************************************************
      *  COPY-QUEUE-ROW-IN
      *  ONE COLLQUE ROW INTO THE TABLE SLOT IN QueueCount.
      *****************************************************************
       Copy-Queue-Row-In.
           MOVE CQ-ACCOUNT-NO   TO QueAccountNo(QueueCount)
           MOVE CQ-CUST-NAME    TO QueCustName(QueueCount)
           MOVE CQ-BRANCH       TO QueBranch(QueueCount)
           MOVE CQ-QUEUED-DATE  TO QueQueuedDate(QueueCount)
           MOVE CQ-DAYS         TO QueDays(QueueCount)
           MOVE CQ-BALANCE      TO QueBalance(QueueCount)
           MOVE CQ-LIMIT        TO QueLimit(QueueCount)
           MOVE CQ-STATUS       TO QueStatus(QueueCount)
           MOVE CQ-CURED        TO QueCured(QueueCount)
           MOVE CQ-OUTCOME      TO QueOutcome(QueueCount)
           MOVE CQ-LAST-CONTACT TO QueLastContact(QueueCount)
           MOVE CQ-OPERATOR-ID  TO QueOperatorId(QueueCount)
           MOVE CQ-NOTE         TO QueNote(QueueCount).

      *****************************************************************
      *  LIST-ITEMS
      *  SHOWS THE OPEN ITEMS (OR EVERY ITEM WHEN Show-All-Items)
      *  UNDER THEIR TABLE NUMBERS SO THE SUPERVISOR CAN PICK ONE.
      *  A SECOND LINE CARRIES THE LAST CONTACT WHEN THERE IS ONE.
      *****************************************************************
       List-Items.
           DISPLAY " "
           DISPLAY "  No  Account    Branch Name                     "
                   "Days  Balance      Limit"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QueueCount
               IF Show-All-Items OR QueStatus(K) = "O"
                   MOVE QueBalance(K) TO PrintBalance
                   MOVE QueLimit(K) TO PrintLimit
                   DISPLAY " [" K "] " QueAccountNo(K)
                           " " QueBranch(K)
                           "   " QueCustName(K)
                           " " QueDays(K)
                           " " PrintBalance
                           " " PrintLimit
                   IF QueStatus(K) = "C"
                       DISPLAY "       CLOSED - queued "
                               QueQueuedDate(K)
                   ELSE
                       IF QueCured(K) = "Y"
                           DISPLAY "       Queued " QueQueuedDate(K)
                                   " - back inside its limit"
                       ELSE
                           DISPLAY "       Queued " QueQueuedDate(K)
                       END-IF
                   END-IF
                   IF QueLastContact(K) NOT = SPACES
                       MOVE QueOutcome(K) TO NewOutcome
                       PERFORM Set-Outcome-Text
                       DISPLAY "       Last contact " QueLastContact(K)
                               " " QueOperatorId(K)
                               " " OutcomeText
                       DISPLAY "       " QueNote(K)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Open items: " OpenCount "  of " QueueCount
                   " on file.".

      *****************************************************************
      *  WORK-ITEM
      *  RECORDS ONE CONTACT AGAINST AN OPEN ITEM: THE OUTCOME CODE
      *  AND A NOTE.  SETTLED (S) AND REFERRED-TO-RECOVERY (R) CLOSE
      *  THE ITEM; PROMISE TO PAY (P), ARRANGEMENT (A) AND NO CONTACT
      *  (N) LEAVE IT OPEN FOR THE NEXT CALL.  THE CONTACT GOES TO
      *  COLLNOTE AND THE AUDIT FILE STRAIGHT AWAY.
      *****************************************************************
       Work-Item.
           DISPLAY "Item number to work (from the list): "
               WITH NO ADVANCING
           ACCEPT PickNo
           IF PickNo < 1 OR PickNo > QueueCount
               DISPLAY "Invalid item number."
           ELSE
           IF QueStatus(PickNo) = "C"
               DISPLAY "Item is closed - nothing to work."
           ELSE
               DISPLAY "Outcome (P promise to pay/A arrangement/"
                       "N no contact/R refer to recovery/"
                       "S settled): " WITH NO ADVANCING
               ACCEPT NewOutcome
               MOVE FUNCTION UPPER-CASE(NewOutcome) TO NewOutcome
               IF NOT Outcome-Is-Valid
                   DISPLAY "Outcome must be P, A, N, R or S - "
                           "nothing recorded."
               ELSE
                   DISPLAY "Contact note: " WITH NO ADVANCING
                   ACCEPT NewNote
                   IF NewNote = SPACES
                       DISPLAY "A contact note is required - "
                               "nothing recorded."
                   ELSE
                       PERFORM Record-Contact
                   END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  RECORD-CONTACT
      *  APPLIES THE OUTCOME AND NOTE JUST KEYED TO THE ITEM IN
      *  PickNo, APPENDS THE CONTACT TO COLLNOTE AND AUDITS THE
      *  CHANGE WITH BEFORE AND AFTER IMAGES.
      *****************************************************************
       Record-Contact.
           PERFORM Build-Before-Image
           MOVE NewOutcome      TO QueOutcome(PickNo)
           MOVE BusinessDate    TO QueLastContact(PickNo)
           MOVE StampOperatorId TO QueOperatorId(PickNo)
           MOVE NewNote         TO QueNote(PickNo)
           IF Outcome-Closes
               MOVE "C" TO QueStatus(PickNo)
               SUBTRACT 1 FROM OpenCount
               MOVE "CLOSE" TO AUD-ACTION
           ELSE
               MOVE "CONTACT" TO AUD-ACTION
           END-IF
           MOVE "Y" TO ChangedFlag
           PERFORM Build-After-Image
           PERFORM Write-Audit-Row
           PERFORM Append-Contact-Note
           PERFORM Set-Outcome-Text
           IF Outcome-Closes
               DISPLAY "Contact recorded - " OutcomeText
                       " - item for " QueAccountNo(PickNo)
                       " closed."
           ELSE
               DISPLAY "Contact recorded - " OutcomeText
                       " - item for " QueAccountNo(PickNo)
                       " stays open."
           END-IF.

      *****************************************************************
      *  APPEND-CONTACT-NOTE
      *  ONE COLLNOTE ROW FOR THE CONTACT JUST RECORDED, CREATING
      *  THE FILE ON FIRST USE.
      *****************************************************************
       Append-Contact-Note.
           OPEN EXTEND COLL-NOTE-FILE
           IF NOT Coll-Note-OK
               CLOSE COLL-NOTE-FILE
               OPEN OUTPUT COLL-NOTE-FILE
           END-IF
           MOVE QueAccountNo(PickNo)  TO CN-ACCOUNT-NO
           MOVE QueQueuedDate(PickNo) TO CN-QUEUED-DATE
           MOVE BusinessDate          TO CN-CONTACT-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO CN-CONTACT-TIME
           MOVE NewOutcome            TO CN-OUTCOME
           MOVE StampOperatorId       TO CN-OPERATOR-ID
           MOVE NewNote               TO CN-NOTE
           WRITE COLL-NOTE-RECORD
           CLOSE COLL-NOTE-FILE.

      *****************************************************************
      *  SHOW-CONTACT-HISTORY
      *  LISTS EVERY COLLNOTE ROW FOR THE ITEM PICKED, OLDEST FIRST.
      *****************************************************************
       Show-Contact-History.
           DISPLAY "Item number (from the list): " WITH NO ADVANCING
           ACCEPT PickNo
           IF PickNo < 1 OR PickNo > QueueCount
               DISPLAY "Invalid item number."
           ELSE
               MOVE 0 TO NoteCount
               DISPLAY " "
               DISPLAY "Contacts for " QueAccountNo(PickNo)
                       " queued " QueQueuedDate(PickNo) ":"
               MOVE "00" TO CollNoteStatus
               OPEN INPUT COLL-NOTE-FILE
               IF Coll-Note-OK
                   PERFORM UNTIL Coll-Note-EOF
                       READ COLL-NOTE-FILE
                           AT END
                               SET Coll-Note-EOF TO TRUE
                           NOT AT END
                               IF CN-ACCOUNT-NO = QueAccountNo(PickNo)
                                  AND CN-QUEUED-DATE
                                      = QueQueuedDate(PickNo)
                                   PERFORM Show-One-Contact
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COLL-NOTE-FILE
               END-IF
               IF NoteCount = 0
                   DISPLAY "  No contacts recorded yet."
               END-IF
           END-IF.

      *****************************************************************
      *  SHOW-ONE-CONTACT
      *  ONE COLLNOTE ROW ON TWO LINES.
      *****************************************************************
       Show-One-Contact.
           ADD 1 TO NoteCount
           MOVE CN-OUTCOME TO NewOutcome
           PERFORM Set-Outcome-Text
           DISPLAY "  " CN-CONTACT-DATE " " CN-CONTACT-TIME
                   " " CN-OPERATOR-ID " " OutcomeText
           DISPLAY "    " CN-NOTE.

      *****************************************************************
      *  SET-OUTCOME-TEXT
      *  THE WORDS FOR THE OUTCOME CODE IN NewOutcome.
      *****************************************************************
       Set-Outcome-Text.
           EVALUATE NewOutcome
               WHEN "P"
                   MOVE "PROMISE TO PAY"     TO OutcomeText
               WHEN "A"
                   MOVE "ARRANGEMENT"        TO OutcomeText
               WHEN "N"
                   MOVE "NO CONTACT"         TO OutcomeText
               WHEN "R"
                   MOVE "REFERRED RECOVERY"  TO OutcomeText
               WHEN "S"
                   MOVE "SETTLED"            TO OutcomeText
               WHEN OTHER
                   MOVE SPACES               TO OutcomeText
           END-EVALUATE.

      *****************************************************************
      *  BUILD-BEFORE-IMAGE
      *  CAPTURES THE ITEM IN PickNo, AS IT STANDS, INTO THE AUDIT
      *  ROW'S BEFORE-IMAGE.
      *****************************************************************
       Build-Before-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WorkImage TO AUD-BEFORE-IMAGE.

      *****************************************************************
      *  BUILD-AFTER-IMAGE
      *  CAPTURES THE ITEM IN PickNo, AS CHANGED, INTO THE AUDIT
      *  ROW'S AFTER-IMAGE.
      *****************************************************************
       Build-After-Image.
           PERFORM Build-Work-Image
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE WorkImage TO AUD-AFTER-IMAGE.

      *****************************************************************
      *  BUILD-WORK-IMAGE
      *  THE WORKING FIELDS OF THE ITEM IN PickNo - KEY, DAYS,
      *  STATUS, CURED FLAG AND THE LAST CONTACT - IN ONE IMAGE THAT
      *  FITS THE AUDIT ROW.
      *****************************************************************
       Build-Work-Image.
           MOVE QueAccountNo(PickNo)   TO WorkImageAcct
           MOVE QueQueuedDate(PickNo)  TO WorkImageQueued
           MOVE QueDays(PickNo)        TO WorkImageDays
           MOVE QueStatus(PickNo)      TO WorkImageStatus
           MOVE QueCured(PickNo)       TO WorkImageCured
           MOVE QueOutcome(PickNo)     TO WorkImageOutcome
           MOVE QueLastContact(PickNo) TO WorkImageContact
           MOVE QueOperatorId(PickNo)  TO WorkImageOperator
           MOVE QueNote(PickNo)        TO WorkImageNote.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  FILLS IN THE COMMON AUDIT FIELDS AND APPENDS THE ROW TO THE
      *  CENTRAL AUDIT FILE THROUGH AUDITWRITE.  THE KEY IS THE
      *  ACCOUNT AND THE DATE IT WAS QUEUED - AN ACCOUNT CAN COME
      *  BACK TO THE QUEUE ON A LATER BREACH.
      *****************************************************************
       Write-Audit-Row.
           MOVE "COLLQUE" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           STRING QueAccountNo(PickNo)
                  QueQueuedDate(PickNo)
               DELIMITED BY SIZE INTO AUD-KEY
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

      *****************************************************************
      *  SAVE-QUEUE
      *  REWRITES THE COLLECTIONS QUEUE IN FULL FROM THE WORK TABLE,
      *  SO THE OUTCOMES RECORDED THIS SESSION STICK.
      *****************************************************************
       Save-Queue.
           OPEN OUTPUT COLL-QUEUE-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QueueCount
               MOVE QueAccountNo(K)   TO CQ-ACCOUNT-NO
               MOVE QueCustName(K)    TO CQ-CUST-NAME
               MOVE QueBranch(K)      TO CQ-BRANCH
               MOVE QueQueuedDate(K)  TO CQ-QUEUED-DATE
               MOVE QueDays(K)        TO CQ-DAYS
               MOVE QueBalance(K)     TO CQ-BALANCE
               MOVE QueLimit(K)       TO CQ-LIMIT
               MOVE QueStatus(K)      TO CQ-STATUS
               MOVE QueCured(K)       TO CQ-CURED
               MOVE QueOutcome(K)     TO CQ-OUTCOME
               MOVE QueLastContact(K) TO CQ-LAST-CONTACT
               MOVE QueOperatorId(K)  TO CQ-OPERATOR-ID
               MOVE QueNote(K)        TO CQ-NOTE
               WRITE COLL-QUEUE-RECORD
           END-PERFORM
           CLOSE COLL-QUEUE-FILE
           DISPLAY "Collections queue rewritten - " OpenCount
                   " open of " QueueCount " items.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES COLLQUE ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "COLLQUE" TO LCK-FILE-NAME
           MOVE "CollectionsQueue" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES COLLQUE BACK ONCE THE SESSION HAS SAVED THE QUEUE
      *  (OR HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "COLLQUE" TO LCK-FILE-NAME
           MOVE "CollectionsQueue" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
