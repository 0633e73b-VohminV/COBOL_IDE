      *                  CONTROL DIVERTED LARGE POSTINGS INTO A FILE
      *                  NO SUPERVISOR COULD OPEN.  THE APPROVE AND
      *                  REFUSE NOTES STAY ON RECORD IN THE ARCHIVE.
      *  2026-10-14  DL  CARRY THE REVERSAL REFERENCE THROUGH THE WORK
      *                  TABLE, THE REWRITE AND BANKREPOST SO A HELD
      *                  REVERSAL STILL NAMES THE POSTING IT CANCELS
      *                  WHEN IT IS RELEASED; THE LIST SHOWS IT.  THE
      *                  ARCHIVE RECORD WIDENED FOR THE LONGER ROW.
      *  2026-10-14  DL  CARRY THE POSTING ORIGIN THE SAME WAY, SO A
      *                  RELEASED STANDING-ORDER POSTING IS STILL
      *                  MARKED AS ONE ON BANKREPOST.
      *  2026-10-15  DL  TAKE HELDPOST AND BANKREPOST ON THE LOCK
      *                  REGISTRY (LOCKREGISTRY) FOR THE SESSION AND
      *                  GIVE THEM BACK AT EXIT.  WHILE ANOTHER SESSION
      *                  OR THE NIGHTLY CLOSE HOLDS EITHER THE SCREEN IS
      *                  REFUSED WITH THE HOLDER AND THE TIME.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY BUSDATE.

       FD  ARCH-TARGET-FILE.
       01  ARCH-TARGET-RECORD          PIC X(160).

       FD  ARCH-REG-FILE.
           COPY ARCHREG.

       COPY SGNON.

       COPY LOCKCTL.

       77  HeldPostStatus       PIC XX VALUE "00".
           88  Held-Post-OK         VALUE "00".
           88  Held-Post-EOF        VALUE "10".
       77  ArchAlreadyFlag      PIC X VALUE "N".
           88  Arch-Already-Done    VALUE "Y".
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  LockRefusalText      PIC X(70) VALUE SPACES.

       77  MaxHeld              PIC 9(3) VALUE 200.
       77  HeldCount            PIC 9(3) VALUE 0.
               10  HldAdjFlag      PIC X(01).
               10  HldOrigDate     PIC X(10).
               10  HldAdjReason    PIC X(20).
               10  HldRevRef       PIC X(14).
               10  HldOrigin       PIC X(01).
               10  HldNewFlag      PIC X(01).

       PROCEDURE DIVISION.
           DISPLAY RPT-HEADER-RULE

           PERFORM Load-Business-Date

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Held postings not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-Held-Postings
           IF Table-Overflowed
               DISPLAY "HELDPOST holds more rows than this screen"
                       " can carry - nothing changed, so no item can"
                       " be lost.  Archive and prune the file first."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF HeldCount = 0
               DISPLAY "No held postings on file - nothing to"
                       " release."
               PERFORM Release-File-Locks
               GOBACK
           END-IF

               DISPLAY "Nothing changed - files left as they were."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.
                                   TO HldOrigDate(HeldCount)
                               MOVE HP-ADJ-REASON
                                   TO HldAdjReason(HeldCount)
                               MOVE HP-REV-REF
                                   TO HldRevRef(HeldCount)
                               MOVE HP-ORIGIN
                                   TO HldOrigin(HeldCount)
                               MOVE "N" TO HldNewFlag(HeldCount)
                           ELSE
                               MOVE "HELDPOST EXCEEDS MAXHELD."
                               " w/ " HldContraAcct(I)
                               " by " HldOperatorId(I)
                   ELSE
                   IF HldRevRef(I) NOT = SPACES
                       DISPLAY " [" I "] " HldAccountNo(I)
                               " " HldTypeCode(I)
                               " " PrintAmount
                               " " HldPostDate(I)
                               " rev " HldRevRef(I)
                               " by " HldOperatorId(I)
                   ELSE
                       DISPLAY " [" I "] " HldAccountNo(I)
                               " " HldTypeCode(I)
                               " " PrintAmount
                               " " HldPostDate(I)
                               " by " HldOperatorId(I)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
               MOVE HldAdjFlag(I)    TO HP-ADJ-FLAG
               MOVE HldOrigDate(I)   TO HP-ORIG-DATE
               MOVE HldAdjReason(I)  TO HP-ADJ-REASON
               MOVE HldRevRef(I)     TO HP-REV-REF
               MOVE HldOrigin(I)     TO HP-ORIGIN
               IF HldStatus(I) = "H"
                   ADD 1 TO LiveCount
                   WRITE HELD-POSTING-RECORD
                   MOVE HldAdjFlag(I)    TO TRAN-ADJ-FLAG
                   MOVE HldOrigDate(I)   TO TRAN-ORIG-DATE
                   MOVE HldAdjReason(I)  TO TRAN-ADJ-REASON
                   MOVE SPACES           TO TRAN-POST-REF
                   MOVE HldRevRef(I)     TO TRAN-REV-REF
                   MOVE SPACES           TO TRAN-REV-TYPE
                   MOVE HldOrigin(I)     TO TRAN-ORIGIN
                   WRITE TRAN-RECORD
               END-IF
           END-PERFORM
           CLOSE REPOST-FILE
           DISPLAY "Approved postings written to BANKREPOST: "
                   RepostWritten.

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES HELDPOST AND BANKREPOST ON THE LOCK REGISTRY FOR THE
      *  SESSION, SO NO OTHER SESSION - AND NOT THE NIGHTLY CLOSE -
      *  CAN REWRITE EITHER UNDER THIS ONE.  BOTH OR NEITHER: WHEN
      *  THE SECOND IS HELD THE FIRST IS GIVEN BACK, AND Lck-Refused
      *  COMES BACK WITH THE HOLDER IN LCK-MESSAGE.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "HELDPOST" TO LCK-FILE-NAME
           MOVE "HoldRelease" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           IF Lck-Granted
               MOVE "A" TO LCK-FUNCTION
               MOVE "BANKREPOST" TO LCK-FILE-NAME
               MOVE "HoldRelease" TO LCK-PROGRAM-ID
               MOVE StampOperatorId TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
               IF Lck-Refused
                   MOVE LCK-MESSAGE TO LockRefusalText
                   MOVE "R" TO LCK-FUNCTION
                   MOVE "HELDPOST" TO LCK-FILE-NAME
                   MOVE "HoldRelease" TO LCK-PROGRAM-ID
                   MOVE StampOperatorId TO LCK-OPERATOR-ID
                   CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
                   MOVE LockRefusalText TO LCK-MESSAGE
                   SET Lck-Refused TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES HELDPOST AND BANKREPOST BACK ONCE THE SESSION HAS SAVED
      *  (OR HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "HELDPOST" TO LCK-FILE-NAME
           MOVE "HoldRelease" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           MOVE "R" TO LCK-FUNCTION
           MOVE "BANKREPOST" TO LCK-FILE-NAME
           MOVE "HoldRelease" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
