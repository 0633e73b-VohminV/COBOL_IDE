      *                  FILE IS REWRITTEN IN FULL FROM THE WORK
      *                  TABLE AT EXIT, SO A FILE TOO BIG FOR THE
      *                  TABLE IS REFUSED WHOLE RATHER THAN TRUNCATED.
      *  2026-10-15  DL  TAKE STORDERS ON THE LOCK REGISTRY
      *                  (LOCKREGISTRY) FOR THE SESSION AND GIVE IT BACK
      *                  AT EXIT.  WHILE ANOTHER SESSION OR THE NIGHTLY
      *                  CLOSE HOLDS IT THE SCREEN IS REFUSED WITH THE
      *                  HOLDER AND THE TIME.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY LOCKCTL.

       77  StOrdStatus          PIC XX VALUE "00".
           88  St-Ord-OK            VALUE "00".
           88  St-Ord-EOF           VALUE "10".
           END-IF
           PERFORM Load-Business-Date

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Standing orders not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-Orders
           IF Table-Overflowed
               DISPLAY "STORDERS holds more rows than this screen can"
                       " carry - nothing changed, so no order can be"
                       " lost.  Split the file before working it."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF OrderCount = 0
               DISPLAY "Nothing changed - file left as it was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.
           CLOSE STANDING-ORDER-FILE
           DISPLAY "Standing-orders file rewritten - " OrderCount
                   " orders on file.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES STORDERS ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "STORDERS" TO LCK-FILE-NAME
           MOVE "StandingOrderMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES STORDERS BACK ONCE THE SESSION HAS SAVED (OR HAS NOTHING
      *  TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "STORDERS" TO LCK-FILE-NAME
           MOVE "StandingOrderMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
