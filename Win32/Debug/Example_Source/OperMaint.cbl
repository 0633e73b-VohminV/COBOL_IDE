      *                  SHOWS ONE.  THE FILE IS REWRITTEN IN FULL
      *                  FROM THE WORK TABLE AT EXIT, SO A FILE TOO
      *                  BIG FOR THE TABLE IS REFUSED WHOLE.
      *  2026-10-15  DL  TAKE OPERATOR ON THE LOCK REGISTRY
      *                  (LOCKREGISTRY) FOR THE SESSION AND GIVE IT BACK
      *                  AT EXIT.  WHILE ANOTHER SESSION HOLDS IT THE
      *                  SCREEN IS REFUSED WITH THE HOLDER AND THE TIME.
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SGNON.

       COPY LOCKCTL.

       77  OperatorStatus       PIC XX VALUE "00".
           88  Operator-File-OK     VALUE "00".
           88  Operator-File-EOF    VALUE "10".
           END-IF
           PERFORM Load-Business-Date

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Operator admin not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-Operators
           IF Table-Overflowed
               DISPLAY "OPERATOR holds more rows than this screen can"
                       " carry - nothing changed, so no operator can"
                       " be lost."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF OperCount = 0
               DISPLAY "Nothing changed - file left as it was."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.
           CLOSE OPERATOR-FILE
           DISPLAY "Operator file rewritten - " OperCount
                   " operators on file.".

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES OPERATOR ON THE LOCK REGISTRY FOR THE SESSION, SO NO
      *  OTHER SESSION - AND NOT THE NIGHTLY CLOSE - CAN REWRITE IT
      *  UNDER THIS ONE.  Lck-Refused COMES BACK, WITH THE HOLDER IN
      *  LCK-MESSAGE, WHEN SOMEONE ELSE ALREADY HAS IT.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "OPERATOR" TO LCK-FILE-NAME
           MOVE "OperMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES OPERATOR BACK ONCE THE SESSION HAS SAVED (OR HAS NOTHING
      *  TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "OPERATOR" TO LCK-FILE-NAME
           MOVE "OperMaint" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
