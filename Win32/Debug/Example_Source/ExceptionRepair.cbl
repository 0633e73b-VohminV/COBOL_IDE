      *                  LOAD WOULD SILENTLY DELETE EVERY ROW PAST
      *                  THE 200TH.  ARCHIVE AND PRUNE THE FILE
      *                  FIRST, THEN WORK IT.
      *  2026-10-15  DL  TAKE TRANEXCP AND SUMREPOST ON THE LOCK
      *                  REGISTRY (LOCKREGISTRY) FOR THE SESSION AND
      *                  GIVE THEM BACK AT EXIT.  WHILE ANOTHER SESSION
      *                  OR THE NIGHTLY CLOSE HOLDS EITHER THE WORKBENCH
      *                  IS REFUSED WITH THE HOLDER AND THE TIME.  THE
      *                  LOCK CARRIES THE SIGNED-ON OPERATOR (SGNON).
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY SYSPARMW.

       COPY SGNON.

       COPY LOCKCTL.

       77  ExcpStatus           PIC XX VALUE "00".
           88  Excp-OK              VALUE "00".
           88  Excp-EOF             VALUE "10".
       77  RepostTranStatus     PIC XX VALUE "00".
           88  Repost-Tran-OK       VALUE "00".
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  LockRefusalText      PIC X(70) VALUE SPACES.

       77  MaxExceptions        PIC 9(3) VALUE 200.
       77  ExcpCount            PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       Main-Logic.

           MOVE 0 TO RETURN-CODE
           IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
               MOVE "*NOSIGN*" TO StampOperatorId
           ELSE
               MOVE SGN-OPER-ID TO StampOperatorId
           END-IF
           MOVE "EXCEPTION WORKBENCH"      TO RPT-HDR-PROGRAM
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
           PERFORM Load-Business-Date
           CALL "SysParmLoad" USING BusinessDate, SYS-PARMS-RESOLVED

           PERFORM Acquire-File-Locks
           IF Lck-Refused
               DISPLAY FUNCTION TRIM(LCK-MESSAGE)
               DISPLAY "Exception workbench not opened -"
                       " nothing changed."
               MOVE 8 TO RETURN-CODE
               DISPLAY RPT-FOOTER-RULE
               GOBACK
           END-IF

           PERFORM Load-Exceptions
           IF Table-Overflowed
               DISPLAY "TRANEXCP holds more rows than this workbench"
                       " can carry - nothing changed, so no row can"
                       " be lost.  Archive and prune the file first."
               MOVE 8 TO RETURN-CODE
               PERFORM Release-File-Locks
               GOBACK
           END-IF
           IF ExcpCount = 0
               DISPLAY "No exceptions on file - nothing to work."
               PERFORM Release-File-Locks
               GOBACK
           END-IF

               DISPLAY "Nothing changed - files left as they were."
           END-IF

           PERFORM Release-File-Locks
           DISPLAY RPT-FOOTER-RULE

           GOBACK.
           CLOSE REPOST-TRAN-FILE
           DISPLAY "Corrected entries written to SUMREPOST: "
                   RepostWritten.

      *****************************************************************
      *  ACQUIRE-FILE-LOCKS
      *  TAKES TRANEXCP AND SUMREPOST ON THE LOCK REGISTRY FOR THE
      *  SESSION, SO NO OTHER SESSION - AND NOT THE NIGHTLY CLOSE -
      *  CAN REWRITE EITHER UNDER THIS ONE.  BOTH OR NEITHER: WHEN
      *  THE SECOND IS HELD THE FIRST IS GIVEN BACK, AND Lck-Refused
      *  COMES BACK WITH THE HOLDER IN LCK-MESSAGE.
      *****************************************************************
       Acquire-File-Locks.
           MOVE "A" TO LCK-FUNCTION
           MOVE "TRANEXCP" TO LCK-FILE-NAME
           MOVE "ExceptionRepair" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           IF Lck-Granted
               MOVE "A" TO LCK-FUNCTION
               MOVE "SUMREPOST" TO LCK-FILE-NAME
               MOVE "ExceptionRepair" TO LCK-PROGRAM-ID
               MOVE StampOperatorId TO LCK-OPERATOR-ID
               CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
               IF Lck-Refused
                   MOVE LCK-MESSAGE TO LockRefusalText
                   MOVE "R" TO LCK-FUNCTION
                   MOVE "TRANEXCP" TO LCK-FILE-NAME
                   MOVE "ExceptionRepair" TO LCK-PROGRAM-ID
                   MOVE StampOperatorId TO LCK-OPERATOR-ID
                   CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
                   MOVE LockRefusalText TO LCK-MESSAGE
                   SET Lck-Refused TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *  RELEASE-FILE-LOCKS
      *  GIVES TRANEXCP AND SUMREPOST BACK ONCE THE SESSION HAS SAVED
      *  (OR HAS NOTHING TO SAVE).
      *****************************************************************
       Release-File-Locks.
           MOVE "R" TO LCK-FUNCTION
           MOVE "TRANEXCP" TO LCK-FILE-NAME
           MOVE "ExceptionRepair" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
           MOVE "R" TO LCK-FUNCTION
           MOVE "SUMREPOST" TO LCK-FILE-NAME
           MOVE "ExceptionRepair" TO LCK-PROGRAM-ID
           MOVE StampOperatorId TO LCK-OPERATOR-ID
           CALL "LockRegistry" USING LOCK-CONTROL-BLOCK.
