       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockRegistry.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  THE FILE LOCK REGISTRY
      *                  (LOCKCTL BLOCK, FILLED IN BY THE CALLER).
      *                  ACCTMAINT, STANDINGORDERMAINT, OPERMAINT,
      *                  HOLDRELEASE AND EXCEPTIONREPAIR EACH LOAD A
      *                  FILE INTO A TABLE AND REWRITE IT IN FULL ON
      *                  EXIT, SO UNTIL NOW TWO SESSIONS ON THE SAME
      *                  FILE - OR A SCREEN LEFT OPEN ACROSS THE
      *                  NIGHTLY CLOSE - LOST WHICHEVER CHANGES WERE
      *                  SAVED FIRST WITHOUT A WORD.  A PROGRAM NOW
      *                  ACQUIRES ITS FILES HERE BEFORE IT LOADS THEM
      *                  AND RELEASES THEM WHEN IT HAS SAVED; A SECOND
      *                  PROGRAM ASKING FOR A HELD FILE IS REFUSED
      *                  WITH THE HOLDER AND THE TIME THE LOCK WAS
      *                  TAKEN.  EVERY CALLER GOES THROUGH THIS ONE
      *                  SUBPROGRAM, THE SAME WAY EVERY MAINTENANCE
      *                  FUNCTION WRITES THE AUDIT FILE THROUGH
      *                  AUDITWRITE, SO LOCKREG IS ONLY EVER KEPT ONE
      *                  WAY.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-REG-FILE ASSIGN TO "LOCKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LockRegStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-REG-FILE.
           COPY LOCKREC.

       WORKING-STORAGE SECTION.
       77  LockRegStatus        PIC XX VALUE "00".
           88  Lock-Reg-OK          VALUE "00".
           88  Lock-Reg-EOF         VALUE "10".
       77  MaxLocks             PIC 9(3) VALUE 100.
       77  LockCount            PIC 9(3) VALUE 0.
       77  LockIdx              PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  OverflowFlag         PIC X VALUE "N".
           88  Table-Overflowed     VALUE "Y".
       77  ChangedFlag          PIC X VALUE "N".
           88  Registry-Changed     VALUE "Y".
       77  TodayDate            PIC X(10) VALUE SPACES.
       77  NowTime              PIC X(08) VALUE SPACES.

       01  LockTable.
           05  LockEntry OCCURS 100 TIMES.
               10  LkFileName      PIC X(10).
               10  LkProgramId     PIC X(20).
               10  LkOperatorId    PIC X(08).
               10  LkLockDate      PIC X(10).
               10  LkLockTime      PIC X(08).

       LINKAGE SECTION.
           COPY LOCKCTL.

       PROCEDURE DIVISION USING LOCK-CONTROL-BLOCK.
       Main-Logic.
           MOVE SPACES TO LCK-HELD-PROGRAM
           MOVE SPACES TO LCK-HELD-OPERATOR
           MOVE SPACES TO LCK-HELD-DATE
           MOVE SPACES TO LCK-HELD-TIME
           MOVE SPACES TO LCK-MESSAGE
           MOVE "N" TO ChangedFlag
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO TodayDate
           STRING FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO NowTime

           PERFORM Load-Locks
           PERFORM Find-Lock

           EVALUATE TRUE
               WHEN Lck-Acquire
                   PERFORM Acquire-Lock
               WHEN Lck-Release
                   PERFORM Release-Lock
               WHEN Lck-Query
                   IF LockIdx > 0
                       PERFORM Report-Holder
                   ELSE
                       SET Lck-Granted TO TRUE
                   END-IF
               WHEN Lck-Clear
                   IF LockIdx > 0
                       PERFORM Report-Holder
                       PERFORM Drop-Lock
                       SET Lck-Granted TO TRUE
                   ELSE
                       SET Lck-Refused TO TRUE
                       MOVE SPACES TO LCK-MESSAGE
                       STRING FUNCTION TRIM(LCK-FILE-NAME)
                              " is not locked."
                           DELIMITED BY SIZE INTO LCK-MESSAGE
                   END-IF
               WHEN OTHER
                   SET Lck-Refused TO TRUE
                   MOVE "Unknown lock function." TO LCK-MESSAGE
           END-EVALUATE

           IF Registry-Changed
               PERFORM Save-Locks
           END-IF

           GOBACK.

      *****************************************************************
      *  LOAD-LOCKS
      *  READS THE WHOLE REGISTRY INTO THE WORK TABLE.  NO REGISTRY
      *  ON FILE MEANS NOTHING IS LOCKED.  A REGISTRY BIGGER THAN THE
      *  TABLE SETS Table-Overflowed, AND NO NEW LOCK IS GRANTED -
      *  THE FULL-REWRITE SAVE WOULD DROP THE UNREAD ROWS.
      *****************************************************************
       Load-Locks.
           MOVE 0 TO LockCount
           MOVE "N" TO OverflowFlag
           MOVE "00" TO LockRegStatus
           OPEN INPUT LOCK-REG-FILE
           IF Lock-Reg-OK
               PERFORM UNTIL Lock-Reg-EOF
                   READ LOCK-REG-FILE
                       AT END
                           SET Lock-Reg-EOF TO TRUE
                       NOT AT END
                           IF LockCount < MaxLocks
                               ADD 1 TO LockCount
                               MOVE LR-FILE-NAME
                                   TO LkFileName(LockCount)
                               MOVE LR-PROGRAM-ID
                                   TO LkProgramId(LockCount)
                               MOVE LR-OPERATOR-ID
                                   TO LkOperatorId(LockCount)
                               MOVE LR-LOCK-DATE
                                   TO LkLockDate(LockCount)
                               MOVE LR-LOCK-TIME
                                   TO LkLockTime(LockCount)
                           ELSE
                               SET Table-Overflowed TO TRUE
                               SET Lock-Reg-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-REG-FILE
           END-IF
           MOVE "00" TO LockRegStatus.

      *****************************************************************
      *  FIND-LOCK
      *  THE TABLE SLOT HOLDING A LOCK ON LCK-FILE-NAME, OR ZERO.
      *****************************************************************
       Find-Lock.
           MOVE 0 TO LockIdx
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LockCount
               IF LkFileName(K) = LCK-FILE-NAME
                   MOVE K TO LockIdx
               END-IF
           END-PERFORM.

      *****************************************************************
      *  ACQUIRE-LOCK
      *  GRANTS THE FILE TO THE CALLER UNLESS ANY LOCK IS ON IT -
      *  EVEN ONE TAKEN BY THE SAME OPERATOR AND PROGRAM, WHICH IS
      *  EITHER A SECOND SESSION OR ONE THAT DIED, AND EITHER WAY
      *  NEEDS A PERSON TO LOOK AT IT.
      *****************************************************************
       Acquire-Lock.
           EVALUATE TRUE
               WHEN LockIdx > 0
                   PERFORM Report-Holder
               WHEN Table-Overflowed OR LockCount >= MaxLocks
                   SET Lck-Refused TO TRUE
                   MOVE "Lock registry is full - clear stale locks."
                       TO LCK-MESSAGE
               WHEN OTHER
                   ADD 1 TO LockCount
                   MOVE LCK-FILE-NAME   TO LkFileName(LockCount)
                   MOVE LCK-PROGRAM-ID  TO LkProgramId(LockCount)
                   MOVE LCK-OPERATOR-ID TO LkOperatorId(LockCount)
                   MOVE TodayDate       TO LkLockDate(LockCount)
                   MOVE NowTime         TO LkLockTime(LockCount)
                   MOVE "Y" TO ChangedFlag
                   SET Lck-Granted TO TRUE
           END-EVALUATE.

      *****************************************************************
      *  RELEASE-LOCK
      *  DROPS THE CALLER'S OWN LOCK.  A LOCK HELD BY ANOTHER PROGRAM
      *  OR OPERATOR IS LEFT ALONE - IT MAY HAVE BEEN CLEARED FROM
      *  UNDER THE CALLER AND TAKEN BY SOMEONE ELSE SINCE.
      *****************************************************************
       Release-Lock.
           IF LockIdx > 0
              AND LkProgramId(LockIdx) = LCK-PROGRAM-ID
              AND LkOperatorId(LockIdx) = LCK-OPERATOR-ID
               PERFORM Drop-Lock
               SET Lck-Granted TO TRUE
           ELSE
               SET Lck-Refused TO TRUE
               IF LockIdx > 0
                   PERFORM Report-Holder
               END-IF
           END-IF.

      *****************************************************************
      *  DROP-LOCK
      *  REMOVES THE SLOT IN LockIdx, CLOSING THE GAP.
      *****************************************************************
       Drop-Lock.
           PERFORM VARYING K FROM LockIdx BY 1
                   UNTIL K >= LockCount
               MOVE LockEntry(K + 1) TO LockEntry(K)
           END-PERFORM
           SUBTRACT 1 FROM LockCount
           MOVE "Y" TO ChangedFlag.

      *****************************************************************
      *  REPORT-HOLDER
      *  HANDS BACK WHO HOLDS THE FILE IN LockIdx AND SINCE WHEN, AND
      *  BUILDS THE "IN USE BY" LINE - WITH THE DATE AS WELL WHEN THE
      *  LOCK WAS NOT TAKEN TODAY, WHICH USUALLY MEANS IT IS STALE.
      *****************************************************************
       Report-Holder.
           SET Lck-Refused TO TRUE
           MOVE LkProgramId(LockIdx)  TO LCK-HELD-PROGRAM
           MOVE LkOperatorId(LockIdx) TO LCK-HELD-OPERATOR
           MOVE LkLockDate(LockIdx)   TO LCK-HELD-DATE
           MOVE LkLockTime(LockIdx)   TO LCK-HELD-TIME
           MOVE SPACES TO LCK-MESSAGE
           IF LkLockDate(LockIdx) = TodayDate
               STRING FUNCTION TRIM(LCK-FILE-NAME)
                      " in use by " FUNCTION TRIM(LCK-HELD-OPERATOR)
                      " (" FUNCTION TRIM(LCK-HELD-PROGRAM) ")"
                      " since " LCK-HELD-TIME(1:5)
                   DELIMITED BY SIZE INTO LCK-MESSAGE
           ELSE
               STRING FUNCTION TRIM(LCK-FILE-NAME)
                      " in use by " FUNCTION TRIM(LCK-HELD-OPERATOR)
                      " (" FUNCTION TRIM(LCK-HELD-PROGRAM) ")"
                      " since " LCK-HELD-TIME(1:5)
                      " on " LCK-HELD-DATE
                   DELIMITED BY SIZE INTO LCK-MESSAGE
           END-IF.

      *****************************************************************
      *  SAVE-LOCKS
      *  REWRITES THE REGISTRY IN FULL FROM THE WORK TABLE.
      *****************************************************************
       Save-Locks.
           OPEN OUTPUT LOCK-REG-FILE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > LockCount
               MOVE LkFileName(K)   TO LR-FILE-NAME
               MOVE LkProgramId(K)  TO LR-PROGRAM-ID
               MOVE LkOperatorId(K) TO LR-OPERATOR-ID
               MOVE LkLockDate(K)   TO LR-LOCK-DATE
               MOVE LkLockTime(K)   TO LR-LOCK-TIME
               WRITE LOCK-REG-RECORD
           END-PERFORM
           CLOSE LOCK-REG-FILE
           MOVE "00" TO LockRegStatus.
