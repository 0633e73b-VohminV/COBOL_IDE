       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockMaint.

      *****************************************************************
      *  MODIFICATION HISTORY
      *  2026-10-15  DL  ORIGINAL PROGRAM.  SUPERVISOR SCREEN FOR THE
      *                  FILE LOCK REGISTRY (LOCKREG): LISTS EVERY LOCK
      *                  WITH THE FILE, THE PROGRAM AND OPERATOR
      *                  HOLDING IT AND WHEN IT WAS TAKEN, FLAGGING
      *                  ANY NOT TAKEN TODAY, AND CLEARS A LOCK LEFT
      *                  BEHIND BY A SESSION THAT DIED - OTHERWISE
      *                  THE FILE WOULD STAY REFUSED TO EVERY SCREEN
      *                  AND THE NIGHTLY CLOSE FOR GOOD.  THE CLEAR
      *                  GOES THROUGH LOCKREGISTRY LIKE EVERY OTHER
      *                  CHANGE TO THE REGISTRY, AND IS AUDITED
      *                  THROUGH AUDITWRITE WITH THE LOCK AS IT STOOD
      *                  AS THE BEFORE-IMAGE.  GATED ON SGN-OPER-AUTH
      *                  AT THE MENU LIKE THE OTHER SUPERVISOR
      *                  OPTIONS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-REG-FILE ASSIGN TO "LOCKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LockRegStatus.

           SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-REG-FILE.
           COPY LOCKREC.

       FD  BUS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.

       COPY RPTHDR.

       COPY AUDTREC.

       COPY SGNON.

       COPY LOCKCTL.

       77  LockRegStatus        PIC XX VALUE "00".
           88  Lock-Reg-OK          VALUE "00".
           88  Lock-Reg-EOF         VALUE "10".
       77  BusDateStatus        PIC XX VALUE "00".
           88  Bus-Date-OK          VALUE "00".
       77  BusinessDate         PIC X(10) VALUE SPACES.
       77  StampOperatorId      PIC X(08) VALUE SPACES.
       77  TodayDate            PIC X(10) VALUE SPACES.

       77  MaxLocks             PIC 9(3) VALUE 100.
       77  LockCount            PIC 9(3) VALUE 0.
       77  K                    PIC 9(3) VALUE 0.
       77  PickNo               PIC 9(3) VALUE 0.
       77  MenuChoice           PIC X VALUE SPACE.
       77  ConfirmChoice        PIC X VALUE SPACE.
       77  LoopFlag             PIC X VALUE "Y".
           88  Maint-Done           VALUE "N".
       77  StaleMark            PIC X(07) VALUE SPACES.

       01  LockTable.
           05  LockEntry OCCURS 100 TIMES.
               10  LkFileName      PIC X(10).
               10  LkProgramId     PIC X(20).
               10  LkOperatorId    PIC X(08).
               10  LkLockDate      PIC X(10).
               10  LkLockTime      PIC X(08).

       PROCEDURE DIVISION.
       Main-Logic.

           MOVE "FILE LOCKS"               TO RPT-HDR-PROGRAM
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
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO TodayDate
           PERFORM Load-Business-Date

           MOVE "Y" TO LoopFlag
           PERFORM UNTIL Maint-Done
               PERFORM Load-Locks
               PERFORM List-Locks
               DISPLAY " "
               DISPLAY "[C] Clear a lock"
               DISPLAY "[R] Refresh the list"
               DISPLAY "[X] Exit"
               DISPLAY "Enter choice: " WITH NO ADVANCING
               ACCEPT MenuChoice
               EVALUATE FUNCTION UPPER-CASE(MenuChoice)
                   WHEN "C"
                       PERFORM Clear-Lock
                   WHEN "R"
                       CONTINUE
                   WHEN "X"
                       MOVE "N" TO LoopFlag
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM

           DISPLAY RPT-FOOTER-RULE

           GOBACK.

      *****************************************************************
      *  LOAD-BUSINESS-DATE
      *  READS THE BUSINESS-DATE CONTROL FILE, FALLING BACK TO THE
      *  MACHINE DATE, SO EVERY AUDIT ROW CARRIES THE DAY THE CHANGE
      *  BELONGS TO.
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
               MOVE TodayDate TO BusinessDate
           END-IF.

      *****************************************************************
      *  LOAD-LOCKS
      *  READS THE REGISTRY AFRESH INTO THE TABLE FOR DISPLAY - IT
      *  IS NEVER WRITTEN FROM HERE, SO LOCKS TAKEN OR GIVEN BACK BY
      *  OTHER SESSIONS WHILE THE SCREEN IS OPEN ARE NOT LOST, AND
      *  ROWS PAST THE TABLE ARE SIMPLY NOT SHOWN.
      *****************************************************************
       Load-Locks.
           MOVE 0 TO LockCount
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
                               SET Lock-Reg-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-REG-FILE
           END-IF
           MOVE "00" TO LockRegStatus.

      *****************************************************************
      *  LIST-LOCKS
      *  EVERY LOCK UNDER ITS TABLE NUMBER.  A LOCK TAKEN ON AN
      *  EARLIER DAY IS MARKED STALE - NO SCREEN SESSION OR CLOSE
      *  SHOULD STILL BE RUNNING FROM YESTERDAY.
      *****************************************************************
       List-Locks.
           DISPLAY " "
           IF LockCount = 0
               DISPLAY "No files are locked."
           ELSE
               DISPLAY "     File        Program              Operator"
                       "  Taken"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > LockCount
                   IF LkLockDate(K) = TodayDate
                       MOVE SPACES TO StaleMark
                   ELSE
                       MOVE "(STALE)" TO StaleMark
                   END-IF
                   DISPLAY " [" K "] " LkFileName(K)
                           "  " LkProgramId(K)
                           " " LkOperatorId(K)
                           "  " LkLockDate(K)
                           " " LkLockTime(K)(1:5)
                           " " StaleMark
               END-PERFORM
               DISPLAY "Locks on file: " LockCount
           END-IF.

      *****************************************************************
      *  CLEAR-LOCK
      *  DROPS ONE LOCK AFTER A CONFIRMATION, THROUGH LOCKREGISTRY.
      *  THE SUPERVISOR IS WARNED FIRST: CLEARING THE LOCK OF A
      *  SESSION THAT IS STILL RUNNING LETS SOMEONE ELSE OPEN THE
      *  FILE UNDER IT.  THE AUDIT ROW CARRIES THE LOCK AS IT STOOD
      *  AND A BLANK AFTER-IMAGE.
      *****************************************************************
       Clear-Lock.
           IF LockCount = 0
               DISPLAY "Nothing to clear."
           ELSE
               DISPLAY "Lock number to clear (from the list): "
                   WITH NO ADVANCING
               ACCEPT PickNo
               IF PickNo < 1 OR PickNo > LockCount
                   DISPLAY "Invalid lock number."
               ELSE
                   DISPLAY "Only clear a lock whose session has died -"
                           " is " FUNCTION TRIM(LkOperatorId(PickNo))
                           " out of "
                           FUNCTION TRIM(LkProgramId(PickNo))
                           "? (Y/N): " WITH NO ADVANCING
                   ACCEPT ConfirmChoice
                   IF FUNCTION UPPER-CASE(ConfirmChoice) NOT = "Y"
                       DISPLAY "Lock left in place."
                   ELSE
                       MOVE "K" TO LCK-FUNCTION
                       MOVE LkFileName(PickNo) TO LCK-FILE-NAME
                       MOVE "LockMaint" TO LCK-PROGRAM-ID
                       MOVE StampOperatorId TO LCK-OPERATOR-ID
                       CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
                       IF Lck-Granted
                           PERFORM Write-Audit-Row
                           DISPLAY "Lock on "
                                   FUNCTION TRIM(LkFileName(PickNo))
                                   " cleared."
                       ELSE
                           DISPLAY FUNCTION TRIM(LCK-MESSAGE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-ROW
      *  APPENDS THE CLEAR TO THE CENTRAL AUDIT FILE THROUGH
      *  AUDITWRITE, KEYED ON THE FILE THAT WAS LOCKED.  THE
      *  BEFORE-IMAGE IS THE LOCK AS LOCKREGISTRY REPORTED IT JUST
      *  BEFORE DROPPING IT.
      *****************************************************************
       Write-Audit-Row.
           MOVE "LOCKREG" TO AUD-FILE-NAME
           MOVE SPACES TO AUD-KEY
           MOVE LCK-FILE-NAME TO AUD-KEY
           MOVE "CLEAR" TO AUD-ACTION
           MOVE SPACES TO AUD-BEFORE-IMAGE
           STRING LCK-FILE-NAME
                  LCK-HELD-PROGRAM
                  LCK-HELD-OPERATOR
                  LCK-HELD-DATE
                  LCK-HELD-TIME
               DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           MOVE StampOperatorId TO AUD-OPERATOR-ID
           MOVE BusinessDate TO AUD-BUS-DATE
           CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.
