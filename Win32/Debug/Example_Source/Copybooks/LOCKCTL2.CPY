*> ----------------------------------------------------------------
*> LOCKCTL2.CPY
*> FILE LOCK REQUEST BLOCK (LOCKREGISTRY PARAMETER) - FREE-FORMAT
*> EQUIVALENT OF LOCKCTL.CPY, FOR PROGRAMS COMPILED IN FREE SOURCE
*> FORMAT (WHERE LOCKCTL.CPY'S COLUMN-7 COMMENTS DO NOT PARSE).
*> SAME FIELDS, SAME LAYOUT AND THE SAME LCK-FUNCTION AND
*> LCK-RESULT CODES - SEE LOCKCTL.CPY FOR WHAT EACH MEANS.  KEEP
*> THE TWO IN SYNC IF EITHER CHANGES.
*>
*> MODIFICATION HISTORY
*> 2026-10-15  DL  ORIGINAL COPYBOOK.
*> ----------------------------------------------------------------
01  LOCK-CONTROL-BLOCK.
    05  LCK-FUNCTION            PIC X(01).
        88  Lck-Acquire             VALUE "A".
        88  Lck-Release             VALUE "R".
        88  Lck-Query               VALUE "Q".
        88  Lck-Clear               VALUE "K".
    05  LCK-FILE-NAME           PIC X(10).
    05  LCK-PROGRAM-ID          PIC X(20).
    05  LCK-OPERATOR-ID         PIC X(08).
    05  LCK-HELD-PROGRAM        PIC X(20).
    05  LCK-HELD-OPERATOR       PIC X(08).
    05  LCK-HELD-DATE           PIC X(10).
    05  LCK-HELD-TIME           PIC X(08).
    05  LCK-MESSAGE             PIC X(70).
    05  LCK-RESULT              PIC X(01).
        88  Lck-Granted             VALUE "Y".
        88  Lck-Refused             VALUE "N".
