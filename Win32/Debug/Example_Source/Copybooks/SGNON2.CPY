*> ----------------------------------------------------------------
*> SGNON2.CPY
*> SIGNED-ON OPERATOR BLOCK (EXTERNAL) - FREE-FORMAT EQUIVALENT OF
*> SGNON.CPY, FOR PROGRAMS COMPILED IN FREE SOURCE FORMAT (WHERE
*> SGNON.CPY'S COLUMN-7 COMMENTS DO NOT PARSE).  IT NAMES THE SAME
*> EXTERNAL BLOCK, SO A FREE-FORMAT PROGRAM CALLED FROM MAINMENU
*> SEES THE OPERATOR SIGNED ON THERE.  SAME FIELDS, SAME LAYOUT -
*> KEEP THE TWO IN SYNC IF EITHER CHANGES.
*>
*> MODIFICATION HISTORY
*> 2026-10-15  DL  ORIGINAL COPYBOOK.
*> ----------------------------------------------------------------
01  SIGNON-OPERATOR EXTERNAL.
    05  SGN-OPER-ID             PIC X(08).
    05  SGN-OPER-NAME           PIC X(25).
    05  SGN-OPER-AUTH           PIC 9(01).
