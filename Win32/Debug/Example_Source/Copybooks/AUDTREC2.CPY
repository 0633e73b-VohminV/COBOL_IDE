*> ----------------------------------------------------------------
*> AUDTREC2.CPY
*> STANDING-DATA AUDIT-TRAIL RECORD - FREE-FORMAT EQUIVALENT OF
*> AUDTREC.CPY, FOR PROGRAMS COMPILED IN FREE SOURCE FORMAT THAT
*> PASS A ROW TO THE AUDITWRITE SUBPROGRAM.  SAME FIELDS, SAME
*> LAYOUT - KEEP THE TWO IN SYNC IF EITHER CHANGES.
*>
*> MODIFICATION HISTORY
*> 2026-10-15  DL  ORIGINAL COPYBOOK.
*> ----------------------------------------------------------------
01  AUDIT-TRAIL-RECORD.
    05  AUD-FILE-NAME           PIC X(10).
    05  AUD-KEY                 PIC X(24).
    05  AUD-ACTION              PIC X(08).
    05  AUD-BEFORE-IMAGE        PIC X(70).
    05  AUD-AFTER-IMAGE         PIC X(70).
    05  AUD-OPERATOR-ID         PIC X(08).
    05  AUD-BUS-DATE            PIC X(10).
