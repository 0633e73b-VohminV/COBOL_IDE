*>
*> MODIFICATION HISTORY
*> 2026-08-09  DL  ORIGINAL COPYBOOK.
*> 2026-10-15  DL  ADDED THE OPERATOR WHO OPENED THE LINK (THE
*>                 SIGNED-ON ID, OR "*NOSIGN*" RUN STANDALONE).
*>                 OLDER ROWS CARRY NONE.
*> ----------------------------------------------------------------
01  HIST-RECORD.
    05  HIST-TEXT               PIC X(50).
    05  HIST-URL                PIC X(100).
    05  HIST-DATE               PIC X(10).
    05  HIST-TIME               PIC X(08).
    05  HIST-OPER-ID            PIC X(08).
