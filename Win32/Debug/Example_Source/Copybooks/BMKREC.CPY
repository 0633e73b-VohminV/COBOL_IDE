*>                 BATCH RUN, SO THE LISTING CAN SHOW STALE ENTRIES
*>                 DISTINCTLY AND PRUNING WORKS FROM A REPORT
*>                 INSTEAD OF TRIAL AND ERROR.
*> 2026-10-15  DL  ADDED THE OWNER: BLANK FOR A LINK IN THE SHARED
*>                 LIBRARY EVERYONE SEES, OR THE OPERATOR ID WHOSE
*>                 PERSONAL LIBRARY IT BELONGS TO.  EVERY ROW
*>                 WRITTEN BEFORE THE CHANGE READS AS SHARED.
*> ----------------------------------------------------------------
01  BM-RECORD.
    05  BM-TEXT                 PIC X(50).
    05  BM-CATEGORY             PIC X(20).
    05  BM-CHECK-STATUS         PIC X(01).
    05  BM-LAST-CHECKED         PIC X(10).
    05  BM-OWNER-ID             PIC X(08).
