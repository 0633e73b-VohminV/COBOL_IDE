*>                 DISCOVERED ONE ERROR PAGE AT A TIME.  WRITTEN IN
*>                 FREE SOURCE FORMAT LIKE CONSOLEBROWSER, WHOSE
*>                 BMKREC COPYBOOK IT SHARES.
*> 2026-10-15  DL  CARRY EACH LINK'S OWNER THROUGH THE REWRITE SO
*>                 THE SHARED AND PERSONAL LIBRARIES SURVIVE A RUN.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
01 LINK-CHECK.
    05 LINK-CHECK-ENTRY OCCURS 300 TIMES.
        10 PIC X(1).
01 LINK-OWNER.
    05 LINK-OWNER-ENTRY OCCURS 300 TIMES.
        10 PIC X(08).

01 WS-CMD                PIC X(200).
01 WS-CHOICE             PIC 999.
                            TO LINK-CAT-ENTRY(LINK-COUNT)
                        MOVE BM-CHECK-STATUS
                            TO LINK-CHECK-ENTRY(LINK-COUNT)
                        MOVE BM-OWNER-ID
                            TO LINK-OWNER-ENTRY(LINK-COUNT)
                    ELSE
                        SET BM-EOF TO TRUE
                    END-IF
        MOVE LINK-CAT-ENTRY(I)   TO BM-CATEGORY
        MOVE LINK-CHECK-ENTRY(I) TO BM-CHECK-STATUS
        MOVE TODAY-DATE          TO BM-LAST-CHECKED
        MOVE LINK-OWNER-ENTRY(I) TO BM-OWNER-ID
        WRITE BM-RECORD
    END-PERFORM
    CLOSE BOOKMARK-FILE.
