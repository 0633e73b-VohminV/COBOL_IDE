*>                 100-CHARACTER URLS ONE AT A TIME THROUGH
*>                 ADD-BOOKMARK IS WHY HALF THE DESK NEVER USED THE
*>                 TOOL.
*> 2026-10-15  DL  SHARED AND PERSONAL BOOKMARK LIBRARIES, TIED TO
*>                 THE OPERATOR SIGNED ON AT MAINMENU.  THE LISTING
*>                 SHOWS THE SHARED LIBRARY AND THEN THE OPERATOR'S
*>                 OWN; OTHER OPERATORS' PERSONAL LINKS ARE KEPT ON
*>                 FILE BUT NEVER SHOWN.  A TELLER ADDS, EDITS,
*>                 MOVES, DELETES AND IMPORTS ONLY PERSONAL LINKS; A
*>                 SUPERVISOR MAY ALSO MAINTAIN THE SHARED LIBRARY,
*>                 AND EVERY SHARED CHANGE IS AUDITED THROUGH
*>                 AUDITWRITE LIKE OTHER STANDING DATA.  EACH
*>                 HISTORY ROW RECORDS THE OPERATOR WHO OPENED THE
*>                 LINK, AND [H] SHOWS A TELLER ONLY THEIR OWN.
*> 2026-10-15  DL  BOOKMARK IS TAKEN ON THE LOCK REGISTRY FOR THE
*>                 SESSION; WHILE ANOTHER SESSION HOLDS IT THE LIST
*>                 OPENS READ-ONLY, SO NO SAVE CAN WIPE THE OTHER'S
*>                 CHANGES.  A CHANGED LINK TEXT IS AUDITED ON A
*>                 "TEXT" ROW OF ITS OWN, AND A URL TOO LONG FOR THE
*>                 AUDIT IMAGE IS CARRIED IN FULL ON "URL" ROWS.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.

COPY RPTHDR2.

COPY SGNON2.

COPY AUDTREC2.

COPY LOCKCTL2.

01 WS-CMD                PIC X(300).
01 WS-INPUT              PIC X(100).
01 WS-COMMAND            PIC X(10).
01 WS-NEW-TEXT           PIC X(50).
01 WS-NEW-URL            PIC X(100).
01 WS-OLD-URL            PIC X(100).
01 WS-OLD-TEXT           PIC X(50).
01 WS-EDIT-IDX           PIC 999.

01 BM-STATUS             PIC XX VALUE "00".
01 LINK-CHECKED.
    05 LINK-CHECKED-ENTRY OCCURS 300 TIMES.
        10 PIC X(10).
01 LINK-OWNER.
    05 LINK-OWNER-ENTRY OCCURS 300 TIMES.
        10 PIC X(08).

01 WS-OPER-ID            PIC X(08) VALUE SPACES.
01 WS-OPER-SUPER         PIC X VALUE "N".
    88 OPER-IS-SUPERVISOR    VALUE "Y".
01 WS-NEW-OWNER          PIC X(08) VALUE SPACES.
01 LIB-SCOPE             PIC X VALUE "B".
    88 LIB-SCOPE-SHARED      VALUE "S".
    88 LIB-SCOPE-PERSONAL    VALUE "P".
    88 LIB-SCOPE-BOTH        VALUE "B".
01 WS-SCOPE-IDX          PIC 999 VALUE 0.
01 LINK-IN-SCOPE         PIC X VALUE "N".
    88 LINK-IS-IN-SCOPE      VALUE "Y".
01 MAINT-ALLOWED         PIC X VALUE "N".
    88 MAINT-IS-ALLOWED      VALUE "Y".
01 WS-AUDIT-IMAGE        PIC X(70).
01 WS-AUDIT-URL          PIC X(100).
01 WS-URL-BEFORE         PIC X(100).
01 WS-URL-AFTER          PIC X(100).
01 BM-LOCK-FLAG          PIC X VALUE "N".
    88 BM-LOCK-HELD          VALUE "Y".
01 TODAY-DATE            PIC X(10).

01 WS-NEW-CAT            PIC X(20).
01 CAT-LIST-TABLE.
    MOVE 0 TO FILTER-LEN
    MOVE "N" TO CAT-FILTER-ACTIVE
    MOVE SPACES TO CAT-FILTER
    MOVE "B" TO LIB-SCOPE

    IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
        MOVE "*NOSIGN*" TO WS-OPER-ID
    ELSE
        MOVE SGN-OPER-ID TO WS-OPER-ID
    END-IF
    MOVE "N" TO WS-OPER-SUPER
    IF SGN-OPER-AUTH IS NUMERIC
        IF SGN-OPER-AUTH >= 2
            MOVE "Y" TO WS-OPER-SUPER
        END-IF
    END-IF
    MOVE SPACES TO TODAY-DATE
    STRING FUNCTION CURRENT-DATE(1:4) "-"
           FUNCTION CURRENT-DATE(5:2) "-"
           FUNCTION CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO TODAY-DATE

    PERFORM ACQUIRE-BOOKMARK-LOCK
    IF NOT BM-LOCK-HELD
        DISPLAY FUNCTION TRIM(LCK-MESSAGE)
        DISPLAY "Bookmarks open read-only - links can be opened but"
                " not added, changed or imported."
        DISPLAY "Press Enter to continue..."
        ACCEPT WS-INPUT
    END-IF

    PERFORM LOAD-BOOKMARKS

        DISPLAY "[A] Add   [E] Edit   [D] Delete   [M] Move category"
        DISPLAY "[B] Browse by category   [S] Search   [C] Clear filters"
        DISPLAY "[I] Import   [H] History   [X] Exit"
        IF OPER-IS-SUPERVISOR
            DISPLAY "Operator " WS-OPER-ID
                    " - shared and personal links may be maintained."
        ELSE
            DISPLAY "Operator " WS-OPER-ID
                    " - personal links may be maintained."
        END-IF
        DISPLAY RPT-FOOTER-RULE

        PERFORM DISPLAY-LINKS
        IF WS-COMMAND NOT = SPACES
                AND FUNCTION TRIM(WS-COMMAND) IS NUMERIC
            MOVE WS-COMMAND TO WS-CHOICE
            MOVE "N" TO LINK-IN-SCOPE
            IF WS-CHOICE >= 1 AND WS-CHOICE <= LINK-COUNT
                MOVE WS-CHOICE TO WS-SCOPE-IDX
                PERFORM CHECK-LINK-SCOPE
            END-IF
            IF LINK-IS-IN-SCOPE
                PERFORM OPEN-LINK
            ELSE
                DISPLAY "Invalid link number. Try again."
                    MOVE "N" TO CAT-FILTER-ACTIVE
                    MOVE SPACES TO CAT-FILTER
                WHEN "I"
                    IF BM-LOCK-HELD
                        PERFORM IMPORT-BOOKMARKS
                    ELSE
                        PERFORM SHOW-READ-ONLY
                    END-IF
                WHEN "H"
                    PERFORM VIEW-HISTORY
                WHEN "X"
        END-IF
    END-PERFORM

    IF BM-LOCK-HELD
        PERFORM RELEASE-BOOKMARK-LOCK
    END-IF
    DISPLAY "Goodbye!".
    GOBACK.

*> -----------------------------------------------------------------
*> DISPLAY-LINKS
*> LISTS THE SHARED LIBRARY AND THEN THE OPERATOR'S PERSONAL ONE,
*> EACH GROUPED BY CATEGORY.  WHEN A CATEGORY FILTER IS ACTIVE
*> ONLY THAT GROUP SHOWS; WHEN A SEARCH FILTER IS ACTIVE, ONLY
*> ENTRIES WHOSE TEXT CONTAINS THE FILTER ARE SHOWN.  LINKS KEEP
*> THEIR ORIGINAL NUMBER SO THEY CAN BE OPENED DIRECTLY.
*> -----------------------------------------------------------------
DISPLAY-LINKS.
    IF FILTER-IS-ACTIVE
        DISPLAY "Category: " CAT-DISPLAY
    END-IF
    MOVE 0 TO LINKS-SHOWN
    MOVE "S" TO LIB-SCOPE
    DISPLAY "== Shared library =="
    PERFORM DISPLAY-LIBRARY
    MOVE "P" TO LIB-SCOPE
    DISPLAY "== Personal library (" WS-OPER-ID ") =="
    PERFORM DISPLAY-LIBRARY
    MOVE "B" TO LIB-SCOPE
    IF LINKS-SHOWN = 0
        DISPLAY "  (no links match the current filters)"
    END-IF.

*> -----------------------------------------------------------------
*> DISPLAY-LIBRARY
*> LISTS THE LIBRARY NAMED BY LIB-SCOPE, CATEGORY BY CATEGORY.
*> -----------------------------------------------------------------
DISPLAY-LIBRARY.
    PERFORM BUILD-CATEGORY-LIST
    PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > CAT-LIST-COUNT
        IF NOT CAT-FILTER-IS-ACTIVE
    END-PERFORM
    IF CAT-LIST-OVERFLOWED AND NOT CAT-FILTER-IS-ACTIVE
        PERFORM DISPLAY-OTHER-CATEGORIES
    END-IF.

*> -----------------------------------------------------------------
*> CHECK-LINK-SCOPE
*> SETS LINK-IN-SCOPE FOR THE LINK IN WS-SCOPE-IDX: A SHARED LINK
*> (NO OWNER) IS IN THE SHARED LIBRARY, THE OPERATOR'S OWN LINK IN
*> THE PERSONAL ONE, AND ANOTHER OPERATOR'S PERSONAL LINK IN
*> NEITHER.  LIB-SCOPE "B" TAKES BOTH LIBRARIES.
*> -----------------------------------------------------------------
CHECK-LINK-SCOPE.
    MOVE "N" TO LINK-IN-SCOPE
    EVALUATE TRUE
        WHEN LINK-OWNER-ENTRY(WS-SCOPE-IDX) = SPACES
            IF NOT LIB-SCOPE-PERSONAL
                MOVE "Y" TO LINK-IN-SCOPE
            END-IF
        WHEN LINK-OWNER-ENTRY(WS-SCOPE-IDX) = WS-OPER-ID
            IF NOT LIB-SCOPE-SHARED
                MOVE "Y" TO LINK-IN-SCOPE
            END-IF
    END-EVALUATE.

*> -----------------------------------------------------------------
*> CHECK-MAINT-LINK
*> VALIDATES THE LINK NUMBER IN WS-EDIT-IDX FOR MAINTENANCE: IT
*> MUST BE A LINK THE OPERATOR CAN SEE, AND A SHARED LINK ONLY A
*> SUPERVISOR MAY CHANGE.  NOTHING MAY BE CHANGED WHILE THE
*> BOOKMARK FILE IS HELD BY ANOTHER SESSION.  RESULT IN
*> MAINT-ALLOWED.
*> -----------------------------------------------------------------
CHECK-MAINT-LINK.
    MOVE "N" TO MAINT-ALLOWED
    MOVE "N" TO LINK-IN-SCOPE
    MOVE "B" TO LIB-SCOPE
    IF WS-EDIT-IDX >= 1 AND WS-EDIT-IDX <= LINK-COUNT
        MOVE WS-EDIT-IDX TO WS-SCOPE-IDX
        PERFORM CHECK-LINK-SCOPE
    END-IF
    EVALUATE TRUE
        WHEN NOT BM-LOCK-HELD
            PERFORM SHOW-READ-ONLY
        WHEN NOT LINK-IS-IN-SCOPE
            DISPLAY "Invalid link number."
        WHEN LINK-OWNER-ENTRY(WS-EDIT-IDX) = SPACES
                AND NOT OPER-IS-SUPERVISOR
            MOVE "SHARED LINKS ARE MAINTAINED BY A SUPERVISOR - NOT CHANGED." TO RPT-ERR-TEXT
            DISPLAY RPT-ERROR-LINE
        WHEN OTHER
            MOVE "Y" TO MAINT-ALLOWED
    END-EVALUATE.

*> -----------------------------------------------------------------
*> CHOOSE-TARGET-LIBRARY
*> SETS WS-NEW-OWNER FOR A LINK BEING ADDED OR IMPORTED: A TELLER'S
*> LINKS ALWAYS GO TO THEIR PERSONAL LIBRARY; A SUPERVISOR IS ASKED
*> WHICH LIBRARY, PERSONAL BEING THE DEFAULT.
*> -----------------------------------------------------------------
CHOOSE-TARGET-LIBRARY.
    MOVE WS-OPER-ID TO WS-NEW-OWNER
    IF OPER-IS-SUPERVISOR
        DISPLAY "Library - [S] shared or [P] personal: "
        ACCEPT WS-COMMAND
        IF FUNCTION UPPER-CASE(WS-COMMAND(1:1)) = "S"
            MOVE SPACES TO WS-NEW-OWNER
        END-IF
    END-IF.

*> -----------------------------------------------------------------
*> BUILD-AUDIT-IMAGE
*> LAYS THE LINK IN WS-SCOPE-IDX OUT AS AN AUDIT IMAGE: ITS
*> CATEGORY, THEN AS MUCH OF THE URL AS FITS.  THE WHOLE URL IS
*> LEFT IN WS-AUDIT-URL SO WRITE-LINK-AUDIT CAN CARRY ONE THAT
*> DID NOT FIT.
*> -----------------------------------------------------------------
BUILD-AUDIT-IMAGE.
    MOVE SPACES TO WS-AUDIT-IMAGE
    STRING LINK-CAT-ENTRY(WS-SCOPE-IDX) " "
           LINK-URL-ENTRY(WS-SCOPE-IDX)
        DELIMITED BY SIZE INTO WS-AUDIT-IMAGE
    MOVE LINK-URL-ENTRY(WS-SCOPE-IDX) TO WS-AUDIT-URL.

*> -----------------------------------------------------------------
*> WRITE-LINK-AUDIT
*> WRITES THE AUDIT ROW THE CALLER HAS SET UP AND THEN, WHEN THE
*> BEFORE OR AFTER URL (WS-URL-BEFORE / WS-URL-AFTER) RAN PAST THE
*> 49 CHARACTERS LEFT BESIDE THE CATEGORY, THE URLS ON A "URL" ROW
*> OF THEIR OWN - AND ANYTHING PAST ITS 70TH CHARACTER ON A
*> "URL-MORE" ROW - SO NO PART OF A LONG URL IS LOST.
*> -----------------------------------------------------------------
WRITE-LINK-AUDIT.
    PERFORM WRITE-AUDIT-ROW
    IF WS-URL-BEFORE(50:51) NOT = SPACES
            OR WS-URL-AFTER(50:51) NOT = SPACES
        MOVE WS-URL-BEFORE(1:70) TO AUD-BEFORE-IMAGE
        MOVE WS-URL-AFTER(1:70)  TO AUD-AFTER-IMAGE
        MOVE "URL" TO AUD-ACTION
        PERFORM WRITE-AUDIT-ROW
        IF WS-URL-BEFORE(71:30) NOT = SPACES
                OR WS-URL-AFTER(71:30) NOT = SPACES
            MOVE SPACES TO AUD-BEFORE-IMAGE
            MOVE SPACES TO AUD-AFTER-IMAGE
            MOVE WS-URL-BEFORE(71:30) TO AUD-BEFORE-IMAGE
            MOVE WS-URL-AFTER(71:30)  TO AUD-AFTER-IMAGE
            MOVE "URL-MORE" TO AUD-ACTION
            PERFORM WRITE-AUDIT-ROW
        END-IF
    END-IF.

*> -----------------------------------------------------------------
*> ACQUIRE-BOOKMARK-LOCK
*> TAKES BOOKMARK ON THE LOCK REGISTRY FOR THE SESSION, SO NO OTHER
*> SESSION - AND NOT BOOKMARKUSAGE'S PRUNE - CAN REWRITE THE FILE
*> UNDER THIS ONE.  WHEN SOMEONE ELSE HOLDS IT THE SESSION RUNS
*> READ-ONLY, WITH THE HOLDER IN LCK-MESSAGE.
*> -----------------------------------------------------------------
ACQUIRE-BOOKMARK-LOCK.
    MOVE "N" TO BM-LOCK-FLAG
    MOVE "A" TO LCK-FUNCTION
    MOVE "BOOKMARK" TO LCK-FILE-NAME
    MOVE "ConsoleBrowser" TO LCK-PROGRAM-ID
    MOVE WS-OPER-ID TO LCK-OPERATOR-ID
    CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
    IF Lck-Granted
        MOVE "Y" TO BM-LOCK-FLAG
    END-IF.

*> -----------------------------------------------------------------
*> RELEASE-BOOKMARK-LOCK
*> GIVES BOOKMARK BACK AT THE END OF THE SESSION.
*> -----------------------------------------------------------------
RELEASE-BOOKMARK-LOCK.
    MOVE "R" TO LCK-FUNCTION
    MOVE "BOOKMARK" TO LCK-FILE-NAME
    MOVE "ConsoleBrowser" TO LCK-PROGRAM-ID
    MOVE WS-OPER-ID TO LCK-OPERATOR-ID
    CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
    MOVE "N" TO BM-LOCK-FLAG.

*> -----------------------------------------------------------------
*> SHOW-READ-ONLY
*> REFUSES A CHANGE WHILE ANOTHER SESSION HOLDS THE BOOKMARK FILE.
*> -----------------------------------------------------------------
SHOW-READ-ONLY.
    MOVE "BOOKMARK FILE IN USE ELSEWHERE - READ-ONLY, NOTHING CHANGED." TO RPT-ERR-TEXT
    DISPLAY RPT-ERROR-LINE.

*> -----------------------------------------------------------------
*> WRITE-AUDIT-ROW
*> FILLS IN THE COMMON AUDIT FIELDS - THE LINK TEXT IN WS-SCOPE-IDX
*> AS THE KEY - AND APPENDS THE ROW TO THE CENTRAL AUDIT FILE
*> THROUGH AUDITWRITE.  THE CALLER HAS SET THE ACTION AND IMAGES.
*> -----------------------------------------------------------------
WRITE-AUDIT-ROW.
    MOVE "BOOKMARK" TO AUD-FILE-NAME
    MOVE LINK-TEXT-ENTRY(WS-SCOPE-IDX) TO AUD-KEY
    MOVE WS-OPER-ID TO AUD-OPERATOR-ID
    MOVE TODAY-DATE TO AUD-BUS-DATE
    CALL "AuditWrite" USING AUDIT-TRAIL-RECORD.

*> -----------------------------------------------------------------
*> DISPLAY-OTHER-CATEGORIES
*> LISTS, UNDER ONE CATCH-ALL HEADER, EVERY LINK WHOSE CATEGORY DID
DISPLAY-OTHER-CATEGORIES.
    DISPLAY "-- (other categories) --"
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        MOVE I TO WS-SCOPE-IDX
        PERFORM CHECK-LINK-SCOPE
        MOVE "N" TO CAT-IN-LIST
        PERFORM VARYING WS-EDIT-IDX FROM 1 BY 1
                UNTIL WS-EDIT-IDX > CAT-LIST-COUNT
                MOVE "Y" TO CAT-IN-LIST
            END-IF
        END-PERFORM
        IF CAT-IN-LIST = "N" AND LINK-IS-IN-SCOPE
            MOVE 0 TO MATCH-COUNT
            IF FILTER-IS-ACTIVE
                MOVE FUNCTION UPPER-CASE(LINK-TEXT-ENTRY(I))

*> -----------------------------------------------------------------
*> BUILD-CATEGORY-LIST
*> COLLECTS THE DISTINCT CATEGORIES OF THE LINKS IN LIB-SCOPE, IN
*> FIRST-SEEN ORDER, FOR THE GROUPED LISTING AND THE CATEGORY MENU.
*> MORE
*> DISTINCT CATEGORIES THAN THE LIST HOLDS SETS THE OVERFLOW FLAG -
*> THE LISTING THEN GROUPS THE OVERFLOW LINKS UNDER A CATCH-ALL SO
*> NONE OF THEM DISAPPEARS.
    MOVE 0 TO CAT-LIST-COUNT
    MOVE "N" TO CAT-OVERFLOW
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        MOVE I TO WS-SCOPE-IDX
        PERFORM CHECK-LINK-SCOPE
        MOVE 0 TO CI
        PERFORM VARYING WS-EDIT-IDX FROM 1 BY 1
                UNTIL WS-EDIT-IDX > CAT-LIST-COUNT
                MOVE WS-EDIT-IDX TO CI
            END-IF
        END-PERFORM
        IF CI = 0 AND LINK-IS-IN-SCOPE
            IF CAT-LIST-COUNT < 50
                ADD 1 TO CAT-LIST-COUNT
                MOVE LINK-CAT-ENTRY(I)

*> -----------------------------------------------------------------
*> DISPLAY-ONE-CATEGORY
*> LISTS ONE CATEGORY'S HEADER AND THE LINKS UNDER IT, IN THE
*> LIBRARY IN LIB-SCOPE, THAT PASS THE SEARCH FILTER.
*> -----------------------------------------------------------------
DISPLAY-ONE-CATEGORY.
    MOVE CAT-LIST-ENTRY(CI) TO CAT-DISPLAY
    END-IF
    DISPLAY "-- " CAT-DISPLAY " --"
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        MOVE I TO WS-SCOPE-IDX
        PERFORM CHECK-LINK-SCOPE
        IF LINK-CAT-ENTRY(I) = CAT-LIST-ENTRY(CI) AND LINK-IS-IN-SCOPE
            MOVE 0 TO MATCH-COUNT
            IF FILTER-IS-ACTIVE
                MOVE FUNCTION UPPER-CASE(LINK-TEXT-ENTRY(I))

*> -----------------------------------------------------------------
*> BROWSE-BY-CATEGORY
*> SHOWS THE CATEGORY MENU (WITH LINK COUNTS) ACROSS BOTH OF THE
*> OPERATOR'S LIBRARIES AND SETS THE CATEGORY FILTER TO THE ONE
*> PICKED.  A BLANK ENTRY CLEARS THE FILTER.
*> -----------------------------------------------------------------
BROWSE-BY-CATEGORY.
    MOVE "B" TO LIB-SCOPE
    PERFORM BUILD-CATEGORY-LIST
    IF CAT-LIST-OVERFLOWED
        MOVE "MORE CATEGORIES THAN THE MENU CAN LIST - OVERFLOW SHOWN UNDER (other categories)." TO RPT-ERR-TEXT
        END-IF
        MOVE 0 TO MATCH-COUNT
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
            MOVE I TO WS-SCOPE-IDX
            PERFORM CHECK-LINK-SCOPE
            IF LINK-CAT-ENTRY(I) = CAT-LIST-ENTRY(CI)
                    AND LINK-IS-IN-SCOPE
                ADD 1 TO MATCH-COUNT
            END-IF
        END-PERFORM
*> -----------------------------------------------------------------
*> MOVE-BOOKMARK-CATEGORY
*> PROMPTS FOR A LINK NUMBER AND ITS NEW CATEGORY, AND SAVES THE
*> UPDATED LIST.  MOVING A SHARED LINK IS AUDITED.
*> -----------------------------------------------------------------
MOVE-BOOKMARK-CATEGORY.
    DISPLAY "Enter link number to move: "
    ACCEPT WS-EDIT-IDX
    PERFORM CHECK-MAINT-LINK
    IF MAINT-IS-ALLOWED
        DISPLAY "Enter new category: "
        ACCEPT WS-NEW-CAT
        MOVE WS-EDIT-IDX TO WS-SCOPE-IDX
        PERFORM BUILD-AUDIT-IMAGE
        MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
        MOVE WS-AUDIT-URL TO WS-URL-BEFORE
        MOVE WS-NEW-CAT TO LINK-CAT-ENTRY(WS-EDIT-IDX)
        PERFORM SAVE-BOOKMARKS
        IF LINK-OWNER-ENTRY(WS-EDIT-IDX) = SPACES
            PERFORM BUILD-AUDIT-IMAGE
            MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE
            MOVE WS-AUDIT-URL TO WS-URL-AFTER
            MOVE "MOVE" TO AUD-ACTION
            PERFORM WRITE-LINK-AUDIT
        END-IF
        DISPLAY "Link moved."
    END-IF.

*> -----------------------------------------------------------------

*> -----------------------------------------------------------------
*> LOG-LAUNCH
*> APPENDS THE LINK JUST OPENED, WITH THE CURRENT DATE AND TIME AND
*> THE OPERATOR WHO OPENED IT, TO THE HISTORY FILE.
*> -----------------------------------------------------------------
LOG-LAUNCH.
    MOVE LINK-TEXT-ENTRY(WS-CHOICE) TO HIST-TEXT
    MOVE LINK-URL-ENTRY(WS-CHOICE)  TO HIST-URL
    MOVE FUNCTION CURRENT-DATE(1:8) TO HIST-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO HIST-TIME
    MOVE WS-OPER-ID                 TO HIST-OPER-ID
    OPEN EXTEND HISTORY-FILE
    IF NOT HIST-OK
        CLOSE HISTORY-FILE
*> -----------------------------------------------------------------
*> VIEW-HISTORY
*> DISPLAYS THE MOST RECENT MAX-HISTORY-SHOWN ENTRIES FROM THE
*> HISTORY FILE - A SUPERVISOR SEES EVERYONE'S, WITH WHO OPENED
*> EACH LINK; A TELLER SEES ONLY THEIR OWN.
*> -----------------------------------------------------------------
VIEW-HISTORY.
    DISPLAY "Recent history:"
                AT END
                    SET HIST-EOF TO TRUE
                NOT AT END
                    IF OPER-IS-SUPERVISOR
                            OR HIST-OPER-ID = WS-OPER-ID
                        ADD 1 TO HIST-TOTAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
                AT END
                    SET HIST-EOF TO TRUE
                NOT AT END
                    IF OPER-IS-SUPERVISOR
                            OR HIST-OPER-ID = WS-OPER-ID
                        ADD 1 TO HIST-LINE-NO
                        IF HIST-LINE-NO > HIST-SKIP
                            DISPLAY "  " HIST-DATE " " HIST-TIME
                                    " " HIST-OPER-ID
                                    "  " HIST-TEXT "  " HIST-URL
                            ADD 1 TO HIST-SHOWN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
                        TO LINK-CHECK-ENTRY(LINK-COUNT)
                    MOVE BM-LAST-CHECKED
                        TO LINK-CHECKED-ENTRY(LINK-COUNT)
                    MOVE BM-OWNER-ID
                        TO LINK-OWNER-ENTRY(LINK-COUNT)
            END-READ
        END-PERFORM
        CLOSE BOOKMARK-FILE
    ELSE
        DISPLAY "No bookmark file present - starting with defaults."
        PERFORM SEED-DEFAULT-BOOKMARKS
        IF BM-LOCK-HELD
            PERFORM SAVE-BOOKMARKS
        END-IF
    END-IF.

*> -----------------------------------------------------------------
*> SEED-DEFAULT-BOOKMARKS
*> THE ORIGINAL FIVE STARTER LINKS, USED ONLY WHEN NO BOOKMARK FILE
*> HAS BEEN SAVED YET.  THEY GO INTO THE SHARED LIBRARY.
*> -----------------------------------------------------------------
SEED-DEFAULT-BOOKMARKS.
    MOVE SPACES TO LINK-OWNER
    MOVE "Google"                      TO LINK-TEXT-ENTRY(1)
    MOVE "https://www.google.com"      TO LINK-URL-ENTRY(1)
    MOVE "SEARCH"                      TO LINK-CAT-ENTRY(1)
        MOVE LINK-CAT-ENTRY(I)  TO BM-CATEGORY
        MOVE LINK-CHECK-ENTRY(I)   TO BM-CHECK-STATUS
        MOVE LINK-CHECKED-ENTRY(I) TO BM-LAST-CHECKED
        MOVE LINK-OWNER-ENTRY(I)   TO BM-OWNER-ID
        WRITE BM-RECORD
    END-PERFORM
    CLOSE BOOKMARK-FILE.
*> -----------------------------------------------------------------
*> ADD-BOOKMARK
*> PROMPTS FOR A NEW LINK'S TEXT AND URL, APPENDS IT TO THE LINK
*> TABLE, AND SAVES THE UPDATED LIST.  THE LINK GOES TO THE
*> OPERATOR'S PERSONAL LIBRARY, OR FOR A SUPERVISOR TO THE SHARED
*> ONE IF CHOSEN - A SHARED ADD IS AUDITED.
*> -----------------------------------------------------------------
ADD-BOOKMARK.
    IF NOT BM-LOCK-HELD
        PERFORM SHOW-READ-ONLY
    ELSE
    IF LINK-COUNT >= MAX-LINKS
        DISPLAY "Bookmark list is full."
    ELSE
        PERFORM CHOOSE-TARGET-LIBRARY
        DISPLAY "Enter link text: "
        ACCEPT WS-NEW-TEXT
        DISPLAY "Enter link URL: "
            MOVE WS-NEW-TEXT TO LINK-TEXT-ENTRY(LINK-COUNT)
            MOVE WS-NEW-URL  TO LINK-URL-ENTRY(LINK-COUNT)
            MOVE WS-NEW-CAT  TO LINK-CAT-ENTRY(LINK-COUNT)
            MOVE SPACE  TO LINK-CHECK-ENTRY(LINK-COUNT)
            MOVE SPACES TO LINK-CHECKED-ENTRY(LINK-COUNT)
            MOVE WS-NEW-OWNER TO LINK-OWNER-ENTRY(LINK-COUNT)
            PERFORM SAVE-BOOKMARKS
            IF WS-NEW-OWNER = SPACES
                MOVE LINK-COUNT TO WS-SCOPE-IDX
                PERFORM BUILD-AUDIT-IMAGE
                MOVE SPACES TO AUD-BEFORE-IMAGE
                MOVE SPACES TO WS-URL-BEFORE
                MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                MOVE WS-AUDIT-URL TO WS-URL-AFTER
                MOVE "ADD" TO AUD-ACTION
                PERFORM WRITE-LINK-AUDIT
            END-IF
        ELSE
            MOVE "LINK URL IS NOT A WELL-FORMED HTTP/HTTPS ADDRESS - NOT ADDED." TO RPT-ERR-TEXT
            DISPLAY RPT-ERROR-LINE
        END-IF
    END-IF
    END-IF.

*> -----------------------------------------------------------------
*> EDIT-BOOKMARK
*> PROMPTS FOR A LINK NUMBER AND REPLACES ITS TEXT AND URL.  EDITING
*> A SHARED LINK IS AUDITED - THE CATEGORY AND URL ON AN "EDIT" ROW
*> AND, WHEN THE LINK TEXT CHANGED, THE OLD AND NEW TEXT ON A "TEXT"
*> ROW OF ITS OWN.
*> -----------------------------------------------------------------
EDIT-BOOKMARK.
    DISPLAY "Enter link number to edit: "
    ACCEPT WS-EDIT-IDX
    PERFORM CHECK-MAINT-LINK
    IF MAINT-IS-ALLOWED
        DISPLAY "Enter new link text: "
        ACCEPT WS-NEW-TEXT
        DISPLAY "Enter new link URL: "
        ACCEPT WS-NEW-URL
        DISPLAY "Enter new category: "
        ACCEPT WS-NEW-CAT
        MOVE WS-EDIT-IDX TO WS-SCOPE-IDX
        PERFORM BUILD-AUDIT-IMAGE
        MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
        MOVE WS-AUDIT-URL TO WS-URL-BEFORE
        MOVE LINK-URL-ENTRY(WS-EDIT-IDX) TO WS-OLD-URL
        MOVE LINK-TEXT-ENTRY(WS-EDIT-IDX) TO WS-OLD-TEXT
        MOVE WS-NEW-URL TO LINK-URL-ENTRY(WS-EDIT-IDX)
        MOVE WS-EDIT-IDX TO WS-CHOICE
        PERFORM VALIDATE-URL
            MOVE WS-NEW-TEXT TO LINK-TEXT-ENTRY(WS-EDIT-IDX)
            MOVE WS-NEW-CAT  TO LINK-CAT-ENTRY(WS-EDIT-IDX)
            PERFORM SAVE-BOOKMARKS
            IF LINK-OWNER-ENTRY(WS-EDIT-IDX) = SPACES
                PERFORM BUILD-AUDIT-IMAGE
                MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                MOVE WS-AUDIT-URL TO WS-URL-AFTER
                MOVE "EDIT" TO AUD-ACTION
                PERFORM WRITE-LINK-AUDIT
                IF WS-NEW-TEXT NOT = WS-OLD-TEXT
                    MOVE SPACES TO AUD-BEFORE-IMAGE
                    MOVE SPACES TO AUD-AFTER-IMAGE
                    MOVE WS-OLD-TEXT TO AUD-BEFORE-IMAGE
                    MOVE WS-NEW-TEXT TO AUD-AFTER-IMAGE
                    MOVE "TEXT" TO AUD-ACTION
                    PERFORM WRITE-AUDIT-ROW
                END-IF
            END-IF
        ELSE
            MOVE WS-OLD-URL TO LINK-URL-ENTRY(WS-EDIT-IDX)
            MOVE "LINK URL IS NOT A WELL-FORMED HTTP/HTTPS ADDRESS - NOT UPDATED." TO RPT-ERR-TEXT
            DISPLAY RPT-ERROR-LINE
        END-IF
    END-IF.

*> -----------------------------------------------------------------
*> DELETE-BOOKMARK
*> PROMPTS FOR A LINK NUMBER, REMOVES IT AND CLOSES THE GAP IN THE
*> LINK TABLE.  DELETING A SHARED LINK IS AUDITED.
*> -----------------------------------------------------------------
DELETE-BOOKMARK.
    DISPLAY "Enter link number to delete: "
    ACCEPT WS-EDIT-IDX
    PERFORM CHECK-MAINT-LINK
    IF MAINT-IS-ALLOWED
        IF LINK-OWNER-ENTRY(WS-EDIT-IDX) = SPACES
            MOVE WS-EDIT-IDX TO WS-SCOPE-IDX
            PERFORM BUILD-AUDIT-IMAGE
            MOVE WS-AUDIT-IMAGE TO AUD-BEFORE-IMAGE
            MOVE WS-AUDIT-URL TO WS-URL-BEFORE
            MOVE SPACES TO AUD-AFTER-IMAGE
            MOVE SPACES TO WS-URL-AFTER
            MOVE "DELETE" TO AUD-ACTION
            PERFORM WRITE-LINK-AUDIT
        END-IF
        PERFORM VARYING I FROM WS-EDIT-IDX BY 1
                UNTIL I >= LINK-COUNT
            MOVE LINK-TEXT-ENTRY(I + 1) TO LINK-TEXT-ENTRY(I)
            MOVE LINK-CHECK-ENTRY(I + 1) TO LINK-CHECK-ENTRY(I)
            MOVE LINK-CHECKED-ENTRY(I + 1)
                TO LINK-CHECKED-ENTRY(I)
            MOVE LINK-OWNER-ENTRY(I + 1) TO LINK-OWNER-ENTRY(I)
        END-PERFORM
        SUBTRACT 1 FROM LINK-COUNT
        PERFORM SAVE-BOOKMARKS
    END-IF.

*> -----------------------------------------------------------------
*> LINK IS VALIDATED THROUGH THE SAME VALIDATE-URL CHECK AS A KEYED
*> ONE, AND A URL ALREADY ON THE TABLE IS MERGED (SKIPPED), SO THE
*> IMPORT CAN BE RERUN SAFELY.  THE ADDED/MERGED/REFUSED COUNTS ARE
*> REPORTED BEFORE SAVE-BOOKMARKS REWRITES THE FILE.  THE LINKS GO
*> TO THE LIBRARY CHOOSE-TARGET-LIBRARY PICKS, AS FOR A KEYED ADD.
*> -----------------------------------------------------------------
IMPORT-BOOKMARKS.
    MOVE 0 TO WS-IMP-LINES
    MOVE 0 TO WS-IMP-REFUSED
    MOVE "N" TO WS-IMP-FULL
    MOVE "IMPORTED" TO WS-IMP-CAT
    PERFORM CHOOSE-TARGET-LIBRARY
    MOVE "00" TO IMP-STATUS
    OPEN INPUT IMPORT-FILE
    IF NOT IMP-OK

*> -----------------------------------------------------------------
*> TAKE-ONE-IMPORT
*> THE ACTUAL MERGE FOR ONE EXTRACTED LINK: SKIP A URL THE OPERATOR
*> ALREADY HAS IN EITHER LIBRARY, STOP WHEN THE TABLE IS FULL,
*> VALIDATE THE URL THE SAME WAY ADD-BOOKMARK DOES, AND ADD THE
*> SURVIVORS UNDER THE CURRENT CATEGORY WITH A NEVER-CHECKED
*> REACHABILITY STATUS.  A LINK ADDED TO THE SHARED LIBRARY IS
*> AUDITED.
*> -----------------------------------------------------------------
TAKE-ONE-IMPORT.
    MOVE 0 TO WS-DUP-IDX
    MOVE "B" TO LIB-SCOPE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        MOVE I TO WS-SCOPE-IDX
        PERFORM CHECK-LINK-SCOPE
        IF LINK-URL-ENTRY(I) = WS-NEW-URL AND LINK-IS-IN-SCOPE
            MOVE I TO WS-DUP-IDX
        END-IF
    END-PERFORM
                MOVE WS-IMP-CAT  TO LINK-CAT-ENTRY(LINK-COUNT)
                MOVE SPACE  TO LINK-CHECK-ENTRY(LINK-COUNT)
                MOVE SPACES TO LINK-CHECKED-ENTRY(LINK-COUNT)
                MOVE WS-NEW-OWNER TO LINK-OWNER-ENTRY(LINK-COUNT)
                ADD 1 TO WS-IMP-ADDED
                IF WS-NEW-OWNER = SPACES
                    MOVE LINK-COUNT TO WS-SCOPE-IDX
                    PERFORM BUILD-AUDIT-IMAGE
                    MOVE SPACES TO AUD-BEFORE-IMAGE
                    MOVE SPACES TO WS-URL-BEFORE
                    MOVE WS-AUDIT-IMAGE TO AUD-AFTER-IMAGE
                    MOVE WS-AUDIT-URL TO WS-URL-AFTER
                    MOVE "ADD" TO AUD-ACTION
                    PERFORM WRITE-LINK-AUDIT
                END-IF
            ELSE
                ADD 1 TO WS-IMP-REFUSED
                DISPLAY "  refused (bad URL): " WS-NEW-URL
