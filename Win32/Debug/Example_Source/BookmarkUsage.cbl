IDENTIFICATION DIVISION.
PROGRAM-ID. BookmarkUsage.

*> ---------------------------------------------------------------
*> MODIFICATION HISTORY
*> 2026-10-15  DL  ORIGINAL PROGRAM.  USAGE ANALYSIS OF THE
*>                 BOOKMARK FILE AGAINST THE HISTORY LAUNCH LOG:
*>                 LAUNCH COUNTS PER LINK AND PER CATEGORY OVER A
*>                 CHOSEN DATE RANGE, THE LINKS NEVER OPENED OR NOT
*>                 OPENED IN N DAYS, AND THE HISTORY ROWS WHOSE URL
*>                 NO LONGER MATCHES ANY BOOKMARK.  WITH
*>                 BOOKMARKAUDIT'S REACHABILITY STATUS IT BUILDS A
*>                 PRUNING CANDIDATE LIST, WHICH A SUPERVISOR MAY
*>                 APPROVE FOR REMOVAL IN BULK OR ONE BY ONE - EACH
*>                 REMOVAL IS AUDITED THROUGH AUDITWRITE.  THE LIST
*>                 ONLY EVER GREW THROUGH ADD AND IMPORT; NOW IT HAS
*>                 A WAY TO SHRINK.  WRITTEN IN FREE SOURCE FORMAT
*>                 LIKE THE OTHER BOOKMARK PROGRAMS.
*> 2026-10-15  DL  A SUPERVISOR'S RUN TAKES BOOKMARK ON THE LOCK
*>                 REGISTRY BEFORE LOADING IT.  WHILE ANOTHER
*>                 SESSION HOLDS THE FILE THE REPORT IS STILL
*>                 PRODUCED BUT NO LINK IS OFFERED FOR REMOVAL.
*> ---------------------------------------------------------------

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BOOKMARK-FILE ASSIGN TO "BOOKMARK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BM-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "HISTORY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-STATUS.
    SELECT USAGE-RPT-FILE ASSIGN TO "USAGERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RPT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BOOKMARK-FILE.
    COPY BMKREC.

FD  HISTORY-FILE.
    COPY HISTREC.

FD  USAGE-RPT-FILE.
01  USAGE-RPT-RECORD         PIC X(160).

WORKING-STORAGE SECTION.

COPY RPTHDR2.

COPY SGNON2.

COPY AUDTREC2.

COPY LOCKCTL2.

01 BM-STATUS             PIC XX VALUE "00".
    88 BM-OK                 VALUE "00".
    88 BM-EOF                VALUE "10".
01 HIST-STATUS           PIC XX VALUE "00".
    88 HIST-OK               VALUE "00".
    88 HIST-EOF              VALUE "10".
01 RPT-STATUS            PIC XX VALUE "00".

01 MAX-LINKS             PIC 999 VALUE 300.
01 LINK-COUNT            PIC 999 VALUE 0.
01 I                     PIC 999.
01 J                     PIC 999.
01 K                     PIC 999.

01 LINK-TEXT.
    05 LINK-TEXT-ENTRY OCCURS 300 TIMES.
        10 PIC X(50).
01 LINK-URL.
    05 LINK-URL-ENTRY OCCURS 300 TIMES.
        10 PIC X(100).
01 LINK-CAT.
    05 LINK-CAT-ENTRY OCCURS 300 TIMES.
        10 PIC X(20).
01 LINK-CHECK.
    05 LINK-CHECK-ENTRY OCCURS 300 TIMES.
        10 PIC X(1).
01 LINK-CHECKED.
    05 LINK-CHECKED-ENTRY OCCURS 300 TIMES.
        10 PIC X(10).
01 LINK-OWNER.
    05 LINK-OWNER-ENTRY OCCURS 300 TIMES.
        10 PIC X(08).
01 LINK-LAUNCHES.
    05 LINK-LAUNCH-ENTRY OCCURS 300 TIMES PIC 9(5).
01 LINK-LAST-USED.
    05 LINK-LAST-USED-ENTRY OCCURS 300 TIMES.
        10 PIC X(8).
01 LINK-REMOVE.
    05 LINK-REMOVE-ENTRY OCCURS 300 TIMES.
        10 PIC X(1).

*> DISTINCT CATEGORIES WITH THEIR LINK AND LAUNCH COUNTS.
01 CAT-TALLY-COUNT       PIC 999 VALUE 0.
01 CAT-TALLY.
    05 CAT-TALLY-ENTRY OCCURS 300 TIMES.
        10 CAT-TALLY-NAME     PIC X(20).
        10 CAT-TALLY-LINKS    PIC 999.
        10 CAT-TALLY-LAUNCHES PIC 9(6).

*> DISTINCT HISTORY URLS THAT MATCH NO BOOKMARK.
01 ORPH-COUNT            PIC 999 VALUE 0.
01 ORPH-MORE             PIC 9(5) VALUE 0.
01 ORPH-TABLE.
    05 ORPH-ENTRY OCCURS 300 TIMES.
        10 ORPH-URL           PIC X(100).
        10 ORPH-TEXT          PIC X(50).
        10 ORPH-LAUNCHES      PIC 9(5).
        10 ORPH-LAST          PIC X(8).

*> THE PRUNING CANDIDATES, AS LINK NUMBERS, AND WHY EACH QUALIFIED.
01 CAND-COUNT            PIC 999 VALUE 0.
01 CAND-TABLE.
    05 CAND-ENTRY OCCURS 300 TIMES.
        10 CAND-LINK          PIC 999.
        10 CAND-REASON        PIC X(30).

01 FROM-DATE             PIC X(8) VALUE SPACES.
01 TO-DATE               PIC X(8) VALUE SPACES.
01 STALE-IN              PIC X(4) VALUE SPACES.
01 STALE-DAYS            PIC 9(4) VALUE 90.
01 TODAY-DATE            PIC X(10).
01 TODAY-YMD             PIC 9(8).
01 CUTOFF-INT            PIC 9(7).
01 CUTOFF-YMD            PIC 9(8).
01 CUTOFF-DATE           PIC X(8).
01 RANGE-TEXT            PIC X(40).
01 RANGE-FROM            PIC X(8).

01 OPER-ID               PIC X(08) VALUE SPACES.
01 OPER-SUPER            PIC X VALUE "N".
    88 OPER-IS-SUPERVISOR    VALUE "Y".
01 BM-LOCK-FLAG          PIC X VALUE "N".
    88 BM-LOCK-HELD          VALUE "Y".

01 HIST-LINK             PIC 999 VALUE 0.
01 OWNER-MATCH           PIC 999 VALUE 0.
01 SHARED-MATCH          PIC 999 VALUE 0.
01 ANY-MATCH             PIC 999 VALUE 0.
01 HIST-IN-RANGE         PIC X VALUE "N".
    88 HIST-IS-IN-RANGE      VALUE "Y".
01 LINK-IS-DEAD          PIC X VALUE "N".
    88 LINK-DEAD             VALUE "Y".
01 LINK-IS-UNUSED        PIC X VALUE "N".
    88 LINK-UNUSED           VALUE "Y".
01 APPROVE-CHOICE        PIC X(10) VALUE SPACES.
01 OWNER-TEXT            PIC X(10).
01 LAST-USED-TEXT        PIC X(8).

01 LAUNCH-TOTAL          PIC 9(6) VALUE 0.
01 NEVER-COUNT           PIC 999 VALUE 0.
01 STALE-COUNT           PIC 999 VALUE 0.
01 REMOVED-COUNT         PIC 999 VALUE 0.
01 KEPT-COUNT            PIC 999 VALUE 0.
01 RPT-LINE              PIC X(160).

PROCEDURE DIVISION.
MAIN-LOGIC.

    MOVE 0 TO RETURN-CODE
    MOVE "BOOKMARK USAGE"           TO RPT-HDR-PROGRAM
    MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-HDR-DATE
    MOVE FUNCTION CURRENT-DATE(9:6) TO RPT-HDR-TIME
    DISPLAY RPT-HEADER-RULE
    DISPLAY RPT-HEADER-TITLE
    DISPLAY RPT-HEADER-RULE

    MOVE SPACES TO TODAY-DATE
    STRING FUNCTION CURRENT-DATE(1:4) "-"
           FUNCTION CURRENT-DATE(5:2) "-"
           FUNCTION CURRENT-DATE(7:2)
        DELIMITED BY SIZE INTO TODAY-DATE
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-YMD

    IF SGN-OPER-ID = SPACES OR SGN-OPER-ID = LOW-VALUES
        MOVE "*NOSIGN*" TO OPER-ID
    ELSE
        MOVE SGN-OPER-ID TO OPER-ID
    END-IF
    MOVE "N" TO OPER-SUPER
    IF SGN-OPER-AUTH IS NUMERIC
        IF SGN-OPER-AUTH >= 2
            MOVE "Y" TO OPER-SUPER
        END-IF
    END-IF

    DISPLAY "Launches from date (YYYYMMDD, blank for all): "
        WITH NO ADVANCING
    ACCEPT FROM-DATE
    DISPLAY "Launches to date (YYYYMMDD, blank for all): "
        WITH NO ADVANCING
    ACCEPT TO-DATE
    DISPLAY "Unused after how many days (blank for 90): "
        WITH NO ADVANCING
    ACCEPT STALE-IN
    IF (FROM-DATE NOT = SPACES AND FROM-DATE IS NOT NUMERIC)
            OR (TO-DATE NOT = SPACES AND TO-DATE IS NOT NUMERIC)
        MOVE "LAUNCH DATES MUST BE YYYYMMDD - NOTHING REPORTED." TO RPT-ERR-TEXT
        DISPLAY RPT-ERROR-LINE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    IF STALE-IN = SPACES
        MOVE 90 TO STALE-DAYS
    ELSE
        IF FUNCTION TRIM(STALE-IN) IS NUMERIC
            MOVE FUNCTION NUMVAL(STALE-IN) TO STALE-DAYS
        ELSE
            MOVE "UNUSED DAYS MUST BE A NUMBER - NOTHING REPORTED." TO RPT-ERR-TEXT
            DISPLAY RPT-ERROR-LINE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF
    COMPUTE CUTOFF-INT = FUNCTION INTEGER-OF-DATE(TODAY-YMD) - STALE-DAYS
    COMPUTE CUTOFF-YMD = FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
    MOVE CUTOFF-YMD TO CUTOFF-DATE

    MOVE "N" TO BM-LOCK-FLAG
    IF OPER-IS-SUPERVISOR
        PERFORM ACQUIRE-BOOKMARK-LOCK
        IF NOT BM-LOCK-HELD
            DISPLAY FUNCTION TRIM(LCK-MESSAGE)
            DISPLAY "Bookmark file in use - report only, no link can be removed."
        END-IF
    END-IF

    PERFORM LOAD-BOOKMARKS
    IF LINK-COUNT = 0
        DISPLAY "No bookmarks on file - nothing to analyse."
        IF BM-LOCK-HELD
            PERFORM RELEASE-BOOKMARK-LOCK
        END-IF
        GOBACK
    END-IF

    PERFORM SCAN-HISTORY
    PERFORM BUILD-CATEGORY-TALLY
    PERFORM BUILD-CANDIDATES

    OPEN OUTPUT USAGE-RPT-FILE
    MOVE SPACES TO RANGE-TEXT
    IF FROM-DATE = SPACES AND TO-DATE = SPACES
        MOVE "all dates" TO RANGE-TEXT
    ELSE
        IF FROM-DATE = SPACES
            MOVE "first" TO RANGE-FROM
        ELSE
            MOVE FROM-DATE TO RANGE-FROM
        END-IF
        IF TO-DATE = SPACES
            STRING FUNCTION TRIM(RANGE-FROM) " to latest"
                DELIMITED BY SIZE INTO RANGE-TEXT
        ELSE
            STRING FUNCTION TRIM(RANGE-FROM) " to " TO-DATE
                DELIMITED BY SIZE INTO RANGE-TEXT
        END-IF
    END-IF
    MOVE SPACES TO RPT-LINE
    STRING "Bookmark usage run " TODAY-DATE
           "  launches " FUNCTION TRIM(RANGE-TEXT)
           "  unused after " STALE-DAYS " days (before " CUTOFF-DATE ")"
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE

    PERFORM REPORT-LINK-COUNTS
    PERFORM REPORT-CATEGORY-COUNTS
    PERFORM REPORT-UNUSED-LINKS
    PERFORM REPORT-ORPHANS
    PERFORM REPORT-CANDIDATES

    IF CAND-COUNT > 0
        PERFORM APPROVE-REMOVALS
    END-IF
    CLOSE USAGE-RPT-FILE

    DISPLAY "Links on file: " LINK-COUNT
            "  launches in range " LAUNCH-TOTAL
    DISPLAY "  never opened " NEVER-COUNT
            "  unused " STALE-COUNT
            "  orphan history URLs " ORPH-COUNT
    DISPLAY "  pruning candidates " CAND-COUNT
            "  removed " REMOVED-COUNT
    DISPLAY "Report written to USAGERPT."
    IF CAND-COUNT > REMOVED-COUNT OR ORPH-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    IF BM-LOCK-HELD
        PERFORM RELEASE-BOOKMARK-LOCK
    END-IF
    DISPLAY RPT-FOOTER-RULE
    GOBACK.

*> -----------------------------------------------------------------
*> SCAN-HISTORY
*> READS THE LAUNCH LOG ONCE.  EVERY ROW STAMPS ITS LINK'S LAST-USED
*> DATE, WHATEVER THE RANGE; ONLY ROWS INSIDE THE RANGE ADD TO THE
*> LAUNCH COUNTS.  A ROW WHOSE URL MATCHES NO BOOKMARK IS COLLECTED
*> AS AN ORPHAN IF IT FALLS INSIDE THE RANGE.
*> -----------------------------------------------------------------
SCAN-HISTORY.
    MOVE "00" TO HIST-STATUS
    OPEN INPUT HISTORY-FILE
    IF NOT HIST-OK
        DISPLAY "No launch history on file - every link reads as unused."
    ELSE
        PERFORM UNTIL HIST-EOF
            READ HISTORY-FILE
                AT END
                    SET HIST-EOF TO TRUE
                NOT AT END
                    PERFORM TAKE-ONE-LAUNCH
            END-READ
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF.

*> -----------------------------------------------------------------
*> TAKE-ONE-LAUNCH
*> ONE HISTORY ROW AGAINST THE LINK TABLE.
*> -----------------------------------------------------------------
TAKE-ONE-LAUNCH.
    MOVE "N" TO HIST-IN-RANGE
    IF (FROM-DATE = SPACES OR HIST-DATE(1:8) NOT < FROM-DATE)
            AND (TO-DATE = SPACES OR HIST-DATE(1:8) NOT > TO-DATE)
        MOVE "Y" TO HIST-IN-RANGE
    END-IF
    PERFORM FIND-HIST-LINK
    IF HIST-LINK > 0
        IF HIST-DATE(1:8) > LINK-LAST-USED-ENTRY(HIST-LINK)
                OR LINK-LAST-USED-ENTRY(HIST-LINK) = SPACES
            MOVE HIST-DATE(1:8) TO LINK-LAST-USED-ENTRY(HIST-LINK)
        END-IF
        IF HIST-IS-IN-RANGE
            ADD 1 TO LINK-LAUNCH-ENTRY(HIST-LINK)
            ADD 1 TO LAUNCH-TOTAL
        END-IF
    ELSE
        IF HIST-IS-IN-RANGE
            PERFORM TAKE-ORPHAN
        END-IF
    END-IF.

*> -----------------------------------------------------------------
*> FIND-HIST-LINK
*> THE LINK A LAUNCH BELONGS TO, BY URL.  THE SAME URL CAN SIT IN
*> THE SHARED LIBRARY AND IN SEVERAL PERSONAL ONES, SO THE
*> LAUNCHING OPERATOR'S OWN LINK WINS, THEN THE SHARED ONE, THEN
*> ANY (AN OLD ROW CARRIES NO OPERATOR).  ZERO WHEN NONE MATCHES.
*> -----------------------------------------------------------------
FIND-HIST-LINK.
    MOVE 0 TO OWNER-MATCH
    MOVE 0 TO SHARED-MATCH
    MOVE 0 TO ANY-MATCH
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        IF LINK-URL-ENTRY(I) = HIST-URL
            IF ANY-MATCH = 0
                MOVE I TO ANY-MATCH
            END-IF
            IF LINK-OWNER-ENTRY(I) = SPACES AND SHARED-MATCH = 0
                MOVE I TO SHARED-MATCH
            END-IF
            IF LINK-OWNER-ENTRY(I) = HIST-OPER-ID
                    AND HIST-OPER-ID NOT = SPACES
                    AND OWNER-MATCH = 0
                MOVE I TO OWNER-MATCH
            END-IF
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN OWNER-MATCH > 0
            MOVE OWNER-MATCH TO HIST-LINK
        WHEN SHARED-MATCH > 0
            MOVE SHARED-MATCH TO HIST-LINK
        WHEN OTHER
            MOVE ANY-MATCH TO HIST-LINK
    END-EVALUATE.

*> -----------------------------------------------------------------
*> TAKE-ORPHAN
*> COUNTS A LAUNCH OF A URL NO BOOKMARK CARRIES ANY MORE, ONE ENTRY
*> PER DISTINCT URL.  PAST 300 DISTINCT URLS THE REST ARE ONLY
*> COUNTED.
*> -----------------------------------------------------------------
TAKE-ORPHAN.
    MOVE 0 TO J
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > ORPH-COUNT
        IF ORPH-URL(I) = HIST-URL
            MOVE I TO J
        END-IF
    END-PERFORM
    IF J = 0
        IF ORPH-COUNT < MAX-LINKS
            ADD 1 TO ORPH-COUNT
            MOVE ORPH-COUNT TO J
            MOVE HIST-URL  TO ORPH-URL(J)
            MOVE HIST-TEXT TO ORPH-TEXT(J)
            MOVE 0 TO ORPH-LAUNCHES(J)
            MOVE SPACES TO ORPH-LAST(J)
        ELSE
            ADD 1 TO ORPH-MORE
        END-IF
    END-IF
    IF J > 0
        ADD 1 TO ORPH-LAUNCHES(J)
        IF HIST-DATE(1:8) > ORPH-LAST(J) OR ORPH-LAST(J) = SPACES
            MOVE HIST-DATE(1:8) TO ORPH-LAST(J)
        END-IF
    END-IF.

*> -----------------------------------------------------------------
*> BUILD-CATEGORY-TALLY
*> ADDS EACH LINK'S LAUNCHES INTO ITS CATEGORY, IN FIRST-SEEN ORDER.
*> -----------------------------------------------------------------
BUILD-CATEGORY-TALLY.
    MOVE 0 TO CAT-TALLY-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        MOVE 0 TO J
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > CAT-TALLY-COUNT
            IF CAT-TALLY-NAME(K) = LINK-CAT-ENTRY(I)
                MOVE K TO J
            END-IF
        END-PERFORM
        IF J = 0
            ADD 1 TO CAT-TALLY-COUNT
            MOVE CAT-TALLY-COUNT TO J
            MOVE LINK-CAT-ENTRY(I) TO CAT-TALLY-NAME(J)
            MOVE 0 TO CAT-TALLY-LINKS(J)
            MOVE 0 TO CAT-TALLY-LAUNCHES(J)
        END-IF
        ADD 1 TO CAT-TALLY-LINKS(J)
        ADD LINK-LAUNCH-ENTRY(I) TO CAT-TALLY-LAUNCHES(J)
    END-PERFORM.

*> -----------------------------------------------------------------
*> BUILD-CANDIDATES
*> A LINK IS A PRUNING CANDIDATE WHEN BOOKMARKAUDIT LAST FOUND IT
*> DEAD, OR WHEN NOBODY HAS OPENED IT SINCE THE CUTOFF (OR EVER).
*> THE REASON SAYS WHICH, WITH THE REACHABILITY OF AN UNUSED LINK.
*> -----------------------------------------------------------------
BUILD-CANDIDATES.
    MOVE 0 TO CAND-COUNT
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        MOVE "N" TO LINK-IS-DEAD
        MOVE "N" TO LINK-IS-UNUSED
        IF LINK-CHECK-ENTRY(I) = "D"
            MOVE "Y" TO LINK-IS-DEAD
        END-IF
        IF LINK-LAST-USED-ENTRY(I) = SPACES
            ADD 1 TO NEVER-COUNT
            MOVE "Y" TO LINK-IS-UNUSED
        ELSE
            IF LINK-LAST-USED-ENTRY(I) < CUTOFF-DATE
                ADD 1 TO STALE-COUNT
                MOVE "Y" TO LINK-IS-UNUSED
            END-IF
        END-IF
        IF LINK-DEAD OR LINK-UNUSED
            ADD 1 TO CAND-COUNT
            MOVE I TO CAND-LINK(CAND-COUNT)
            EVALUATE TRUE
                WHEN LINK-DEAD AND LINK-UNUSED
                    MOVE "DEAD AND UNUSED" TO CAND-REASON(CAND-COUNT)
                WHEN LINK-DEAD
                    MOVE "DEAD BUT STILL OPENED" TO CAND-REASON(CAND-COUNT)
                WHEN LINK-CHECK-ENTRY(I) = "R"
                    MOVE "UNUSED, REDIRECTED" TO CAND-REASON(CAND-COUNT)
                WHEN LINK-CHECK-ENTRY(I) = "O"
                    MOVE "UNUSED, REACHABLE" TO CAND-REASON(CAND-COUNT)
                WHEN OTHER
                    MOVE "UNUSED, NEVER CHECKED" TO CAND-REASON(CAND-COUNT)
            END-EVALUATE
        END-IF
    END-PERFORM.

*> -----------------------------------------------------------------
*> REPORT-LINK-COUNTS
*> ONE LINE PER LINK: ITS LAUNCHES IN THE RANGE, THE LAST TIME IT
*> WAS OPENED AT ALL, AND WHOSE LIBRARY IT IS IN.
*> -----------------------------------------------------------------
REPORT-LINK-COUNTS.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "LAUNCHES BY LINK  (launches  last opened  library  link)"
        TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        PERFORM SET-LINK-TEXTS
        MOVE SPACES TO RPT-LINE
        STRING "[" I "] " LINK-LAUNCH-ENTRY(I) "  " LAST-USED-TEXT
               "  " OWNER-TEXT "  "
               FUNCTION TRIM(LINK-TEXT-ENTRY(I)) "  "
               FUNCTION TRIM(LINK-URL-ENTRY(I))
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

*> -----------------------------------------------------------------
*> REPORT-CATEGORY-COUNTS
*> ONE LINE PER CATEGORY: HOW MANY LINKS IT HOLDS AND HOW OFTEN
*> THEY WERE OPENED IN THE RANGE.
*> -----------------------------------------------------------------
REPORT-CATEGORY-COUNTS.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "LAUNCHES BY CATEGORY  (launches  links  category)"
        TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAT-TALLY-COUNT
        MOVE SPACES TO RPT-LINE
        IF CAT-TALLY-NAME(J) = SPACES
            STRING "  " CAT-TALLY-LAUNCHES(J) "  " CAT-TALLY-LINKS(J)
                   "  (no category)"
                DELIMITED BY SIZE INTO RPT-LINE
        ELSE
            STRING "  " CAT-TALLY-LAUNCHES(J) "  " CAT-TALLY-LINKS(J)
                   "  " CAT-TALLY-NAME(J)
                DELIMITED BY SIZE INTO RPT-LINE
        END-IF
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

*> -----------------------------------------------------------------
*> REPORT-UNUSED-LINKS
*> THE LINKS NEVER OPENED, THEN THE ONES NOT OPENED SINCE THE
*> CUTOFF.
*> -----------------------------------------------------------------
REPORT-UNUSED-LINKS.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "NEVER OPENED" TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        IF LINK-LAST-USED-ENTRY(I) = SPACES
            PERFORM WRITE-LINK-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING "NOT OPENED IN " STALE-DAYS " DAYS (LAST OPENED BEFORE "
           CUTOFF-DATE ")"
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        IF LINK-LAST-USED-ENTRY(I) NOT = SPACES
                AND LINK-LAST-USED-ENTRY(I) < CUTOFF-DATE
            PERFORM WRITE-LINK-LINE
        END-IF
    END-PERFORM.

*> -----------------------------------------------------------------
*> REPORT-ORPHANS
*> HISTORY URLS, LAUNCHED IN THE RANGE, THAT NO BOOKMARK CARRIES -
*> A LINK DELETED OR RE-POINTED SINCE IT WAS OPENED.
*> -----------------------------------------------------------------
REPORT-ORPHANS.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "HISTORY URLS WITH NO BOOKMARK  (launches  last opened  text  url)"
        TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > ORPH-COUNT
        MOVE SPACES TO RPT-LINE
        STRING "  " ORPH-LAUNCHES(J) "  " ORPH-LAST(J) "  "
               FUNCTION TRIM(ORPH-TEXT(J)) "  "
               FUNCTION TRIM(ORPH-URL(J))
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM
    IF ORPH-MORE > 0
        MOVE SPACES TO RPT-LINE
        STRING "  ... and " ORPH-MORE " more launches of other URLs"
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

*> -----------------------------------------------------------------
*> REPORT-CANDIDATES
*> THE PRUNING CANDIDATE LIST, NUMBERED AS THE APPROVAL STEP SHOWS
*> IT.
*> -----------------------------------------------------------------
REPORT-CANDIDATES.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "PRUNING CANDIDATES  (reason  last opened  library  link)"
        TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAND-COUNT
        MOVE CAND-LINK(J) TO I
        PERFORM SET-LINK-TEXTS
        MOVE SPACES TO RPT-LINE
        STRING "[" I "] " CAND-REASON(J) "  " LAST-USED-TEXT
               "  " OWNER-TEXT "  "
               FUNCTION TRIM(LINK-TEXT-ENTRY(I)) "  "
               FUNCTION TRIM(LINK-URL-ENTRY(I))
            DELIMITED BY SIZE INTO RPT-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

*> -----------------------------------------------------------------
*> APPROVE-REMOVALS
*> OFFERS THE CANDIDATES FOR REMOVAL - ALL AT ONCE, ONE BY ONE, OR
*> NONE.  REMOVING A SHARED LINK IS A SUPERVISOR'S DECISION, AND
*> PERSONAL LINKS ARE NOT THE RUNNING OPERATOR'S OWN, SO ONLY A
*> SUPERVISOR IS OFFERED THE CHOICE; ANYONE ELSE GETS THE REPORT.
*> NOR IS ANYTHING OFFERED WHILE ANOTHER SESSION HOLDS THE
*> BOOKMARK FILE, SINCE THE REWRITE WOULD WIPE ITS CHANGES.  THE
*> APPROVED LINKS ARE AUDITED AND THE FILE IS REWRITTEN WITHOUT
*> THEM.
*> -----------------------------------------------------------------
APPROVE-REMOVALS.
    IF NOT OPER-IS-SUPERVISOR
        DISPLAY "Removing candidates needs a supervisor sign-on - report only."
    ELSE
    IF NOT BM-LOCK-HELD
        DISPLAY "Bookmark file in use elsewhere - report only, no link removed."
    ELSE
        DISPLAY " "
        DISPLAY "Pruning candidates:"
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAND-COUNT
            MOVE CAND-LINK(J) TO I
            PERFORM SET-LINK-TEXTS
            DISPLAY " [" I "] " CAND-REASON(J) " " LAST-USED-TEXT
                    " " OWNER-TEXT " " FUNCTION TRIM(LINK-TEXT-ENTRY(I))
        END-PERFORM
        DISPLAY "Remove candidates - [A] all, [S] select, [N] none: "
            WITH NO ADVANCING
        ACCEPT APPROVE-CHOICE
        EVALUATE FUNCTION UPPER-CASE(APPROVE-CHOICE(1:1))
            WHEN "A"
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAND-COUNT
                    MOVE "Y" TO LINK-REMOVE-ENTRY(CAND-LINK(J))
                    ADD 1 TO REMOVED-COUNT
                END-PERFORM
            WHEN "S"
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > CAND-COUNT
                    PERFORM APPROVE-ONE-CANDIDATE
                END-PERFORM
            WHEN OTHER
                DISPLAY "No links removed."
        END-EVALUATE
        IF REMOVED-COUNT > 0
            PERFORM REMOVE-APPROVED-LINKS
        END-IF
    END-IF
    END-IF.

*> -----------------------------------------------------------------
*> APPROVE-ONE-CANDIDATE
*> ASKS ABOUT CANDIDATE J; ONLY A "Y" MARKS IT FOR REMOVAL.
*> -----------------------------------------------------------------
APPROVE-ONE-CANDIDATE.
    MOVE CAND-LINK(J) TO I
    DISPLAY "Remove [" I "] " FUNCTION TRIM(LINK-TEXT-ENTRY(I))
            " (" FUNCTION TRIM(CAND-REASON(J)) ")? (Y/N): "
        WITH NO ADVANCING
    ACCEPT APPROVE-CHOICE
    IF FUNCTION UPPER-CASE(APPROVE-CHOICE(1:1)) = "Y"
        MOVE "Y" TO LINK-REMOVE-ENTRY(I)
        ADD 1 TO REMOVED-COUNT
    END-IF.

*> -----------------------------------------------------------------
*> REMOVE-APPROVED-LINKS
*> AUDITS EACH APPROVED LINK AS A PRUNE, NOTES IT ON THE REPORT,
*> THEN REWRITES THE BOOKMARK FILE WITH THE REST.
*> -----------------------------------------------------------------
REMOVE-APPROVED-LINKS.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RPT-LINE
    STRING "REMOVED " TODAY-DATE " BY " OPER-ID
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        IF LINK-REMOVE-ENTRY(I) = "Y"
            MOVE "BOOKMARK" TO AUD-FILE-NAME
            MOVE LINK-TEXT-ENTRY(I) TO AUD-KEY
            MOVE "PRUNE" TO AUD-ACTION
            MOVE SPACES TO AUD-BEFORE-IMAGE
            STRING LINK-CAT-ENTRY(I) " " LINK-URL-ENTRY(I)
                DELIMITED BY SIZE INTO AUD-BEFORE-IMAGE
            MOVE SPACES TO AUD-AFTER-IMAGE
            MOVE OPER-ID TO AUD-OPERATOR-ID
            MOVE TODAY-DATE TO AUD-BUS-DATE
            CALL "AuditWrite" USING AUDIT-TRAIL-RECORD
            PERFORM WRITE-LINK-LINE
        END-IF
    END-PERFORM
    PERFORM SAVE-BOOKMARKS
    DISPLAY REMOVED-COUNT " link(s) removed; " KEPT-COUNT " kept.".

*> -----------------------------------------------------------------
*> SET-LINK-TEXTS
*> THE PRINTABLE LAST-OPENED DATE AND LIBRARY OF LINK I.
*> -----------------------------------------------------------------
SET-LINK-TEXTS.
    IF LINK-LAST-USED-ENTRY(I) = SPACES
        MOVE "never" TO LAST-USED-TEXT
    ELSE
        MOVE LINK-LAST-USED-ENTRY(I) TO LAST-USED-TEXT
    END-IF
    IF LINK-OWNER-ENTRY(I) = SPACES
        MOVE "shared" TO OWNER-TEXT
    ELSE
        MOVE LINK-OWNER-ENTRY(I) TO OWNER-TEXT
    END-IF.

*> -----------------------------------------------------------------
*> WRITE-LINK-LINE
*> LINK I ON THE REPORT WITH ITS CATEGORY AND REACHABILITY.
*> -----------------------------------------------------------------
WRITE-LINK-LINE.
    PERFORM SET-LINK-TEXTS
    MOVE SPACES TO RPT-LINE
    STRING "[" I "] " LAST-USED-TEXT "  " OWNER-TEXT
           "  " LINK-CAT-ENTRY(I) " status " LINK-CHECK-ENTRY(I) "  "
           FUNCTION TRIM(LINK-TEXT-ENTRY(I)) "  "
           FUNCTION TRIM(LINK-URL-ENTRY(I))
        DELIMITED BY SIZE INTO RPT-LINE
    PERFORM WRITE-REPORT-LINE.

*> -----------------------------------------------------------------
*> WRITE-REPORT-LINE
*> ONE LINE TO THE USAGE REPORT.
*> -----------------------------------------------------------------
WRITE-REPORT-LINE.
    MOVE RPT-LINE TO USAGE-RPT-RECORD
    WRITE USAGE-RPT-RECORD.

*> -----------------------------------------------------------------
*> LOAD-BOOKMARKS
*> READS THE BOOKMARK FILE INTO THE LINK TABLES, WITH NO LAUNCHES
*> COUNTED YET.
*> -----------------------------------------------------------------
LOAD-BOOKMARKS.
    MOVE 0 TO LINK-COUNT
    OPEN INPUT BOOKMARK-FILE
    IF BM-OK
        PERFORM UNTIL BM-EOF
            READ BOOKMARK-FILE
                AT END
                    SET BM-EOF TO TRUE
                NOT AT END
                    IF LINK-COUNT < MAX-LINKS
                        ADD 1 TO LINK-COUNT
                        MOVE BM-TEXT TO LINK-TEXT-ENTRY(LINK-COUNT)
                        MOVE BM-URL  TO LINK-URL-ENTRY(LINK-COUNT)
                        MOVE BM-CATEGORY
                            TO LINK-CAT-ENTRY(LINK-COUNT)
                        MOVE BM-CHECK-STATUS
                            TO LINK-CHECK-ENTRY(LINK-COUNT)
                        MOVE BM-LAST-CHECKED
                            TO LINK-CHECKED-ENTRY(LINK-COUNT)
                        MOVE BM-OWNER-ID
                            TO LINK-OWNER-ENTRY(LINK-COUNT)
                        MOVE 0 TO LINK-LAUNCH-ENTRY(LINK-COUNT)
                        MOVE SPACES TO LINK-LAST-USED-ENTRY(LINK-COUNT)
                        MOVE "N" TO LINK-REMOVE-ENTRY(LINK-COUNT)
                    ELSE
                        SET BM-EOF TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BOOKMARK-FILE
    ELSE
        DISPLAY "No bookmark file present."
    END-IF.

*> -----------------------------------------------------------------
*> ACQUIRE-BOOKMARK-LOCK
*> TAKES BOOKMARK ON THE LOCK REGISTRY BEFORE THE FILE IS LOADED,
*> SO A PRUNE CANNOT REWRITE IT OVER A CONSOLEBROWSER SESSION'S
*> CHANGES.  ONLY A SUPERVISOR, WHO MAY PRUNE, ASKS FOR IT.
*> -----------------------------------------------------------------
ACQUIRE-BOOKMARK-LOCK.
    MOVE "N" TO BM-LOCK-FLAG
    MOVE "A" TO LCK-FUNCTION
    MOVE "BOOKMARK" TO LCK-FILE-NAME
    MOVE "BookmarkUsage" TO LCK-PROGRAM-ID
    MOVE OPER-ID TO LCK-OPERATOR-ID
    CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
    IF Lck-Granted
        MOVE "Y" TO BM-LOCK-FLAG
    END-IF.

*> -----------------------------------------------------------------
*> RELEASE-BOOKMARK-LOCK
*> GIVES BOOKMARK BACK AT THE END OF THE RUN.
*> -----------------------------------------------------------------
RELEASE-BOOKMARK-LOCK.
    MOVE "R" TO LCK-FUNCTION
    MOVE "BOOKMARK" TO LCK-FILE-NAME
    MOVE "BookmarkUsage" TO LCK-PROGRAM-ID
    MOVE OPER-ID TO LCK-OPERATOR-ID
    CALL "LockRegistry" USING LOCK-CONTROL-BLOCK
    MOVE "N" TO BM-LOCK-FLAG.

*> -----------------------------------------------------------------
*> SAVE-BOOKMARKS
*> REWRITES THE BOOKMARK FILE WITH EVERY LINK NOT APPROVED FOR
*> REMOVAL, EXACTLY AS IT WAS READ.
*> -----------------------------------------------------------------
SAVE-BOOKMARKS.
    MOVE 0 TO KEPT-COUNT
    OPEN OUTPUT BOOKMARK-FILE
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LINK-COUNT
        IF LINK-REMOVE-ENTRY(I) NOT = "Y"
            MOVE LINK-TEXT-ENTRY(I)    TO BM-TEXT
            MOVE LINK-URL-ENTRY(I)     TO BM-URL
            MOVE LINK-CAT-ENTRY(I)     TO BM-CATEGORY
            MOVE LINK-CHECK-ENTRY(I)   TO BM-CHECK-STATUS
            MOVE LINK-CHECKED-ENTRY(I) TO BM-LAST-CHECKED
            MOVE LINK-OWNER-ENTRY(I)   TO BM-OWNER-ID
            WRITE BM-RECORD
            ADD 1 TO KEPT-COUNT
        END-IF
    END-PERFORM
    CLOSE BOOKMARK-FILE.
