      *                  WERE LOSING THE TAIL OF THE DISABLE DATE -
      *                  AND THE KEY TO X(24), SINCE A SYSPARM KEY
      *                  PLUS ITS EFFECTIVE DATE RUNS TO 21.
      *  2026-10-15  DL  CONSOLEBROWSER, COMPILED IN FREE SOURCE FORMAT,
      *                  AUDITS SHARED BOOKMARKS THROUGH THE IDENTICAL
      *                  AUDTREC2.CPY - KEEP THE TWO IN SYNC.
      *****************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AUD-FILE-NAME           PIC X(10).
