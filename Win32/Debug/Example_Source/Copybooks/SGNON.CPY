      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *  2026-10-15  DL  CONSOLEBROWSER, COMPILED IN FREE SOURCE FORMAT,
      *                  NOW READS THE BLOCK THROUGH THE IDENTICAL
      *                  SGNON2.CPY - KEEP THE TWO IN SYNC.
      *****************************************************************
       01  SIGNON-OPERATOR EXTERNAL.
           05  SGN-OPER-ID             PIC X(08).
