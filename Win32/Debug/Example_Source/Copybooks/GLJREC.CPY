      *
      *  MODIFICATION HISTORY
      *  2026-08-22  DL  ORIGINAL COPYBOOK.
      *  2026-10-14  DL  ADDED THE POSTING REFERENCES: A LINE WRITTEN
      *                  FOR A REVERSAL CARRIES THE REVERSAL'S OWN
      *                  POSTING REFERENCE AND THE REFERENCE OF THE
      *                  POSTING IT CANCELS, SO THE EXTRACT SHOWS THE
      *                  PAIR.  BLANK ON THE AGGREGATED LINES.
      *****************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-SOURCE-ID           PIC X(08).
           05  GLJ-GL-ACCOUNT          PIC X(08).
           05  GLJ-DR-CR               PIC X(02).
           05  GLJ-AMOUNT              PIC 9(09)V99.
           05  GLJ-POST-REF            PIC X(14).
           05  GLJ-REV-REF             PIC X(14).
