      *****************************************************************
      *  COLNREC.CPY
      *  COLLECTIONS CONTACT-NOTE RECORD
      *
      *  ONE ROW APPENDED TO COLLNOTE BY THE COLLECTIONSQUEUE SCREEN
      *  FOR EVERY CONTACT A SUPERVISOR RECORDS AGAINST A QUEUE
      *  ITEM - ACCOUNT AND QUEUED DATE (THE ITEM'S KEY), WHEN, BY
      *  WHOM, THE OUTCOME CODE (AS ON COLLREC) AND THE NOTE.  THE
      *  QUEUE ROW ONLY HOLDS THE LATEST CONTACT; THIS FILE IS THE
      *  WHOLE CONVERSATION.
      *
      *  MODIFICATION HISTORY
      *  2026-10-14  DL  ORIGINAL COPYBOOK.
      *****************************************************************
       01  COLL-NOTE-RECORD.
           05  CN-ACCOUNT-NO           PIC X(10).
           05  CN-QUEUED-DATE          PIC X(10).
           05  CN-CONTACT-DATE         PIC X(10).
           05  CN-CONTACT-TIME         PIC X(08).
           05  CN-OUTCOME              PIC X(01).
           05  CN-OPERATOR-ID          PIC X(08).
           05  CN-NOTE                 PIC X(60).
