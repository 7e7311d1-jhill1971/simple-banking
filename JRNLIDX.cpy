      *  JRNLIDX.CPY
      *  SHARED JOURNAL INDEX RECORD LAYOUT FOR JOURNAL-INDEX-FILE
      *  (journal-index.txt). ONE RECORD PER ACCOUNT POSTING ON THE
      *  TRANSACTION JOURNAL, KEYED ON THE ACCOUNT NUMBER PLUS THE
      *  POSTING TIMESTAMP SO ONE ACCOUNT'S HISTORY CAN BE READ IN
      *  TIME ORDER (OR BACKWARD FROM THE LATEST ENTRY) WITHOUT
      *  SCANNING THE WHOLE JOURNAL. EVERY PROGRAM THAT WRITES A
      *  JOURNAL LINE WRITES ITS INDEX RECORD IMMEDIATELY AFTER; THE
      *  INDEX REBUILD RUN RELOADS IT FROM THE ARCHIVED MONTH FILES
      *  AND THE LIVE JOURNAL. COPIED BY EVERY PROGRAM THAT OPENS THE
      *  INDEX SO THE LAYOUT ONLY HAS TO CHANGE IN ONE PLACE.
      *  JIX-TIMESTAMP IS THE YYYYMMDDHHMMSSss PART OF THE JOURNAL
      *  TIMESTAMP. JIX-SEQ SEPARATES TWO POSTINGS TO ONE ACCOUNT
      *  THAT CARRY THE SAME TIMESTAMP (A BATCH RUN CAN WRITE MORE
      *  THAN ONE IN THE SAME HUNDREDTH OF A SECOND).
      *  JIX-JOURNAL-LINE IS THE JOURNAL LINE ITSELF. THE REDEFINES
      *  LAYS IT OUT AS IN TRANSREC - ONLY THE YYYYMMDDHHMMSSss PART
      *  OF THE TIMESTAMP IS NAMED, SINCE THAT IS WHAT THE KEY TAKES.
       01 JOURNAL-INDEX-RECORD.
           05 JIX-KEY.
              10 JIX-ACCTNUM          PIC X(7).
              10 JIX-TIMESTAMP        PIC X(16).
              10 JIX-SEQ              PIC 9(2).
           05 JIX-JOURNAL-LINE        PIC X(102).
           05 JIX-LINE-VIEW REDEFINES JIX-JOURNAL-LINE.
              10 JIX-LINE-ACCTNUM     PIC X(7).
              10 FILLER               PIC X(1).
              10 JIX-LINE-ACTIVITY    PIC X(10).
              10 FILLER               PIC X(1).
              10 JIX-LINE-AMOUNT-TEXT PIC X(11).
              10 FILLER               PIC X(1).
              10 JIX-LINE-BEFORE-TEXT PIC X(11).
              10 FILLER               PIC X(1).
              10 JIX-LINE-AFTER-TEXT  PIC X(11).
              10 FILLER               PIC X(1).
              10 JIX-LINE-FEE-TEXT    PIC X(7).
              10 FILLER               PIC X(1).
              10 JIX-LINE-TIMESTAMP   PIC X(16).
              10 FILLER               PIC X(5).
              10 FILLER               PIC X(1).
              10 JIX-LINE-OPERATOR    PIC X(4).
              10 FILLER               PIC X(1).
              10 JIX-LINE-REFERENCE   PIC X(8).
              10 FILLER               PIC X(1).
              10 JIX-LINE-BRANCH      PIC X(3).
