                   WITH DUPLICATES.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.
       77 WS-TRANS-AFTER-TEXT          PIC -(7)9.99.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "INTA".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       100-INITIALIZE.
           OPEN I-O CLIENT-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           DISPLAY "MONTHLY INTEREST ACCRUAL - SAVINGS ACCOUNTS"
           PERFORM 120-LOAD-PARAMETERS
           PERFORM 210-READ-CLIENT-FILE.
               CLIENT-BRANCH       DELIMITED BY SIZE
               INTO TRANSACTION-RECORD
           END-STRING
           WRITE TRANSACTION-RECORD
           PERFORM 235-INDEX-JOURNAL-ENTRY.

      *  EVERY JOURNAL LINE IS INDEXED BY ACCOUNT AND TIMESTAMP AS
      *  IT IS WRITTEN (SEE JRNLIDX).
       235-INDEX-JOURNAL-ENTRY.
           MOVE TRANSACTION-RECORD TO JIX-JOURNAL-LINE
           MOVE JIX-LINE-ACCTNUM   TO JIX-ACCTNUM
           MOVE JIX-LINE-TIMESTAMP TO JIX-TIMESTAMP
           MOVE ZERO TO JIX-SEQ
           MOVE "N" TO WS-JIX-WRITTEN-SWITCH
           PERFORM 236-WRITE-INDEX-ENTRY
              UNTIL WS-JIX-WRITTEN-SWITCH = "Y"
                 OR JIX-SEQ = 99
           IF WS-JIX-WRITTEN-SWITCH NOT = "Y"
              DISPLAY "JOURNAL INDEX ENTRY NOT WRITTEN FOR "
               JIX-ACCTNUM " " JIX-TIMESTAMP
           END-IF.

       236-WRITE-INDEX-ENTRY.
           WRITE JOURNAL-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO JIX-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WS-JIX-WRITTEN-SWITCH
           END-WRITE.

       900-TERMINATE.
           CLOSE CLIENT-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           MOVE WS-TOTAL-INTEREST TO WS-DISPLAY-TOTAL
