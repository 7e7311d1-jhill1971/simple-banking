                   WITH DUPLICATES.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "parameter-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).
       77 WS-TRANS-AFTER-TEXT          PIC -(7)9.99.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "SVCC".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.

           ELSE
              OPEN I-O CLIENT-FILE
              OPEN EXTEND TRANSACTION-FILE
              OPEN I-O JOURNAL-INDEX-FILE
              OPEN OUTPUT REPORT-FILE
              DISPLAY "MONTHLY SERVICE CHARGES - CHECKING ACCOUNTS"
              PERFORM 110-PRINT-HEADER
                 END-EVALUATE
           END-READ.

      *  A CHARGED-OFF ACCOUNT (DORMANT FLAG "C") IS NOT CHARGED -
      *  THE FEE WOULD ONLY TAKE IT BELOW ZERO AGAIN.
       200-PROCESS-ACCOUNTS.
           IF CLIENT-ACCOUNT-TYPE = "C"
            AND CLIENT-DORMANT-FLAG NOT = "C"
              IF CLIENT-BALANCE >= WS-MAINT-WAIVE-MIN
                 ADD 1 TO WS-ACCOUNTS-WAIVED
              ELSE
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

       300-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD

       900-TERMINATE.
           CLOSE CLIENT-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
