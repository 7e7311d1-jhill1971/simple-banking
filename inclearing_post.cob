               RECORD KEY IS STOP-KEY.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT RETURN-ITEMS-FILE ASSIGN TO "return-items.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "inclearing.rpt"
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  RETURN-ITEMS-FILE.
       01 RETURN-ITEMS-RECORD.
           05 RTN-ACCTNUM             PIC X(7).
       01 REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.
       77 WS-TRANS-FEE-AMOUNT          PIC S9(3)V99 VALUE ZERO.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "INCL".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.
       77 WS-DISPLAY-AMOUNT            PIC ZZZZZZ9.99.
           OPEN INPUT HOLD-FILE
           OPEN INPUT STOP-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           OPEN OUTPUT RETURN-ITEMS-FILE
           OPEN OUTPUT REPORT-FILE
           DISPLAY "INCLEARING CHECK POSTING - RUN DATE " WS-RUN-DATE
                       MOVE "ACCOUNT DORMANT" TO WS-RETURN-REASON
                       MOVE "N" TO WS-ITEM-OK-SWITCH
                    END-IF
                    IF CLIENT-DORMANT-FLAG = "C"
                       MOVE "ACCOUNT CHARGED OFF" TO WS-RETURN-REASON
                       MOVE "N" TO WS-ITEM-OK-SWITCH
                    END-IF
                 END-IF
              END-IF
           END-IF.
               CLIENT-BRANCH       DELIMITED BY SIZE
               INTO TRANSACTION-RECORD
           END-STRING
           WRITE TRANSACTION-RECORD
           PERFORM 285-INDEX-JOURNAL-ENTRY.

      *  EVERY JOURNAL LINE IS INDEXED BY ACCOUNT AND TIMESTAMP AS
      *  IT IS WRITTEN (SEE JRNLIDX).
       285-INDEX-JOURNAL-ENTRY.
           MOVE TRANSACTION-RECORD TO JIX-JOURNAL-LINE
           MOVE JIX-LINE-ACCTNUM   TO JIX-ACCTNUM
           MOVE JIX-LINE-TIMESTAMP TO JIX-TIMESTAMP
           MOVE ZERO TO JIX-SEQ
           MOVE "N" TO WS-JIX-WRITTEN-SWITCH
           PERFORM 286-WRITE-INDEX-ENTRY
              UNTIL WS-JIX-WRITTEN-SWITCH = "Y"
                 OR JIX-SEQ = 99
           IF WS-JIX-WRITTEN-SWITCH NOT = "Y"
              DISPLAY "JOURNAL INDEX ENTRY NOT WRITTEN FOR "
               JIX-ACCTNUM " " JIX-TIMESTAMP
           END-IF.

       286-WRITE-INDEX-ENTRY.
           WRITE JOURNAL-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO JIX-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WS-JIX-WRITTEN-SWITCH
           END-WRITE.

       290-WRITE-REPORT-LINE.
           MOVE WS-CHECK-AMOUNT TO WS-DISPLAY-AMOUNT
           CLOSE CLIENT-FILE
           CLOSE HOLD-FILE
           CLOSE STOP-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE RETURN-ITEMS-FILE
           CLOSE REPORT-FILE.
