               RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT REPORT-FILE ASSIGN TO "standing-orders.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.
       77 WS-TRANS-FEE-AMOUNT          PIC S9(3)V99 VALUE ZERO.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "SORD".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.
       77 WS-DISPLAY-SO-AMOUNT         PIC ZZZZZZ9.99.
           OPEN I-O CLIENT-FILE
           OPEN INPUT HOLD-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           IF WS-RESUME-SWITCH = "Y"
              OPEN EXTEND REPORT-FILE
           ELSE
                        TO WS-FAIL-REASON
                    MOVE "N" TO WS-ORDER-OK-SWITCH
                 END-IF
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    MOVE "TO ACCOUNT IS A LOAN" TO WS-FAIL-REASON
                    MOVE "N" TO WS-ORDER-OK-SWITCH
                 END-IF
              END-IF
           END-IF
           IF WS-ORDER-OK-SWITCH = "Y"
                    MOVE "FROM ACCOUNT IS A TERM DEPOSIT"
                        TO WS-FAIL-REASON
                    MOVE "N" TO WS-ORDER-OK-SWITCH
                 ELSE
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    MOVE "FROM ACCOUNT IS A LOAN" TO WS-FAIL-REASON
                    MOVE "N" TO WS-ORDER-OK-SWITCH
                 ELSE
                    IF CLIENT-DORMANT-FLAG = "Y"
                       MOVE "FROM ACCOUNT DORMANT" TO WS-FAIL-REASON
                       MOVE "N" TO WS-ORDER-OK-SWITCH
                    END-IF
                    IF CLIENT-DORMANT-FLAG = "C"
                       MOVE "FROM ACCOUNT CHARGED OFF"
                           TO WS-FAIL-REASON
                       MOVE "N" TO WS-ORDER-OK-SWITCH
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE SO-AMOUNT          TO WS-TRANS-AMOUNT
              MOVE WS-TRANS-BEFORE-BALANCE TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO               TO WS-TRANS-FEE-AMOUNT
              MOVE SO-ORDER-NUMBER    TO WS-TRANS-REFERENCE
              PERFORM 280-WRITE-TRANSACTION-RECORD
              MOVE SPACES             TO WS-TRANS-REFERENCE
           ELSE
              REWRITE CLIENT-RECORD
                 INVALID KEY
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
           MOVE SO-AMOUNT TO WS-DISPLAY-SO-AMOUNT
           CLOSE STANDING-ORDER-FILE
           CLOSE CLIENT-FILE
           CLOSE HOLD-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
