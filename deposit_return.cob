       IDENTIFICATION DIVISION.
       PROGRAM-ID. deposit_return.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-DEPOSIT-FILE
               ASSIGN TO "returned-deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-ITEM-FILE
               ASSIGN TO "deposit-items.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY.
           SELECT CLIENT-FILE ASSIGN TO "client-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ACCTNUM
               ALTERNATE RECORD KEY IS CLIENT-LASTNAME
                   WITH DUPLICATES.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT REPORT-FILE ASSIGN TO "deposit-return.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "deposit-return-notices.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  CHECKS SENT OUT ON A CASH LETTER AND RETURNED UNPAID BY THE
      *  DRAWER BANK. THE ITEM SEQUENCE NUMBER IS THE ONE CARRIED ON
      *  THE CASH LETTER (DEPOSIT ITEM KEY). THE AMOUNT IS EDITED
      *  TEXT AS ON THE INCLEARING FILE.
       FD  RETURNED-DEPOSIT-FILE.
       01 RETURNED-DEPOSIT-RECORD.
           05 RD-ITEM-SEQUENCE.
              10 RD-ACCTNUM           PIC X(7).
              10 RD-SEQNUM            PIC X(5).
           05 RD-ROUTING              PIC X(9).
           05 RD-CHECKNUM             PIC X(6).
           05 RD-AMOUNT               PIC X(10).
           05 RD-REASON               PIC X(20).

       FD  DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).

       FD  NOTICE-FILE.
       01 NOTICE-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-ITEMS-READ                PIC 9(5)     VALUE ZERO.
       77 WS-ITEMS-CHARGED             PIC 9(5)     VALUE ZERO.
       77 WS-ITEMS-UNCHARGED           PIC 9(5)     VALUE ZERO.
       77 WS-ITEMS-REJECTED            PIC 9(5)     VALUE ZERO.
       77 WS-TOTAL-CHARGED             PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-UNCHARGED           PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-REJECTED            PIC S9(9)V99 VALUE ZERO.
       77 WS-ITEM-OK-SWITCH            PIC X        VALUE "N".
       77 WS-ITEM-AMOUNT               PIC 9(7)V99  VALUE ZERO.
       77 WS-DISPOSITION               PIC X(30).
       77 WS-ACCOUNT-FOUND-SWITCH      PIC X        VALUE "N".
       77 WS-NUMVAL-RESULT             PIC S9(9)V99.
       77 WS-TRANS-ACTIVITY            PIC X(10).
       77 WS-TRANS-AMOUNT              PIC S9(7)V99.
       77 WS-TRANS-AMOUNT-TEXT         PIC -(7)9.99.
       77 WS-TRANS-BEFORE-BALANCE      PIC S9(7)V99.
       77 WS-TRANS-BEFORE-TEXT         PIC -(7)9.99.
       77 WS-TRANS-AFTER-BALANCE       PIC S9(7)V99.
       77 WS-TRANS-AFTER-TEXT          PIC -(7)9.99.
       77 WS-TRANS-FEE-AMOUNT          PIC S9(3)V99 VALUE ZERO.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "DRTN".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.
       77 WS-DISPLAY-AMOUNT            PIC ZZZZZZ9.99.
       77 WS-DISPLAY-BALANCE           PIC -(7)9.99.
       77 WS-DISPLAY-TOTAL             PIC -(9)9.99.

       77 WS-NT-SUB                    PIC 9(3)     VALUE ZERO.
       77 WS-NT-COUNT                  PIC 9(3)     VALUE ZERO.
       77 WS-NT-TABLE-MAX              PIC 9(3)     VALUE 500.
       77 WS-TABLE-OVERFLOW-SWITCH     PIC X        VALUE "N".
       77 WS-BR-SUB                    PIC 9(2)     VALUE ZERO.
       77 WS-BR-COUNT                  PIC 9(2)     VALUE ZERO.
       77 WS-BR-TABLE-MAX              PIC 9(2)     VALUE 20.
       77 WS-BR-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-BRANCH             PIC X(3)     VALUE SPACES.
       77 WS-BR-ITEM-COUNT             PIC 9(3)     VALUE ZERO.
       77 WS-BR-ITEM-TOTAL             PIC S9(9)V99 VALUE ZERO.

      *  ONE NOTICE PER RETURNED ITEM, HELD UNTIL THE END OF THE RUN
      *  SO THE NOTICE LIST CAN BE PRINTED BRANCH BY BRANCH. THE
      *  NOTICE GOES TO THE BRANCH THE ACCOUNT IS DOMICILED AT, OR
      *  TO THE BRANCH THAT TOOK THE CHECK IN WHEN THE ACCOUNT HAS
      *  SINCE BEEN CLOSED.
       01 WS-NOTICE-TABLE.
           05 WS-NT-ENTRY OCCURS 500 TIMES.
              10 WS-NT-BRANCH          PIC X(3).
              10 WS-NT-ACCTNUM         PIC X(7).
              10 WS-NT-NAME            PIC X(30).
              10 WS-NT-CHECKNUM        PIC X(6).
              10 WS-NT-ROUTING         PIC X(9).
              10 WS-NT-AMOUNT          PIC 9(7)V99.
              10 WS-NT-REASON          PIC X(20).
              10 WS-NT-BALANCE         PIC S9(7)V99.
              10 WS-NT-CHARGED         PIC X(1).

       01 WS-NT-BRANCH-TABLE.
           05 WS-BR-CODE OCCURS 20 TIMES
                                       PIC X(3).

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-PROCESS-ITEMS
                 UNTIL END-OF-FILE = "Y"
              PERFORM 300-PRINT-TOTALS
              PERFORM 400-PRINT-NOTICES
              PERFORM 900-TERMINATE
           END-IF
           STOP RUN.

       050-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-ALLOWED-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
              AT END
                 DISPLAY "RUN CONTROL FILE MISSING OR EMPTY - "
                  "RUN CANCELLED"
              NOT AT END
                 IF RUN-LAST-DEPRTN-DATE = RUN-BUSINESS-DATE
                    DISPLAY "RETURNED DEPOSIT RUN ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN INPUT RETURNED-DEPOSIT-FILE
           OPEN I-O DEPOSIT-ITEM-FILE
           OPEN I-O CLIENT-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT NOTICE-FILE
           DISPLAY "RETURNED DEPOSIT ITEMS - BUSINESS DATE "
            WS-RUN-DATE
           PERFORM 110-PRINT-HEADER
           PERFORM 210-READ-RETURNED-FILE.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "RETURNED DEPOSIT ITEMS REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE "ITEM SEQUENCE CHECK      AMOUNT  DISPOSITION"
             TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *  A RETURNED CHECK IS CHARGED BACK IN FULL WHATEVER THE
      *  ACCOUNT'S AVAILABLE BALANCE - THE FUNDS WERE NEVER
      *  COLLECTED, SO THE CHARGEBACK CANNOT BE REFUSED AND MAY TAKE
      *  THE ACCOUNT OVERDRAWN. ITEMS THAT DO NOT MATCH A SENT
      *  DEPOSIT ITEM ARE REJECTED FOR RESEARCH AND NOT POSTED.
       200-PROCESS-ITEMS.
           ADD 1 TO WS-ITEMS-READ
           MOVE "Y" TO WS-ITEM-OK-SWITCH
           MOVE SPACES TO WS-DISPOSITION
           PERFORM 220-VALIDATE-ITEM
           IF WS-ITEM-OK-SWITCH = "Y"
              PERFORM 240-CHARGE-BACK-ITEM
           ELSE
              ADD 1 TO WS-ITEMS-REJECTED
              ADD WS-ITEM-AMOUNT TO WS-TOTAL-REJECTED
           END-IF
           PERFORM 290-WRITE-REPORT-LINE
           PERFORM 210-READ-RETURNED-FILE.

       210-READ-RETURNED-FILE.
           READ RETURNED-DEPOSIT-FILE
              AT END MOVE "Y" TO END-OF-FILE
           END-READ.

       220-VALIDATE-ITEM.
           COMPUTE WS-NUMVAL-RESULT =
            FUNCTION TEST-NUMVAL (RD-AMOUNT)
           IF WS-NUMVAL-RESULT NOT = ZERO
              MOVE "REJECTED - UNREADABLE AMOUNT" TO WS-DISPOSITION
              MOVE "N" TO WS-ITEM-OK-SWITCH
              MOVE ZERO TO WS-ITEM-AMOUNT
           ELSE
              MOVE FUNCTION NUMVAL (RD-AMOUNT) TO WS-ITEM-AMOUNT
           END-IF
           IF WS-ITEM-OK-SWITCH = "Y"
              IF RD-SEQNUM IS NOT NUMERIC
                 MOVE "REJECTED - ITEM NOT ON FILE" TO WS-DISPOSITION
                 MOVE "N" TO WS-ITEM-OK-SWITCH
              ELSE
                 PERFORM 230-READ-DEPOSIT-ITEM
              END-IF
           END-IF.

       230-READ-DEPOSIT-ITEM.
           MOVE RD-ACCTNUM TO DI-ACCTNUM
           MOVE RD-SEQNUM  TO DI-SEQNUM
           READ DEPOSIT-ITEM-FILE
              INVALID KEY
                 MOVE "REJECTED - ITEM NOT ON FILE" TO WS-DISPOSITION
                 MOVE "N" TO WS-ITEM-OK-SWITCH
           END-READ
           IF WS-ITEM-OK-SWITCH = "Y"
              IF DI-STATUS = "R"
                 MOVE "REJECTED - ALREADY CHARGED BACK"
                     TO WS-DISPOSITION
                 MOVE "N" TO WS-ITEM-OK-SWITCH
              ELSE
              IF DI-STATUS NOT = "S"
                 MOVE "REJECTED - ITEM NEVER SENT" TO WS-DISPOSITION
                 MOVE "N" TO WS-ITEM-OK-SWITCH
              ELSE
              IF DI-AMOUNT NOT = WS-ITEM-AMOUNT
                 MOVE "REJECTED - AMOUNT MISMATCH" TO WS-DISPOSITION
                 MOVE "N" TO WS-ITEM-OK-SWITCH
              END-IF
              END-IF
              END-IF
           END-IF.

       240-CHARGE-BACK-ITEM.
           MOVE DI-ACCTNUM TO CLIENT-ACCTNUM
           PERFORM 250-READ-CLIENT-RANDOM
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
              SUBTRACT DI-AMOUNT FROM CLIENT-BALANCE
              REWRITE CLIENT-RECORD
                 INVALID KEY
                    DISPLAY "ERROR UPDATING ACCOUNT " CLIENT-ACCTNUM
              END-REWRITE
              MOVE "DEP-RTN"          TO WS-TRANS-ACTIVITY
              MOVE DI-AMOUNT          TO WS-TRANS-AMOUNT
              MOVE CLIENT-BALANCE     TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO               TO WS-TRANS-FEE-AMOUNT
              MOVE DI-SEQNUM          TO WS-TRANS-REFERENCE
              PERFORM 280-WRITE-TRANSACTION-RECORD
              ADD 1 TO WS-ITEMS-CHARGED
              ADD DI-AMOUNT TO WS-TOTAL-CHARGED
              MOVE "CHARGED BACK" TO WS-DISPOSITION
           ELSE
              ADD 1 TO WS-ITEMS-UNCHARGED
              ADD DI-AMOUNT TO WS-TOTAL-UNCHARGED
              MOVE "ACCOUNT CLOSED - NOT CHARGED" TO WS-DISPOSITION
           END-IF
           MOVE "R"               TO DI-STATUS
           MOVE WS-RUN-DATE       TO DI-RETURN-DATE
           MOVE RD-REASON         TO DI-RETURN-REASON
           REWRITE DEPOSIT-ITEM-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING ITEM " DI-KEY
           END-REWRITE
           PERFORM 260-ADD-NOTICE.

       250-READ-CLIENT-RANDOM.
           READ CLIENT-FILE
              INVALID KEY MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-READ.

       260-ADD-NOTICE.
           IF WS-NT-COUNT >= WS-NT-TABLE-MAX
              MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
           ELSE
              ADD 1 TO WS-NT-COUNT
              MOVE DI-ACCTNUM  TO WS-NT-ACCTNUM (WS-NT-COUNT)
              MOVE DI-CHECKNUM TO WS-NT-CHECKNUM (WS-NT-COUNT)
              MOVE DI-ROUTING  TO WS-NT-ROUTING (WS-NT-COUNT)
              MOVE DI-AMOUNT   TO WS-NT-AMOUNT (WS-NT-COUNT)
              MOVE RD-REASON   TO WS-NT-REASON (WS-NT-COUNT)
              IF WS-ACCOUNT-FOUND-SWITCH = "Y"
                 MOVE CLIENT-BRANCH TO WS-NT-BRANCH (WS-NT-COUNT)
                 MOVE SPACES TO WS-NT-NAME (WS-NT-COUNT)
                 STRING
                     FUNCTION TRIM (CLIENT-FIRSTNAME)
                                             DELIMITED BY SIZE
                     " "                     DELIMITED BY SIZE
                     FUNCTION TRIM (CLIENT-LASTNAME)
                                             DELIMITED BY SIZE
                     INTO WS-NT-NAME (WS-NT-COUNT)
                 END-STRING
                 MOVE CLIENT-BALANCE TO WS-NT-BALANCE (WS-NT-COUNT)
                 MOVE "Y" TO WS-NT-CHARGED (WS-NT-COUNT)
              ELSE
                 MOVE DI-BRANCH TO WS-NT-BRANCH (WS-NT-COUNT)
                 MOVE "** ACCOUNT CLOSED **"
                     TO WS-NT-NAME (WS-NT-COUNT)
                 MOVE ZERO TO WS-NT-BALANCE (WS-NT-COUNT)
                 MOVE "N" TO WS-NT-CHARGED (WS-NT-COUNT)
              END-IF
              MOVE WS-NT-BRANCH (WS-NT-COUNT) TO WS-SEARCH-BRANCH
              PERFORM 270-NOTE-BRANCH
           END-IF.

       270-NOTE-BRANCH.
           MOVE "N" TO WS-BR-FOUND-SWITCH
           MOVE ZERO TO WS-BR-SUB
           PERFORM 275-SCAN-BRANCH-ENTRY
              UNTIL WS-BR-FOUND-SWITCH = "Y"
                 OR WS-BR-SUB >= WS-BR-COUNT
           IF WS-BR-FOUND-SWITCH NOT = "Y"
              IF WS-BR-COUNT >= WS-BR-TABLE-MAX
                 DISPLAY "BRANCH TABLE FULL - INCREASE TABLE SIZE"
              ELSE
                 ADD 1 TO WS-BR-COUNT
                 MOVE WS-SEARCH-BRANCH TO WS-BR-CODE (WS-BR-COUNT)
              END-IF
           END-IF.

       275-SCAN-BRANCH-ENTRY.
           ADD 1 TO WS-BR-SUB
           IF WS-BR-CODE (WS-BR-SUB) = WS-SEARCH-BRANCH
              MOVE "Y" TO WS-BR-FOUND-SWITCH
           END-IF.

       280-WRITE-TRANSACTION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TRANS-TIMESTAMP
           MOVE RUN-BUSINESS-DATE TO WS-TRANS-TIMESTAMP(1:8)
           MOVE WS-TRANS-AMOUNT          TO WS-TRANS-AMOUNT-TEXT
           MOVE WS-TRANS-BEFORE-BALANCE  TO WS-TRANS-BEFORE-TEXT
           MOVE WS-TRANS-AFTER-BALANCE   TO WS-TRANS-AFTER-TEXT
           MOVE WS-TRANS-FEE-AMOUNT      TO WS-TRANS-FEE-TEXT
           MOVE SPACES TO TRANSACTION-RECORD
           STRING
               CLIENT-ACCTNUM      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-ACTIVITY   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-AMOUNT-TEXT DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-BEFORE-TEXT DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-AFTER-TEXT DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-FEE-TEXT   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-TIMESTAMP  DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-OPERATOR-ID      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-REFERENCE  DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               CLIENT-BRANCH       DELIMITED BY SIZE
               INTO TRANSACTION-RECORD
           END-STRING
           WRITE TRANSACTION-RECORD
           PERFORM 285-INDEX-JOURNAL-ENTRY
           MOVE SPACES TO WS-TRANS-REFERENCE.

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
           MOVE WS-ITEM-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               RD-ITEM-SEQUENCE     DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               RD-CHECKNUM          DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               WS-DISPOSITION       DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       300-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ITEMS READ:          " DELIMITED BY SIZE
               WS-ITEMS-READ           DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ITEMS CHARGED BACK:  " DELIMITED BY SIZE
               WS-ITEMS-CHARGED        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-CHARGED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "AMOUNT CHARGED BACK: " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACCOUNT CLOSED:      " DELIMITED BY SIZE
               WS-ITEMS-UNCHARGED      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-UNCHARGED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "AMOUNT NOT CHARGED:  " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ITEMS REJECTED:      " DELIMITED BY SIZE
               WS-ITEMS-REJECTED       DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-REJECTED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "AMOUNT REJECTED:     " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *  THE NOTICE LIST GIVES EACH BRANCH ITS OWN SECTION SO IT
      *  CAN CONTACT THE CUSTOMERS WHOSE DEPOSITED CHECKS CAME BACK.
       400-PRINT-NOTICES.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "RETURNED DEPOSIT NOTICES - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           IF WS-NT-COUNT = ZERO
              MOVE " " TO NOTICE-RECORD
              WRITE NOTICE-RECORD
              MOVE "NO RETURNED DEPOSIT ITEMS" TO NOTICE-RECORD
              WRITE NOTICE-RECORD
           END-IF
           PERFORM 410-PRINT-BRANCH-SECTION
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > WS-BR-COUNT
           IF WS-TABLE-OVERFLOW-SWITCH = "Y"
              MOVE " " TO NOTICE-RECORD
              WRITE NOTICE-RECORD
              MOVE SPACES TO NOTICE-RECORD
              STRING
                  "*** NOTICE TABLE FULL - SEE deposit-return.rpt "
                                    DELIMITED BY SIZE
                  "FOR THE REMAINING ITEMS ***" DELIMITED BY SIZE
                  INTO NOTICE-RECORD
              END-STRING
              WRITE NOTICE-RECORD
           END-IF.

       410-PRINT-BRANCH-SECTION.
           MOVE ZERO TO WS-BR-ITEM-COUNT
           MOVE ZERO TO WS-BR-ITEM-TOTAL
           MOVE " " TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "BRANCH "              DELIMITED BY SIZE
               WS-BR-CODE (WS-BR-SUB) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "ACCOUNT NAME                           CHECK      "
                                 DELIMITED BY SIZE
               "AMOUNT ROUTING" DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           PERFORM 420-PRINT-ONE-NOTICE
              VARYING WS-NT-SUB FROM 1 BY 1
              UNTIL WS-NT-SUB > WS-NT-COUNT
           MOVE WS-BR-ITEM-TOTAL TO WS-DISPLAY-TOTAL
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "BRANCH ITEMS: "       DELIMITED BY SIZE
               WS-BR-ITEM-COUNT       DELIMITED BY SIZE
               "  AMOUNT: "           DELIMITED BY SIZE
               WS-DISPLAY-TOTAL       DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.

       420-PRINT-ONE-NOTICE.
           IF WS-NT-BRANCH (WS-NT-SUB) = WS-BR-CODE (WS-BR-SUB)
              ADD 1 TO WS-BR-ITEM-COUNT
              ADD WS-NT-AMOUNT (WS-NT-SUB) TO WS-BR-ITEM-TOTAL
              MOVE WS-NT-AMOUNT (WS-NT-SUB) TO WS-DISPLAY-AMOUNT
              MOVE SPACES TO NOTICE-RECORD
              STRING
                  WS-NT-ACCTNUM (WS-NT-SUB)   DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-NT-NAME (WS-NT-SUB)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-NT-CHECKNUM (WS-NT-SUB)  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-DISPLAY-AMOUNT           DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-NT-ROUTING (WS-NT-SUB)   DELIMITED BY SIZE
                  INTO NOTICE-RECORD
              END-STRING
              WRITE NOTICE-RECORD
              MOVE SPACES TO NOTICE-RECORD
              IF WS-NT-CHARGED (WS-NT-SUB) = "Y"
                 MOVE WS-NT-BALANCE (WS-NT-SUB) TO WS-DISPLAY-BALANCE
                 STRING
                     "        REASON: "        DELIMITED BY SIZE
                     WS-NT-REASON (WS-NT-SUB)  DELIMITED BY SIZE
                     " NEW BALANCE: "          DELIMITED BY SIZE
                     WS-DISPLAY-BALANCE        DELIMITED BY SIZE
                     INTO NOTICE-RECORD
                 END-STRING
                 IF WS-NT-BALANCE (WS-NT-SUB) < ZERO
                    MOVE "OVERDRAWN" TO NOTICE-RECORD(72:9)
                 END-IF
              ELSE
                 STRING
                     "        REASON: "        DELIMITED BY SIZE
                     WS-NT-REASON (WS-NT-SUB)  DELIMITED BY SIZE
                     " NOT CHARGED - RECOVER FROM CUSTOMER"
                                               DELIMITED BY SIZE
                     INTO NOTICE-RECORD
                 END-STRING
              END-IF
              WRITE NOTICE-RECORD
           END-IF.

       900-TERMINATE.
           CLOSE RETURNED-DEPOSIT-FILE
           CLOSE DEPOSIT-ITEM-FILE
           CLOSE CLIENT-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE
           CLOSE NOTICE-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "ITEMS READ: " WS-ITEMS-READ
           DISPLAY "ITEMS CHARGED BACK: " WS-ITEMS-CHARGED
           DISPLAY "ACCOUNT CLOSED, NOT CHARGED: " WS-ITEMS-UNCHARGED
           DISPLAY "ITEMS REJECTED: " WS-ITEMS-REJECTED
           DISPLAY "REPORT WRITTEN TO deposit-return.rpt"
           DISPLAY "NOTICE LIST WRITTEN TO deposit-return-notices.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-DEPRTN-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
