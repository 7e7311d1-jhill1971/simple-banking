       IDENTIFICATION DIVISION.
       PROGRAM-ID. balance_history.
       AUTHOR. James Hill.

      *  END-OF-DAY BALANCE HISTORY. APPENDS EVERY ACCOUNT'S CLOSING
      *  BALANCE, TYPE AND BRANCH TO balance-history.txt UNDER TODAY'S
      *  BUSINESS DATE (SEE BALHIST). THE MONTH-END MIS REPORT IS
      *  BUILT FROM THESE RECORDS, SO THE RUN BELONGS AFTER THE LAST
      *  POSTING JOB OF THE DAY. A RECORD ALREADY ON FILE FOR THE DAY
      *  (A RUN THAT STOPPED PART WAY) IS REPLACED, NOT DUPLICATED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "client-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENT-ACCTNUM
               ALTERNATE RECORD KEY IS CLIENT-LASTNAME
                   WITH DUPLICATES.
           SELECT OPTIONAL BALANCE-HISTORY-FILE
               ASSIGN TO "balance-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  BALANCE-HISTORY-FILE.
           COPY BALHIST.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-ACCOUNTS-WRITTEN          PIC 9(7)     VALUE ZERO.
       77 WS-ACCOUNTS-REPLACED         PIC 9(7)     VALUE ZERO.
       77 WS-TOTAL-BALANCE             PIC S9(11)V99 VALUE ZERO.
       77 WS-DISPLAY-TOTAL             PIC -(11)9.99.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-PROCESS-ACCOUNTS
                 UNTIL END-OF-FILE = "Y"
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
                 IF RUN-LAST-BALHIST-DATE = RUN-BUSINESS-DATE
                    DISPLAY "BALANCE HISTORY ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN INPUT CLIENT-FILE
           OPEN I-O BALANCE-HISTORY-FILE
           DISPLAY "DAILY BALANCE HISTORY - BUSINESS DATE " WS-RUN-DATE
           PERFORM 210-READ-CLIENT-FILE.

       200-PROCESS-ACCOUNTS.
           MOVE SPACES              TO BALANCE-HISTORY-RECORD
           MOVE WS-RUN-DATE         TO BH-BUSINESS-DATE
           MOVE CLIENT-ACCTNUM      TO BH-ACCTNUM
           MOVE CLIENT-ACCOUNT-TYPE TO BH-ACCOUNT-TYPE
           MOVE CLIENT-BRANCH       TO BH-BRANCH
           MOVE CLIENT-BALANCE      TO BH-BALANCE
           ADD CLIENT-BALANCE TO WS-TOTAL-BALANCE
           ADD 1 TO WS-ACCOUNTS-WRITTEN
           WRITE BALANCE-HISTORY-RECORD
              INVALID KEY
                 REWRITE BALANCE-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "ERROR WRITING BALANCE HISTORY FOR "
                        CLIENT-ACCTNUM
                    NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-REPLACED
                 END-REWRITE
           END-WRITE
           PERFORM 210-READ-CLIENT-FILE.

       210-READ-CLIENT-FILE.
           READ CLIENT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
           END-READ.

       900-TERMINATE.
           CLOSE CLIENT-FILE
           CLOSE BALANCE-HISTORY-FILE
           PERFORM 920-UPDATE-RUN-CONTROL
           MOVE WS-TOTAL-BALANCE TO WS-DISPLAY-TOTAL
           DISPLAY "ACCOUNTS RECORDED: " WS-ACCOUNTS-WRITTEN
           IF WS-ACCOUNTS-REPLACED > ZERO
              DISPLAY "RECORDS REPLACED FROM AN EARLIER RUN: "
               WS-ACCOUNTS-REPLACED
           END-IF
           DISPLAY "TOTAL CLOSING BALANCE: " WS-DISPLAY-TOTAL
           DISPLAY "BALANCE HISTORY WRITTEN TO balance-history.txt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-BALHIST-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
