       IDENTIFICATION DIVISION.
       PROGRAM-ID. overdraft_aging.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "client-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENT-ACCTNUM
               ALTERNATE RECORD KEY IS CLIENT-LASTNAME
                   WITH DUPLICATES.
           SELECT OPTIONAL OVERDRAWN-FILE
               ASSIGN TO "overdrawn-accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVD-ACCTNUM.
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
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "overdraft-aging.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "charge-off.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "collection-notices.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  OVERDRAWN-FILE.
           COPY OVDREC.

       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       FD  CHARGE-OFF-FILE.
       01 CHARGE-OFF-RECORD            PIC X(80).

       FD  NOTICE-FILE.
       01 NOTICE-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-PARM-EOF-SWITCH           PIC X        VALUE "N".
       77 WS-PARM-NUMVAL-CHECK         PIC S9(9)V99.
       77 WS-OVD-FOUND-SWITCH          PIC X        VALUE "N".
       77 WS-CLIENT-CHANGED-SWITCH     PIC X        VALUE "N".
       77 WS-DATE-NUMERIC              PIC 9(8)     VALUE ZERO.
       77 WS-BUSINESS-DATE-INT         PIC 9(8)     VALUE ZERO.
       77 WS-FIRST-DATE-INT            PIC 9(8)     VALUE ZERO.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99 VALUE ZERO.
      *  WITH NO CHARGE-OFF-DAYS PARAMETER ON FILE AN ACCOUNT IS
      *  CHARGED OFF AFTER 90 DAYS OVERDRAWN.
       77 WS-CHARGE-OFF-DAYS           PIC 9(5)     VALUE 90.
       77 WS-NOTICE-LEVEL              PIC 9(1)     VALUE ZERO.
       77 WS-RECOVERY-AMOUNT           PIC S9(7)V99 VALUE ZERO.
       77 WS-OUTSTANDING-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       77 WS-ACTION                    PIC X(20)    VALUE SPACES.
       77 WS-CUSTOMER-NAME             PIC X(30)    VALUE SPACES.
       77 WS-ACCOUNTS-OVERDRAWN        PIC 9(5)     VALUE ZERO.
       77 WS-ACCOUNTS-NEW              PIC 9(5)     VALUE ZERO.
       77 WS-ACCOUNTS-CURED            PIC 9(5)     VALUE ZERO.
       77 WS-NOTICES-WRITTEN           PIC 9(5)     VALUE ZERO.
       77 WS-ACCOUNTS-CHARGED-OFF      PIC 9(5)     VALUE ZERO.
       77 WS-ACCOUNTS-RECOVERED        PIC 9(5)     VALUE ZERO.
       77 WS-ACCOUNTS-REVIEW           PIC 9(5)     VALUE ZERO.
       77 WS-TOTAL-OVERDRAWN           PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-CHARGED-OFF         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-RECOVERED           PIC S9(9)V99 VALUE ZERO.
       77 WS-DISPLAY-AMOUNT            PIC -(7)9.99.
       77 WS-DISPLAY-TOTAL             PIC -(9)9.99.
       77 WS-DISPLAY-DAYS              PIC ZZZZ9.
       77 WS-TRANS-ACTIVITY            PIC X(10)    VALUE SPACES.
       77 WS-TRANS-AMOUNT              PIC S9(7)V99 VALUE ZERO.
       77 WS-TRANS-AMOUNT-TEXT         PIC -(7)9.99.
       77 WS-TRANS-BEFORE-BALANCE      PIC S9(7)V99 VALUE ZERO.
       77 WS-TRANS-BEFORE-TEXT         PIC -(7)9.99.
       77 WS-TRANS-AFTER-TEXT          PIC -(7)9.99.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "ODAG".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.

       77 WS-NTC-SUB                   PIC 9(1)     VALUE ZERO.
       77 WS-NTC-COUNT                 PIC 9(1)     VALUE ZERO.
       77 WS-NTC-TABLE-MAX             PIC 9(1)     VALUE 3.

      *  COLLECTION NOTICE THRESHOLDS IN DAYS OVERDRAWN, ASCENDING,
      *  FROM THE COLLECT-NOTICE PARAMETERS. WITH NONE ON FILE THE
      *  NOTICES GO OUT AT 30 AND 60 DAYS.
       01 WS-NOTICE-TABLE.
           05 WS-NTC-DAYS              PIC 9(5) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-PROCESS-ACCOUNTS
                 UNTIL END-OF-FILE = "Y"
              PERFORM 300-PRINT-TOTALS
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
                 IF RUN-LAST-ODAGE-DATE = RUN-BUSINESS-DATE
                    DISPLAY "OVERDRAFT AGING ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           PERFORM 120-LOAD-PARAMETERS
           OPEN I-O CLIENT-FILE
           OPEN I-O OVERDRAWN-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CHARGE-OFF-FILE
           OPEN OUTPUT NOTICE-FILE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUMERIC
           COMPUTE WS-BUSINESS-DATE-INT =
            FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           DISPLAY "OVERDRAFT AGING - BUSINESS DATE " WS-RUN-DATE
           DISPLAY "CHARGE-OFF THRESHOLD (DAYS): " WS-CHARGE-OFF-DAYS
           PERFORM 110-PRINT-HEADER
           PERFORM 210-READ-CLIENT-FILE.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "OVERDRAWN ACCOUNT AGING REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACCOUNT NAME                              BALANCE"
                                 DELIMITED BY SIZE
               " SINCE     DAYS ACTION" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               "CHARGE-OFF AND RECOVERY REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.
           MOVE " " TO CHARGE-OFF-RECORD
           WRITE CHARGE-OFF-RECORD.
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               "ACCOUNT NAME                           BR      AMOUNT"
                                 DELIMITED BY SIZE
               " ACTION" DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.

       120-LOAD-PARAMETERS.
           MOVE "N" TO WS-PARM-EOF-SWITCH
           OPEN INPUT PARAMETER-FILE
           PERFORM 130-READ-PARAMETER
              UNTIL WS-PARM-EOF-SWITCH = "Y"
           CLOSE PARAMETER-FILE
           IF WS-NTC-COUNT = ZERO
              MOVE 2  TO WS-NTC-COUNT
              MOVE 30 TO WS-NTC-DAYS (1)
              MOVE 60 TO WS-NTC-DAYS (2)
           END-IF
           IF WS-NTC-DAYS (WS-NTC-COUNT) >= WS-CHARGE-OFF-DAYS
              DISPLAY "COLLECT-NOTICE THRESHOLD NOT BELOW "
               "CHARGE-OFF-DAYS - LATE NOTICES WILL NOT BE SENT"
           END-IF.

       130-READ-PARAMETER.
           READ PARAMETER-FILE
              AT END
                 MOVE "Y" TO WS-PARM-EOF-SWITCH
              NOT AT END
                 EVALUATE PARM-KEYWORD
                    WHEN "COLLECT-NOTICE"
                       PERFORM 140-LOAD-NOTICE-THRESHOLD
                    WHEN "CHARGE-OFF-DAYS"
                       COMPUTE WS-PARM-NUMVAL-CHECK =
                        FUNCTION TEST-NUMVAL (PARM-VALUE-1)
                       IF WS-PARM-NUMVAL-CHECK = ZERO
                          MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                              TO WS-CHARGE-OFF-DAYS
                       ELSE
                          DISPLAY "BAD CHARGE-OFF-DAYS PARAMETER "
                           "IGNORED"
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       140-LOAD-NOTICE-THRESHOLD.
           COMPUTE WS-PARM-NUMVAL-CHECK =
            FUNCTION TEST-NUMVAL (PARM-VALUE-1)
           IF WS-PARM-NUMVAL-CHECK NOT = ZERO
              DISPLAY "BAD COLLECT-NOTICE PARAMETER IGNORED"
           ELSE
              IF WS-NTC-COUNT >= WS-NTC-TABLE-MAX
                 DISPLAY "TOO MANY COLLECT-NOTICE THRESHOLDS - "
                  "EXTRA IGNORED"
              ELSE
                 IF WS-NTC-COUNT > ZERO AND
                  FUNCTION NUMVAL (PARM-VALUE-1) <=
                  WS-NTC-DAYS (WS-NTC-COUNT)
                    DISPLAY "COLLECT-NOTICE THRESHOLDS NOT "
                     "ASCENDING - THRESHOLD IGNORED"
                 ELSE
                    ADD 1 TO WS-NTC-COUNT
                    MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                        TO WS-NTC-DAYS (WS-NTC-COUNT)
                 END-IF
              END-IF
           END-IF.

      *  TERM DEPOSITS AND LOANS ARE NEVER OVERDRAWN - ONLY THE
      *  CHECKING AND SAVINGS ACCOUNTS ARE AGED.
       200-PROCESS-ACCOUNTS.
           IF CLIENT-ACCOUNT-TYPE NOT = "T"
            AND CLIENT-ACCOUNT-TYPE NOT = "L"
              PERFORM 220-CHECK-ONE-ACCOUNT
           END-IF
           PERFORM 210-READ-CLIENT-FILE.

       210-READ-CLIENT-FILE.
           READ CLIENT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
           END-READ.

       220-CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-CLIENT-CHANGED-SWITCH
           PERFORM 230-READ-OVERDRAWN
           IF WS-OVD-FOUND-SWITCH = "Y" AND OVD-STATUS = "C"
              PERFORM 260-CHECK-RECOVERY
           ELSE
           IF CLIENT-BALANCE < ZERO
              PERFORM 240-AGE-OVERDRAWN-ACCOUNT
           ELSE
           IF WS-OVD-FOUND-SWITCH = "Y" AND OVD-STATUS = "A"
              PERFORM 250-CLEAR-CURED-ACCOUNT
           END-IF
           END-IF
           END-IF
           IF WS-CLIENT-CHANGED-SWITCH = "Y"
              REWRITE CLIENT-RECORD
                 INVALID KEY
                    DISPLAY "ERROR UPDATING ACCOUNT " CLIENT-ACCTNUM
              END-REWRITE
           END-IF.

       230-READ-OVERDRAWN.
           MOVE CLIENT-ACCTNUM TO OVD-ACCTNUM
           READ OVERDRAWN-FILE
              INVALID KEY MOVE "N" TO WS-OVD-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-OVD-FOUND-SWITCH
           END-READ
           MOVE SPACES TO WS-CUSTOMER-NAME
           STRING
               FUNCTION TRIM (CLIENT-FIRSTNAME) DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               FUNCTION TRIM (CLIENT-LASTNAME)  DELIMITED BY SIZE
               INTO WS-CUSTOMER-NAME
           END-STRING.

      *  THE FIRST NIGHT AN ACCOUNT IS FOUND BELOW ZERO STARTS ITS
      *  AGING FROM THAT BUSINESS DATE. AN ACCOUNT WHOSE EARLIER
      *  CHARGE-OFF WAS RECOVERED IN FULL STARTS AGING AFRESH.
       240-AGE-OVERDRAWN-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-OVERDRAWN
           SUBTRACT CLIENT-BALANCE FROM WS-TOTAL-OVERDRAWN
           MOVE SPACES TO WS-ACTION
           IF WS-OVD-FOUND-SWITCH NOT = "Y" OR OVD-STATUS = "R"
              MOVE CLIENT-ACCTNUM TO OVD-ACCTNUM
              MOVE "A"            TO OVD-STATUS
              MOVE WS-RUN-DATE    TO OVD-FIRST-NEGATIVE-DATE
              MOVE ZERO           TO OVD-DAYS-NEGATIVE
              MOVE ZERO           TO OVD-NOTICES-SENT
              MOVE SPACES         TO OVD-LAST-NOTICE-DATE
              MOVE SPACES         TO OVD-CHARGE-OFF-DATE
              MOVE ZERO           TO OVD-CHARGE-OFF-AMOUNT
              MOVE ZERO           TO OVD-RECOVERED-AMOUNT
              MOVE SPACES         TO OVD-LAST-RECOVERY-DATE
              ADD 1 TO WS-ACCOUNTS-NEW
              MOVE "NEWLY OVERDRAWN" TO WS-ACTION
           END-IF
           COMPUTE WS-NUMVAL-RESULT =
            FUNCTION TEST-NUMVAL (OVD-FIRST-NEGATIVE-DATE)
           IF WS-NUMVAL-RESULT NOT = ZERO
              MOVE ZERO TO WS-FIRST-DATE-INT
           ELSE
              MOVE FUNCTION NUMVAL (OVD-FIRST-NEGATIVE-DATE)
                  TO WS-DATE-NUMERIC
              COMPUTE WS-FIRST-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           END-IF
           IF WS-FIRST-DATE-INT = ZERO
              ADD 1 TO WS-ACCOUNTS-REVIEW
              MOVE "BAD DATE - REVIEW" TO WS-ACTION
           ELSE
              COMPUTE OVD-DAYS-NEGATIVE =
               WS-BUSINESS-DATE-INT - WS-FIRST-DATE-INT
              IF OVD-DAYS-NEGATIVE >= WS-CHARGE-OFF-DAYS
                 PERFORM 270-CHARGE-OFF-ACCOUNT
              ELSE
                 PERFORM 245-CHECK-NOTICE-DUE
              END-IF
           END-IF
           PERFORM 235-SAVE-OVERDRAWN
           PERFORM 280-WRITE-AGING-LINE.

       235-SAVE-OVERDRAWN.
           IF WS-OVD-FOUND-SWITCH = "Y"
              REWRITE OVERDRAWN-RECORD
                 INVALID KEY
                    DISPLAY "ERROR UPDATING OVERDRAWN RECORD "
                     OVD-ACCTNUM
              END-REWRITE
           ELSE
              WRITE OVERDRAWN-RECORD
                 INVALID KEY
                    DISPLAY "ERROR WRITING OVERDRAWN RECORD "
                     OVD-ACCTNUM
              END-WRITE
           END-IF.

      *  ONE NOTICE AT THE HIGHEST THRESHOLD REACHED THAT HAS NOT
      *  ALREADY BEEN NOTIFIED - A LATE RUN DOES NOT SEND THE
      *  CUSTOMER A STACK OF LETTERS FOR THE MISSED THRESHOLDS.
       245-CHECK-NOTICE-DUE.
           MOVE ZERO TO WS-NOTICE-LEVEL
           PERFORM 247-TEST-ONE-THRESHOLD
              VARYING WS-NTC-SUB FROM 1 BY 1
              UNTIL WS-NTC-SUB > WS-NTC-COUNT
           IF WS-NOTICE-LEVEL > OVD-NOTICES-SENT
              MOVE WS-NOTICE-LEVEL TO OVD-NOTICES-SENT
              MOVE WS-RUN-DATE     TO OVD-LAST-NOTICE-DATE
              PERFORM 290-WRITE-COLLECTION-NOTICE
              MOVE SPACES TO WS-ACTION
              STRING
                  "NOTICE "           DELIMITED BY SIZE
                  WS-NOTICE-LEVEL     DELIMITED BY SIZE
                  " SENT"             DELIMITED BY SIZE
                  INTO WS-ACTION
              END-STRING
           END-IF.

       247-TEST-ONE-THRESHOLD.
           IF OVD-DAYS-NEGATIVE >= WS-NTC-DAYS (WS-NTC-SUB)
              MOVE WS-NTC-SUB TO WS-NOTICE-LEVEL
           END-IF.

       250-CLEAR-CURED-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CURED
           DELETE OVERDRAWN-FILE RECORD
              INVALID KEY
                 DISPLAY "ERROR DELETING OVERDRAWN RECORD " OVD-ACCTNUM
           END-DELETE
           MOVE "BACK IN CREDIT" TO WS-ACTION
           PERFORM 280-WRITE-AGING-LINE.

      *  A CHARGED-OFF ACCOUNT SITS AT ZERO WITH ITS DEBITS FROZEN,
      *  SO ANY BALANCE IT HAS NOW CAME IN AS A CREDIT SINCE THE
      *  LAST RUN. THAT CREDIT IS TAKEN BACK OUT AS A RECOVERY
      *  AGAINST THE AMOUNT WRITTEN OFF; ONCE THE WHOLE CHARGE-OFF
      *  HAS COME BACK THE FREEZE IS LIFTED AND ANYTHING LEFT OVER
      *  STAYS ON THE ACCOUNT. A CHARGED-OFF ACCOUNT THAT HAS GONE
      *  BELOW ZERO AGAIN (E.G. A RETURNED DEPOSIT) IS LISTED FOR
      *  MANUAL REVIEW.
       260-CHECK-RECOVERY.
           IF CLIENT-BALANCE < ZERO
              ADD 1 TO WS-ACCOUNTS-REVIEW
              MOVE "CHARGED OFF - REVIEW" TO WS-ACTION
              PERFORM 280-WRITE-AGING-LINE
           ELSE
           IF CLIENT-BALANCE > ZERO
              COMPUTE WS-OUTSTANDING-AMOUNT =
               OVD-CHARGE-OFF-AMOUNT - OVD-RECOVERED-AMOUNT
              IF CLIENT-BALANCE < WS-OUTSTANDING-AMOUNT
                 MOVE CLIENT-BALANCE TO WS-RECOVERY-AMOUNT
              ELSE
                 MOVE WS-OUTSTANDING-AMOUNT TO WS-RECOVERY-AMOUNT
              END-IF
              PERFORM 265-POST-RECOVERY
           END-IF
           END-IF.

       265-POST-RECOVERY.
           MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
           SUBTRACT WS-RECOVERY-AMOUNT FROM CLIENT-BALANCE
           ADD WS-RECOVERY-AMOUNT TO OVD-RECOVERED-AMOUNT
           MOVE WS-RUN-DATE TO OVD-LAST-RECOVERY-DATE
           ADD WS-RECOVERY-AMOUNT TO WS-TOTAL-RECOVERED
           IF OVD-RECOVERED-AMOUNT >= OVD-CHARGE-OFF-AMOUNT
              MOVE "R" TO OVD-STATUS
              MOVE "N" TO CLIENT-DORMANT-FLAG
              ADD 1 TO WS-ACCOUNTS-RECOVERED
              MOVE "RECOVERED IN FULL" TO WS-ACTION
           ELSE
              MOVE "PART RECOVERY" TO WS-ACTION
           END-IF
           MOVE "Y" TO WS-CLIENT-CHANGED-SWITCH
           PERFORM 235-SAVE-OVERDRAWN
           MOVE "RECOVERY"         TO WS-TRANS-ACTIVITY
           MOVE WS-RECOVERY-AMOUNT TO WS-TRANS-AMOUNT
           PERFORM 295-WRITE-TRANSACTION-RECORD
           MOVE WS-RECOVERY-AMOUNT TO WS-DISPLAY-AMOUNT
           PERFORM 285-WRITE-CHARGE-OFF-LINE.

      *  THE NEGATIVE BALANCE IS WRITTEN OFF TO ZERO AND THE ACCOUNT
      *  IS FROZEN AGAINST FURTHER DEBITS BY DORMANT FLAG "C".
       270-CHARGE-OFF-ACCOUNT.
           MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
           COMPUTE WS-TRANS-AMOUNT = ZERO - CLIENT-BALANCE
           MOVE ZERO TO CLIENT-BALANCE
           MOVE "C" TO CLIENT-DORMANT-FLAG
           MOVE "Y" TO WS-CLIENT-CHANGED-SWITCH
           MOVE "C" TO OVD-STATUS
           MOVE WS-RUN-DATE TO OVD-CHARGE-OFF-DATE
           MOVE WS-TRANS-AMOUNT TO OVD-CHARGE-OFF-AMOUNT
           MOVE ZERO TO OVD-RECOVERED-AMOUNT
           ADD 1 TO WS-ACCOUNTS-CHARGED-OFF
           ADD WS-TRANS-AMOUNT TO WS-TOTAL-CHARGED-OFF
           MOVE "CHARGE-OFF" TO WS-TRANS-ACTIVITY
           PERFORM 295-WRITE-TRANSACTION-RECORD
           MOVE "CHARGED OFF" TO WS-ACTION
           MOVE WS-TRANS-AMOUNT TO WS-DISPLAY-AMOUNT
           PERFORM 285-WRITE-CHARGE-OFF-LINE.

       280-WRITE-AGING-LINE.
           IF WS-ACTION = "CHARGED OFF"
              MOVE WS-TRANS-BEFORE-BALANCE TO WS-DISPLAY-AMOUNT
           ELSE
              MOVE CLIENT-BALANCE TO WS-DISPLAY-AMOUNT
           END-IF
           MOVE OVD-DAYS-NEGATIVE TO WS-DISPLAY-DAYS
           MOVE SPACES TO REPORT-RECORD
           STRING
               CLIENT-ACCTNUM           DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-CUSTOMER-NAME         DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT        DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               OVD-FIRST-NEGATIVE-DATE  DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-DISPLAY-DAYS          DELIMITED BY SIZE
               " "                      DELIMITED BY SIZE
               WS-ACTION                DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       285-WRITE-CHARGE-OFF-LINE.
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               CLIENT-ACCTNUM      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-CUSTOMER-NAME    DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               CLIENT-BRANCH       DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-ACTION           DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.

      *  ONE LETTER PER NOTICE, SEPARATED BY A RULE SO THE PRINT
      *  ROOM CAN BURST THEM.
       290-WRITE-COLLECTION-NOTICE.
           ADD 1 TO WS-NOTICES-WRITTEN
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "COLLECTION NOTICE "   DELIMITED BY SIZE
               WS-NOTICE-LEVEL        DELIMITED BY SIZE
               "                          DATE: "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "ACCOUNT: "            DELIMITED BY SIZE
               CLIENT-ACCTNUM         DELIMITED BY SIZE
               "   BRANCH: "          DELIMITED BY SIZE
               CLIENT-BRANCH          DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "TO: "                 DELIMITED BY SIZE
               WS-CUSTOMER-NAME       DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE " " TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE CLIENT-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE OVD-DAYS-NEGATIVE TO WS-DISPLAY-DAYS
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "YOUR ACCOUNT HAS BEEN OVERDRAWN SINCE "
                                      DELIMITED BY SIZE
               OVD-FIRST-NEGATIVE-DATE DELIMITED BY SIZE
               " ("                   DELIMITED BY SIZE
               WS-DISPLAY-DAYS        DELIMITED BY SIZE
               " DAYS)."              DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "BALANCE NOW DUE: "    DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT      DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "PLEASE DEPOSIT ENOUGH TO BRING THE ACCOUNT BACK TO A "
                                 DELIMITED BY SIZE
               "CREDIT BALANCE." DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE WS-CHARGE-OFF-DAYS TO WS-DISPLAY-DAYS
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "AN ACCOUNT STILL OVERDRAWN AFTER "
                                      DELIMITED BY SIZE
               WS-DISPLAY-DAYS        DELIMITED BY SIZE
               " DAYS IS CHARGED OFF AND"
                                      DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE "CLOSED TO FURTHER WITHDRAWALS." TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE ALL "-" TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       295-WRITE-TRANSACTION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TRANS-TIMESTAMP
           MOVE RUN-BUSINESS-DATE TO WS-TRANS-TIMESTAMP(1:8)
           MOVE WS-TRANS-AMOUNT          TO WS-TRANS-AMOUNT-TEXT
           MOVE WS-TRANS-BEFORE-BALANCE  TO WS-TRANS-BEFORE-TEXT
           MOVE CLIENT-BALANCE           TO WS-TRANS-AFTER-TEXT
           MOVE ZERO                     TO WS-TRANS-FEE-TEXT
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
           PERFORM 296-INDEX-JOURNAL-ENTRY.

      *  EVERY JOURNAL LINE IS INDEXED BY ACCOUNT AND TIMESTAMP AS
      *  IT IS WRITTEN (SEE JRNLIDX).
       296-INDEX-JOURNAL-ENTRY.
           MOVE TRANSACTION-RECORD TO JIX-JOURNAL-LINE
           MOVE JIX-LINE-ACCTNUM   TO JIX-ACCTNUM
           MOVE JIX-LINE-TIMESTAMP TO JIX-TIMESTAMP
           MOVE ZERO TO JIX-SEQ
           MOVE "N" TO WS-JIX-WRITTEN-SWITCH
           PERFORM 297-WRITE-INDEX-ENTRY
              UNTIL WS-JIX-WRITTEN-SWITCH = "Y"
                 OR JIX-SEQ = 99
           IF WS-JIX-WRITTEN-SWITCH NOT = "Y"
              DISPLAY "JOURNAL INDEX ENTRY NOT WRITTEN FOR "
               JIX-ACCTNUM " " JIX-TIMESTAMP
           END-IF.

       297-WRITE-INDEX-ENTRY.
           WRITE JOURNAL-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO JIX-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WS-JIX-WRITTEN-SWITCH
           END-WRITE.

       300-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACCOUNTS OVERDRAWN:  " DELIMITED BY SIZE
               WS-ACCOUNTS-OVERDRAWN   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-OVERDRAWN TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "TOTAL OVERDRAWN:     " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "NEWLY OVERDRAWN:     " DELIMITED BY SIZE
               WS-ACCOUNTS-NEW         DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "BACK IN CREDIT:      " DELIMITED BY SIZE
               WS-ACCOUNTS-CURED       DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "NOTICES SENT:        " DELIMITED BY SIZE
               WS-NOTICES-WRITTEN      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "CHARGED OFF:         " DELIMITED BY SIZE
               WS-ACCOUNTS-CHARGED-OFF DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "REVIEW MANUALLY:     " DELIMITED BY SIZE
               WS-ACCOUNTS-REVIEW      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO CHARGE-OFF-RECORD
           WRITE CHARGE-OFF-RECORD.
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               "ACCOUNTS CHARGED OFF:  " DELIMITED BY SIZE
               WS-ACCOUNTS-CHARGED-OFF   DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.
           MOVE WS-TOTAL-CHARGED-OFF TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               "TOTAL CHARGED OFF:     " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL          DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.
           MOVE WS-TOTAL-RECOVERED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               "TOTAL RECOVERED:       " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL          DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.
           MOVE SPACES TO CHARGE-OFF-RECORD
           STRING
               "RECOVERED IN FULL:     " DELIMITED BY SIZE
               WS-ACCOUNTS-RECOVERED     DELIMITED BY SIZE
               INTO CHARGE-OFF-RECORD
           END-STRING
           WRITE CHARGE-OFF-RECORD.
           IF WS-NOTICES-WRITTEN = ZERO
              MOVE "NO COLLECTION NOTICES FOR THIS BUSINESS DATE"
                  TO NOTICE-RECORD
              WRITE NOTICE-RECORD
           END-IF.

       900-TERMINATE.
           CLOSE CLIENT-FILE
           CLOSE OVERDRAWN-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE NOTICE-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           MOVE WS-TOTAL-CHARGED-OFF TO WS-DISPLAY-TOTAL
           DISPLAY "ACCOUNTS OVERDRAWN: " WS-ACCOUNTS-OVERDRAWN
           DISPLAY "NOTICES SENT: " WS-NOTICES-WRITTEN
           DISPLAY "ACCOUNTS CHARGED OFF: " WS-ACCOUNTS-CHARGED-OFF
           DISPLAY "TOTAL CHARGED OFF: " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-RECOVERED TO WS-DISPLAY-TOTAL
           DISPLAY "TOTAL RECOVERED: " WS-DISPLAY-TOTAL
           DISPLAY "REPORTS WRITTEN TO overdraft-aging.rpt, "
            "charge-off.rpt AND collection-notices.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-ODAGE-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
