       IDENTIFICATION DIVISION.
       PROGRAM-ID. customer_notices.
       AUTHOR. James Hill.

      *  NIGHTLY CUSTOMER NOTICE RUN. COLLECTS THE DAY'S EVENTS THAT
      *  A CUSTOMER SHOULD BE TOLD ABOUT FROM THE JOBS THAT PRODUCE
      *  THEM, LOOKS UP THE OWNING CUSTOMER OF EACH ACCOUNT, AND
      *  WRITES ONE LETTER PER CUSTOMER TO customer-notices.txt FOR
      *  PRINT AND MAIL, WITH THE NOTICES GROUPED BY TYPE. SOURCES:
      *    1 STANDING ORDER NOT PAID - XFER-NSF JOURNAL LINES FROM
      *      THE STANDING ORDER RUN (OPERATOR SORD)
      *    2 CHECK RETURNED UNPAID   - return-items.txt FROM
      *      TODAY'S INCLEARING RUN
      *    3 TERM DEPOSIT MATURING   - ACTIVE DEPOSITS MATURING
      *      TD-NOTICE-DAYS AFTER TODAY (DEFAULT 7)
      *    4 FUNDS HOLD EXPIRING     - ACTIVE HOLDS EXPIRING
      *      HOLD-NOTICE-DAYS AFTER TODAY (DEFAULT 2)
      *    5 ACCOUNT MADE DORMANT    - DORMANCY SCAN ENTRIES ON THE
      *      MAINTENANCE LOG (OPERATOR DORM)
      *    6 SERVICE CHARGE TAKEN    - SVC-CHG JOURNAL LINES FROM THE
      *      SERVICE CHARGE RUN (OPERATOR SVCC)
      *  THE JOURNAL AND MAINTENANCE LOG EVENTS ARE TAKEN FROM THE
      *  DAY AFTER THE LAST NOTICE RUN UP TO TODAY, SO AN EVENT
      *  POSTED AFTER A NOTICE RUN GOES OUT WITH THE NEXT ONE.
      *  MATURITY AND EXPIRY NOTICES FALL ON ONE EXACT DAY, SO EACH
      *  IS SENT ONCE. AN EVENT WHOSE ACCOUNT IS NO LONGER ON FILE
      *  CANNOT BE ADDRESSED AND IS COUNTED AS UNDELIVERABLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE ASSIGN TO "client-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ACCTNUM
               ALTERNATE RECORD KEY IS CLIENT-LASTNAME
                   WITH DUPLICATES.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "customer-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               ALTERNATE RECORD KEY IS CUST-LASTNAME
                   WITH DUPLICATES.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RETURN-ITEMS-FILE
               ASSIGN TO "return-items.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-DEPOSIT-FILE
               ASSIGN TO "term-deposits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACCTNUM.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "hold-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL MAINTENANCE-FILE
               ASSIGN TO "maintenance.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN TO "customer-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "parameter-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TRANSACTION-FILE.
           COPY TRANSREC.

       FD  RETURN-ITEMS-FILE.
       01 RETURN-ITEMS-RECORD.
           05 RTN-ACCTNUM             PIC X(7).
           05 RTN-CHECKNUM            PIC X(6).
           05 RTN-AMOUNT              PIC X(10).
           05 RTN-REASON              PIC X(20).

       FD  TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  MAINTENANCE-FILE.
           COPY MAINTREC.

       FD  NOTICE-FILE.
       01 NOTICE-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-FROM-DATE                 PIC X(8)     VALUE SPACES.
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-PARM-EOF-SWITCH           PIC X        VALUE "N".
       77 WS-PARM-NUMVAL-CHECK         PIC S9(9)V99.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99 VALUE ZERO.
       77 WS-DATE-NUMERIC              PIC 9(8)     VALUE ZERO.
       77 WS-TD-NOTICE-DAYS            PIC 9(3)     VALUE 7.
       77 WS-HOLD-NOTICE-DAYS          PIC 9(3)     VALUE 2.
       77 WS-TD-NOTICE-DATE            PIC X(8)     VALUE SPACES.
       77 WS-HOLD-NOTICE-DATE          PIC X(8)     VALUE SPACES.
       77 WS-EVENT-AMOUNT              PIC S9(7)V99 VALUE ZERO.
       77 WS-DISPLAY-AMOUNT            PIC Z(6)9.99.
       77 WS-ACCOUNT-FOUND-SWITCH      PIC X        VALUE "N".
       77 WS-CUSTOMER-FOUND-SWITCH     PIC X        VALUE "N".
       77 WS-OVERFLOW-SWITCH           PIC X        VALUE "N".
       77 WS-HEADING-SWITCH            PIC X        VALUE "N".
       77 WS-SEARCH-KEY                PIC X(7)     VALUE SPACES.
       77 WS-CUSTOMER-NAME             PIC X(41)    VALUE SPACES.
       77 WS-LETTERS-WRITTEN           PIC 9(5)     VALUE ZERO.
       77 WS-EVENTS-COLLECTED          PIC 9(5)     VALUE ZERO.
       77 WS-UNDELIVERABLE-COUNT       PIC 9(5)     VALUE ZERO.
       77 WS-NOT-SENT-COUNT            PIC 9(5)     VALUE ZERO.

      *  THE EVENT BEING ADDED TO THE TABLE.
       77 WS-NEW-TYPE                  PIC 9(1)     VALUE ZERO.
       77 WS-NEW-ACCTNUM               PIC X(7)     VALUE SPACES.
       77 WS-NEW-TEXT                  PIC X(66)    VALUE SPACES.

       77 WS-TYPE-SUB                  PIC 9(1)     VALUE ZERO.
       77 WS-TYPE-TABLE-MAX            PIC 9(1)     VALUE 6.

      *  NOTICE TYPES, IN THE ORDER THEY ARE COLLECTED AND PRINTED.
       01 WS-TYPE-TITLES.
           05 FILLER                  PIC X(30)
               VALUE "STANDING ORDER NOT PAID".
           05 FILLER                  PIC X(30)
               VALUE "CHECK RETURNED UNPAID".
           05 FILLER                  PIC X(30)
               VALUE "TERM DEPOSIT MATURING".
           05 FILLER                  PIC X(30)
               VALUE "FUNDS HOLD EXPIRING".
           05 FILLER                  PIC X(30)
               VALUE "ACCOUNT MADE DORMANT".
           05 FILLER                  PIC X(30)
               VALUE "SERVICE CHARGE TAKEN".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-TITLES.
           05 WS-TYPE-TITLE           PIC X(30) OCCURS 6 TIMES.

       01 WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT           PIC 9(5) OCCURS 6 TIMES.

       77 WS-CU-SUB                    PIC 9(4)     VALUE ZERO.
       77 WS-CU-COUNT                  PIC 9(4)     VALUE ZERO.
       77 WS-CU-TABLE-MAX              PIC 9(4)     VALUE 1000.

      *  ONE ENTRY PER CUSTOMER WITH A NOTICE TODAY, IN THE ORDER
      *  THEY ARE FIRST MET. THE KEY IS THE CUSTOMER NUMBER, OR THE
      *  ACCOUNT NUMBER FOR AN ACCOUNT NOT LINKED TO A CUSTOMER.
       01 WS-CUSTOMER-TABLE.
           05 WS-CU-ENTRY OCCURS 1000 TIMES.
              10 WS-CU-KEY             PIC X(7).
              10 WS-CU-NUMBER          PIC X(6).
              10 WS-CU-NAME            PIC X(41).
              10 WS-CU-BRANCH          PIC X(3).

       77 WS-EV-SUB                    PIC 9(4)     VALUE ZERO.
       77 WS-EV-COUNT                  PIC 9(4)     VALUE ZERO.
       77 WS-EV-TABLE-MAX              PIC 9(4)     VALUE 3000.

       01 WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 3000 TIMES.
              10 WS-EV-CUSTOMER        PIC 9(4).
              10 WS-EV-TYPE            PIC 9(1).
              10 WS-EV-ACCTNUM         PIC X(7).
              10 WS-EV-TEXT            PIC X(66).

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-COLLECT-JOURNAL-EVENTS
              PERFORM 220-COLLECT-RETURNED-CHECKS
              PERFORM 240-COLLECT-MATURING-DEPOSITS
              PERFORM 260-COLLECT-EXPIRING-HOLDS
              PERFORM 280-COLLECT-DORMANT-FLAGS
              MOVE ZERO TO WS-CU-SUB
              PERFORM 400-WRITE-LETTER
                 UNTIL WS-CU-SUB >= WS-CU-COUNT
              PERFORM 500-PRINT-CONTROL-TOTALS
              PERFORM 900-TERMINATE
           END-IF
           STOP RUN.

      *  NOTICES ARE DRAWN FROM THE STANDING ORDER, INCLEARING AND
      *  DORMANCY SCAN RUNS, SO THIS RUN WAITS FOR ALL THREE.
       050-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-ALLOWED-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
              AT END
                 DISPLAY "RUN CONTROL FILE MISSING OR EMPTY - "
                  "RUN CANCELLED"
              NOT AT END
                 IF RUN-LAST-NOTICE-DATE = RUN-BUSINESS-DATE
                    DISPLAY "CUSTOMER NOTICES ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                 IF RUN-LAST-SORDER-DATE NOT = RUN-BUSINESS-DATE
                  OR RUN-SORDER-STATUS = "I"
                    DISPLAY "STANDING ORDERS HAVE NOT COMPLETED FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                 IF RUN-LAST-INCLEAR-DATE NOT = RUN-BUSINESS-DATE
                    DISPLAY "INCLEARING POSTING HAS NOT RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                 IF RUN-LAST-DORMANT-DATE NOT = RUN-BUSINESS-DATE
                    DISPLAY "DORMANCY SCAN HAS NOT RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           PERFORM 120-LOAD-PARAMETERS
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM 105-CLEAR-TYPE-COUNT
              UNTIL WS-TYPE-SUB >= WS-TYPE-TABLE-MAX
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
             + WS-TD-NOTICE-DAYS)
           MOVE WS-DATE-NUMERIC TO WS-TD-NOTICE-DATE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
             + WS-HOLD-NOTICE-DAYS)
           MOVE WS-DATE-NUMERIC TO WS-HOLD-NOTICE-DATE
           PERFORM 110-SET-FROM-DATE
           OPEN INPUT CLIENT-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT NOTICE-FILE
           DISPLAY "CUSTOMER NOTICES - BUSINESS DATE " WS-RUN-DATE
           DISPLAY "DEPOSITS MATURING " WS-TD-NOTICE-DATE
            " / HOLDS EXPIRING " WS-HOLD-NOTICE-DATE
           DISPLAY "JOURNAL AND LOG EVENTS FROM " WS-FROM-DATE
            " TO " WS-RUN-DATE.

      *  THE FIRST RUN ON A NEW FILE TAKES TODAY ONLY, RATHER THAN
      *  EVERYTHING EVER POSTED.
       110-SET-FROM-DATE.
           IF RUN-LAST-NOTICE-DATE = SPACES
            OR RUN-LAST-NOTICE-DATE NOT < WS-RUN-DATE
              MOVE WS-RUN-DATE TO WS-FROM-DATE
           ELSE
              MOVE FUNCTION NUMVAL (RUN-LAST-NOTICE-DATE)
                  TO WS-DATE-NUMERIC
              COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC) + 1)
              MOVE WS-DATE-NUMERIC TO WS-FROM-DATE
           END-IF.

       105-CLEAR-TYPE-COUNT.
           ADD 1 TO WS-TYPE-SUB
           MOVE ZERO TO WS-TYPE-COUNT (WS-TYPE-SUB).

       120-LOAD-PARAMETERS.
           MOVE "N" TO WS-PARM-EOF-SWITCH
           OPEN INPUT PARAMETER-FILE
           PERFORM 130-READ-PARAMETER
              UNTIL WS-PARM-EOF-SWITCH = "Y"
           CLOSE PARAMETER-FILE.

       130-READ-PARAMETER.
           READ PARAMETER-FILE
              AT END
                 MOVE "Y" TO WS-PARM-EOF-SWITCH
              NOT AT END
                 EVALUATE PARM-KEYWORD
                    WHEN "TD-NOTICE-DAYS"
                       COMPUTE WS-PARM-NUMVAL-CHECK =
                        FUNCTION TEST-NUMVAL (PARM-VALUE-1)
                       IF WS-PARM-NUMVAL-CHECK = ZERO
                        AND FUNCTION NUMVAL (PARM-VALUE-1) > ZERO
                        AND FUNCTION NUMVAL (PARM-VALUE-1) < 1000
                          MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                              TO WS-TD-NOTICE-DAYS
                       ELSE
                          DISPLAY "BAD TD-NOTICE-DAYS PARAMETER "
                           "IGNORED"
                       END-IF
                    WHEN "HOLD-NOTICE-DAYS"
                       COMPUTE WS-PARM-NUMVAL-CHECK =
                        FUNCTION TEST-NUMVAL (PARM-VALUE-1)
                       IF WS-PARM-NUMVAL-CHECK = ZERO
                        AND FUNCTION NUMVAL (PARM-VALUE-1) > ZERO
                        AND FUNCTION NUMVAL (PARM-VALUE-1) < 1000
                          MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                              TO WS-HOLD-NOTICE-DAYS
                       ELSE
                          DISPLAY "BAD HOLD-NOTICE-DAYS PARAMETER "
                           "IGNORED"
                       END-IF
                 END-EVALUATE
           END-READ.

      *  ONE PASS OF THE JOURNAL PICKS UP BOTH THE FAILED STANDING
      *  ORDERS AND THE SERVICE CHARGES. BATCH POSTINGS CARRY THE
      *  BUSINESS DATE IN THE TIMESTAMP.
       200-COLLECT-JOURNAL-EVENTS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT TRANSACTION-FILE
           PERFORM 205-READ-JOURNAL
              UNTIL END-OF-FILE = "Y"
           CLOSE TRANSACTION-FILE.

       205-READ-JOURNAL.
           READ TRANSACTION-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 IF TRANS-LOG-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                  AND TRANS-LOG-TIMESTAMP(1:8) NOT > WS-RUN-DATE
                    IF TRANS-LOG-ACTIVITY = "XFER-NSF"
                     AND TRANS-LOG-OPERATOR = "SORD"
                       PERFORM 210-NOTE-ORDER-NOT-PAID
                    ELSE
                    IF TRANS-LOG-ACTIVITY = "SVC-CHG"
                     AND TRANS-LOG-OPERATOR = "SVCC"
                       PERFORM 215-NOTE-SERVICE-CHARGE
                    END-IF
                    END-IF
                 END-IF
           END-READ.

       210-NOTE-ORDER-NOT-PAID.
           PERFORM 290-EDIT-JOURNAL-AMOUNT
           MOVE 1 TO WS-NEW-TYPE
           MOVE TRANS-LOG-ACCTNUM TO WS-NEW-ACCTNUM
           MOVE SPACES TO WS-NEW-TEXT
           STRING
               "STANDING ORDER "       DELIMITED BY SIZE
               TRANS-LOG-REFERENCE(1:5) DELIMITED BY SIZE
               " FOR "                 DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-AMOUNT) DELIMITED BY SIZE
               " NOT PAID - INSUFFICIENT FUNDS"
                                       DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING
           PERFORM 300-ADD-EVENT.

       215-NOTE-SERVICE-CHARGE.
           PERFORM 290-EDIT-JOURNAL-AMOUNT
           MOVE 6 TO WS-NEW-TYPE
           MOVE TRANS-LOG-ACCTNUM TO WS-NEW-ACCTNUM
           MOVE SPACES TO WS-NEW-TEXT
           STRING
               "MONTHLY SERVICE CHARGE OF " DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-AMOUNT) DELIMITED BY SIZE
               " TAKEN FROM THE ACCOUNT" DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING
           PERFORM 300-ADD-EVENT.

      *  return-items.txt IS REWRITTEN BY EVERY INCLEARING RUN; 050
      *  HAS MADE SURE THAT RUN WAS FOR TODAY.
       220-COLLECT-RETURNED-CHECKS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT RETURN-ITEMS-FILE
           PERFORM 225-READ-RETURN-ITEM
              UNTIL END-OF-FILE = "Y"
           CLOSE RETURN-ITEMS-FILE.

       225-READ-RETURN-ITEM.
           READ RETURN-ITEMS-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 COMPUTE WS-NUMVAL-RESULT =
                  FUNCTION TEST-NUMVAL (RTN-AMOUNT)
                 IF WS-NUMVAL-RESULT = ZERO
                    MOVE FUNCTION NUMVAL (RTN-AMOUNT)
                        TO WS-EVENT-AMOUNT
                 ELSE
                    MOVE ZERO TO WS-EVENT-AMOUNT
                 END-IF
                 MOVE WS-EVENT-AMOUNT TO WS-DISPLAY-AMOUNT
                 MOVE 2 TO WS-NEW-TYPE
                 MOVE RTN-ACCTNUM TO WS-NEW-ACCTNUM
                 MOVE SPACES TO WS-NEW-TEXT
                 STRING
                     "CHECK "             DELIMITED BY SIZE
                     RTN-CHECKNUM         DELIMITED BY SIZE
                     " FOR "              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-DISPLAY-AMOUNT)
                                          DELIMITED BY SIZE
                     " RETURNED - "       DELIMITED BY SIZE
                     FUNCTION TRIM (RTN-REASON) DELIMITED BY SIZE
                     INTO WS-NEW-TEXT
                 END-STRING
                 PERFORM 300-ADD-EVENT
           END-READ.

       240-COLLECT-MATURING-DEPOSITS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT TERM-DEPOSIT-FILE
           PERFORM 245-READ-TERM-DEPOSIT
              UNTIL END-OF-FILE = "Y"
           CLOSE TERM-DEPOSIT-FILE.

      *  THE DISPOSITION FOLLOWS THE MATURITY RUN'S RULE: A DEPOSIT
      *  ROLLS OVER WHEN ASKED TO OR WHEN NO PAYOUT ACCOUNT IS SET.
       245-READ-TERM-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 IF TD-STATUS = "A"
                  AND TD-MATURITY-DATE = WS-TD-NOTICE-DATE
                    MOVE TD-PRINCIPAL TO WS-DISPLAY-AMOUNT
                    MOVE 3 TO WS-NEW-TYPE
                    MOVE TD-ACCTNUM TO WS-NEW-ACCTNUM
                    MOVE SPACES TO WS-NEW-TEXT
                    IF TD-ROLLOVER-FLAG = "Y"
                     OR TD-PAYOUT-ACCTNUM = SPACES
                       STRING
                           "DEPOSIT OF "        DELIMITED BY SIZE
                           FUNCTION TRIM (WS-DISPLAY-AMOUNT)
                                                DELIMITED BY SIZE
                           " MATURES "          DELIMITED BY SIZE
                           TD-MATURITY-DATE     DELIMITED BY SIZE
                           " - ROLLS OVER FOR " DELIMITED BY SIZE
                           TD-TERM-MONTHS       DELIMITED BY SIZE
                           " MONTHS"            DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                    ELSE
                       STRING
                           "DEPOSIT OF "        DELIMITED BY SIZE
                           FUNCTION TRIM (WS-DISPLAY-AMOUNT)
                                                DELIMITED BY SIZE
                           " MATURES "          DELIMITED BY SIZE
                           TD-MATURITY-DATE     DELIMITED BY SIZE
                           " - PAID TO ACCOUNT " DELIMITED BY SIZE
                           TD-PAYOUT-ACCTNUM    DELIMITED BY SIZE
                           INTO WS-NEW-TEXT
                       END-STRING
                    END-IF
                    PERFORM 300-ADD-EVENT
                 END-IF
           END-READ.

       260-COLLECT-EXPIRING-HOLDS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT HOLD-FILE
           PERFORM 265-READ-HOLD
              UNTIL END-OF-FILE = "Y"
           CLOSE HOLD-FILE.

       265-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 IF HOLD-STATUS = "A"
                  AND HOLD-EXPIRY-DATE = WS-HOLD-NOTICE-DATE
                    MOVE HOLD-AMOUNT TO WS-DISPLAY-AMOUNT
                    MOVE 4 TO WS-NEW-TYPE
                    MOVE HOLD-ACCTNUM TO WS-NEW-ACCTNUM
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING
                        "HOLD OF "           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-DISPLAY-AMOUNT)
                                             DELIMITED BY SIZE
                        " EXPIRES "          DELIMITED BY SIZE
                        HOLD-EXPIRY-DATE     DELIMITED BY SIZE
                        " - "                DELIMITED BY SIZE
                        FUNCTION TRIM (HOLD-REASON) DELIMITED BY SIZE
                        INTO WS-NEW-TEXT
                    END-STRING
                    PERFORM 300-ADD-EVENT
                 END-IF
           END-READ.

       280-COLLECT-DORMANT-FLAGS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT MAINTENANCE-FILE
           PERFORM 285-READ-MAINTENANCE-LOG
              UNTIL END-OF-FILE = "Y"
           CLOSE MAINTENANCE-FILE.

       285-READ-MAINTENANCE-LOG.
           READ MAINTENANCE-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 IF MLOG-BUSINESS-DATE NOT < WS-FROM-DATE
                  AND MLOG-BUSINESS-DATE NOT > WS-RUN-DATE
                  AND MLOG-OPERATOR = "DORM"
                  AND MLOG-FUNCTION = "DORMANT"
                    MOVE 5 TO WS-NEW-TYPE
                    MOVE MLOG-KEY(1:7) TO WS-NEW-ACCTNUM
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING
                        "ACCOUNT MADE DORMANT FOR LACK OF "
                                             DELIMITED BY SIZE
                        "ACTIVITY - SEE YOUR BRANCH"
                                             DELIMITED BY SIZE
                        INTO WS-NEW-TEXT
                    END-STRING
                    PERFORM 300-ADD-EVENT
                 END-IF
           END-READ.

       290-EDIT-JOURNAL-AMOUNT.
           COMPUTE WS-NUMVAL-RESULT =
            FUNCTION TEST-NUMVAL (TRANS-LOG-AMOUNT-TEXT)
           IF WS-NUMVAL-RESULT = ZERO
              MOVE FUNCTION NUMVAL (TRANS-LOG-AMOUNT-TEXT)
                  TO WS-EVENT-AMOUNT
           ELSE
              MOVE ZERO TO WS-EVENT-AMOUNT
           END-IF
           MOVE WS-EVENT-AMOUNT TO WS-DISPLAY-AMOUNT.

      *  FILES THE EVENT UNDER ITS ACCOUNT'S CUSTOMER, ADDING THE
      *  CUSTOMER TO THE TABLE THE FIRST TIME ONE OF THEIR ACCOUNTS
      *  HAS A NOTICE.
       300-ADD-EVENT.
           MOVE WS-NEW-ACCTNUM TO CLIENT-ACCTNUM
           READ CLIENT-FILE
              INVALID KEY MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-READ
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              ADD 1 TO WS-UNDELIVERABLE-COUNT
              DISPLAY "NO ACCOUNT ON FILE FOR NOTICE: "
               WS-NEW-ACCTNUM " " WS-TYPE-TITLE (WS-NEW-TYPE)
           ELSE
              IF CLIENT-CUSTOMER-NUMBER = SPACES
                 MOVE CLIENT-ACCTNUM TO WS-SEARCH-KEY
              ELSE
                 MOVE CLIENT-CUSTOMER-NUMBER TO WS-SEARCH-KEY
              END-IF
              PERFORM 310-FIND-CUSTOMER
              IF WS-CUSTOMER-FOUND-SWITCH NOT = "Y"
                 PERFORM 320-ADD-CUSTOMER
              END-IF
              IF WS-EV-COUNT >= WS-EV-TABLE-MAX
               OR WS-CUSTOMER-FOUND-SWITCH NOT = "Y"
                 IF WS-OVERFLOW-SWITCH NOT = "Y"
                    DISPLAY "NOTICE TABLE FULL - INCREASE TABLE SIZE"
                    MOVE "Y" TO WS-OVERFLOW-SWITCH
                 END-IF
                 ADD 1 TO WS-NOT-SENT-COUNT
                 DISPLAY "NOTICE NOT SENT, TABLE FULL: "
                  WS-NEW-ACCTNUM " " WS-TYPE-TITLE (WS-NEW-TYPE)
              ELSE
                 ADD 1 TO WS-EV-COUNT
                 ADD 1 TO WS-EVENTS-COLLECTED
                 ADD 1 TO WS-TYPE-COUNT (WS-NEW-TYPE)
                 MOVE WS-CU-SUB      TO WS-EV-CUSTOMER (WS-EV-COUNT)
                 MOVE WS-NEW-TYPE    TO WS-EV-TYPE (WS-EV-COUNT)
                 MOVE WS-NEW-ACCTNUM TO WS-EV-ACCTNUM (WS-EV-COUNT)
                 MOVE WS-NEW-TEXT    TO WS-EV-TEXT (WS-EV-COUNT)
              END-IF
           END-IF.

       310-FIND-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH
           MOVE ZERO TO WS-CU-SUB
           PERFORM 315-SCAN-CUSTOMER-ENTRY
              UNTIL WS-CUSTOMER-FOUND-SWITCH = "Y"
                 OR WS-CU-SUB >= WS-CU-COUNT.

       315-SCAN-CUSTOMER-ENTRY.
           ADD 1 TO WS-CU-SUB
           IF WS-CU-KEY (WS-CU-SUB) = WS-SEARCH-KEY
              MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
           END-IF.

      *  THE LETTER IS ADDRESSED BY THE NAME ON THE CUSTOMER FILE,
      *  FALLING BACK TO THE NAME CARRIED ON THE ACCOUNT.
       320-ADD-CUSTOMER.
           IF WS-CU-COUNT < WS-CU-TABLE-MAX
              ADD 1 TO WS-CU-COUNT
              MOVE WS-CU-COUNT TO WS-CU-SUB
              MOVE WS-SEARCH-KEY TO WS-CU-KEY (WS-CU-SUB)
              MOVE CLIENT-CUSTOMER-NUMBER TO WS-CU-NUMBER (WS-CU-SUB)
              MOVE CLIENT-BRANCH TO WS-CU-BRANCH (WS-CU-SUB)
              MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
              IF CLIENT-CUSTOMER-NUMBER NOT = SPACES
                 MOVE CLIENT-CUSTOMER-NUMBER TO CUST-NUMBER
                 READ CUSTOMER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
                 END-READ
              END-IF
              MOVE SPACES TO WS-CUSTOMER-NAME
              IF WS-ACCOUNT-FOUND-SWITCH = "Y"
                 STRING
                     FUNCTION TRIM (CUST-FIRSTNAME) DELIMITED BY SIZE
                     " "                            DELIMITED BY SIZE
                     FUNCTION TRIM (CUST-LASTNAME)  DELIMITED BY SIZE
                     INTO WS-CUSTOMER-NAME
                 END-STRING
              ELSE
                 STRING
                     FUNCTION TRIM (CLIENT-FIRSTNAME) DELIMITED BY SIZE
                     " "                              DELIMITED BY SIZE
                     FUNCTION TRIM (CLIENT-LASTNAME)  DELIMITED BY SIZE
                     INTO WS-CUSTOMER-NAME
                 END-STRING
              END-IF
              MOVE WS-CUSTOMER-NAME TO WS-CU-NAME (WS-CU-SUB)
              MOVE "Y" TO WS-CUSTOMER-FOUND-SWITCH
           END-IF.

       400-WRITE-LETTER.
           ADD 1 TO WS-CU-SUB
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "CUSTOMER NOTICE"      DELIMITED BY SIZE
               "                                    DATE: "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "CUSTOMER: "           DELIMITED BY SIZE
               WS-CU-NUMBER (WS-CU-SUB) DELIMITED BY SIZE
               "   BRANCH: "          DELIMITED BY SIZE
               WS-CU-BRANCH (WS-CU-SUB) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "TO: "                 DELIMITED BY SIZE
               WS-CU-NAME (WS-CU-SUB) DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE " " TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "WE ARE WRITING TO LET YOU KNOW ABOUT THE FOLLOWING "
                                      DELIMITED BY SIZE
               "ON YOUR ACCOUNTS."    DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM 410-WRITE-NOTICE-TYPE
              UNTIL WS-TYPE-SUB >= WS-TYPE-TABLE-MAX
           MOVE " " TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE "PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY QUESTIONS."
               TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE ALL "-" TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       410-WRITE-NOTICE-TYPE.
           ADD 1 TO WS-TYPE-SUB
           MOVE "N" TO WS-HEADING-SWITCH
           MOVE ZERO TO WS-EV-SUB
           PERFORM 420-WRITE-NOTICE-LINE
              UNTIL WS-EV-SUB >= WS-EV-COUNT.

       420-WRITE-NOTICE-LINE.
           ADD 1 TO WS-EV-SUB
           IF WS-EV-CUSTOMER (WS-EV-SUB) = WS-CU-SUB
            AND WS-EV-TYPE (WS-EV-SUB) = WS-TYPE-SUB
              IF WS-HEADING-SWITCH NOT = "Y"
                 MOVE " " TO NOTICE-RECORD
                 WRITE NOTICE-RECORD
                 MOVE WS-TYPE-TITLE (WS-TYPE-SUB) TO NOTICE-RECORD
                 WRITE NOTICE-RECORD
                 MOVE "Y" TO WS-HEADING-SWITCH
              END-IF
              MOVE SPACES TO NOTICE-RECORD
              STRING
                  "  "                       DELIMITED BY SIZE
                  WS-EV-ACCTNUM (WS-EV-SUB)  DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  WS-EV-TEXT (WS-EV-SUB)     DELIMITED BY SIZE
                  INTO NOTICE-RECORD
              END-STRING
              WRITE NOTICE-RECORD
           END-IF.

      *  THE CONTROL PAGE FOLLOWS THE LAST LETTER AND IS PULLED
      *  BEFORE THE LETTERS GO TO THE MAIL ROOM.
       500-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "CUSTOMER NOTICE CONTROL TOTALS - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE " " TO NOTICE-RECORD
           WRITE NOTICE-RECORD.
           MOVE ZERO TO WS-TYPE-SUB
           PERFORM 510-PRINT-TYPE-TOTAL
              UNTIL WS-TYPE-SUB >= WS-TYPE-TABLE-MAX
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "TOTAL NOTICES:                 " DELIMITED BY SIZE
               WS-EVENTS-COLLECTED               DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "LETTERS WRITTEN:               " DELIMITED BY SIZE
               WS-LETTERS-WRITTEN                DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD
           STRING
               "UNDELIVERABLE - NO ACCOUNT:    " DELIMITED BY SIZE
               WS-UNDELIVERABLE-COUNT            DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           IF WS-OVERFLOW-SWITCH = "Y"
              MOVE SPACES TO NOTICE-RECORD
              STRING
                  "NOT SENT - TABLE FULL:         " DELIMITED BY SIZE
                  WS-NOT-SENT-COUNT                 DELIMITED BY SIZE
                  INTO NOTICE-RECORD
              END-STRING
              WRITE NOTICE-RECORD
              MOVE SPACES TO NOTICE-RECORD
              STRING
                  "*** WARNING - TABLES FULL, "     DELIMITED BY SIZE
                  "UNSENT NOTICES ARE ON THE RUN LOG ***"
                                                    DELIMITED BY SIZE
                  INTO NOTICE-RECORD
              END-STRING
              WRITE NOTICE-RECORD
           END-IF.

       510-PRINT-TYPE-TOTAL.
           ADD 1 TO WS-TYPE-SUB
           MOVE SPACES TO NOTICE-RECORD
           STRING
               WS-TYPE-TITLE (WS-TYPE-SUB)  DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-TYPE-COUNT (WS-TYPE-SUB)  DELIMITED BY SIZE
               INTO NOTICE-RECORD
           END-STRING
           WRITE NOTICE-RECORD.
           DISPLAY WS-TYPE-TITLE (WS-TYPE-SUB) " "
            WS-TYPE-COUNT (WS-TYPE-SUB).

       900-TERMINATE.
           CLOSE CLIENT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE NOTICE-FILE
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "LETTERS WRITTEN: " WS-LETTERS-WRITTEN
           DISPLAY "UNDELIVERABLE NOTICES: " WS-UNDELIVERABLE-COUNT
           IF WS-OVERFLOW-SWITCH = "Y"
              DISPLAY "NOTICES NOT SENT, TABLE FULL: "
               WS-NOT-SENT-COUNT
           END-IF
           DISPLAY "NOTICES WRITTEN TO customer-notices.txt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-NOTICE-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
