       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrity_check.
       AUTHOR. James Hill.

      *  NIGHTLY CROSS-FILE INTEGRITY CHECK. ACCOUNT_RECONCILE PROVES
      *  BALANCES AGAINST THE JOURNAL; THIS RUN PROVES THE KEYED
      *  FILES AGAINST EACH OTHER. EVERY SATELLITE FILE IS WALKED
      *  AND EACH RECORD'S ACCOUNT LOOKED UP ON THE CLIENT MASTER,
      *  THEN THE CLIENT MASTER IS WALKED AND EACH ACCOUNT'S
      *  COMPANION RECORD, CUSTOMER AND BRANCH LOOKED UP IN TURN.
      *  NOTHING IS CORRECTED - EXCEPTIONS ARE LISTED BY CATEGORY ON
      *  integrity.rpt FOR THE BACK OFFICE TO CLEAR, AND THE COUNT IS
      *  LEFT ON THE RUN CONTROL RECORD SO END-OF-DAY WARNS WHILE ANY
      *  ARE OUTSTANDING. A RERUN THE SAME DAY IS ALLOWED ONLY WHILE
      *  EXCEPTIONS ARE OUTSTANDING, SO THE FLAG CAN BE CLEARED ONCE
      *  THEY HAVE BEEN PUT RIGHT.
      *  RELEASED HOLDS AND STOPS, AND MATURED OR PAID-OFF TERM
      *  DEPOSITS AND LOANS, ARE HISTORY ONCE THE ACCOUNT IS CLOSED,
      *  SO ONLY ACTIVE ONES ARE REQUIRED TO HAVE AN ACCOUNT. IN THE
      *  SAME WAY ONLY DEPOSITED CHECKS STILL PENDING FOR THE CASH
      *  LETTER ARE CHECKED; A PENDING MAINTENANCE CHANGE IS CHECKED
      *  AGAINST THE ACCOUNT OR CUSTOMER IT WOULD BE APPLIED TO.

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
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operator-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "hold-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "standing-orders.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-NUMBER.
           SELECT OPTIONAL STOP-FILE ASSIGN TO "stop-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STOP-KEY.
           SELECT OPTIONAL TERM-DEPOSIT-FILE
               ASSIGN TO "term-deposits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCTNUM.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCTNUM.
           SELECT OPTIONAL OVERDRAWN-FILE
               ASSIGN TO "overdrawn-accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVD-ACCTNUM.
           SELECT OPTIONAL DEPOSIT-ITEM-FILE
               ASSIGN TO "deposit-items.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DI-KEY.
           SELECT OPTIONAL PENDING-MAINT-FILE
               ASSIGN TO "maint-pending.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY.
           SELECT REPORT-FILE ASSIGN TO "integrity.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STANDING-ORDER-FILE.
           COPY STANDORD.

       FD  STOP-FILE.
           COPY STOPREC.

       FD  TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  OVERDRAWN-FILE.
           COPY OVDREC.

       FD  DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

       FD  PENDING-MAINT-FILE.
           COPY MAINTPND.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-ACCOUNT-FOUND-SWITCH      PIC X        VALUE "N".
       77 WS-COMPANION-FOUND-SWITCH    PIC X        VALUE "N".
       77 WS-SEARCH-ACCTNUM            PIC X(7)     VALUE SPACES.
       77 WS-EXCEPTION-TEXT            PIC X(90)    VALUE SPACES.
       77 WS-ACCOUNTS-READ             PIC 9(7)     VALUE ZERO.
       77 WS-RECORDS-READ              PIC 9(7)     VALUE ZERO.
       77 WS-TOTAL-EXCEPTIONS          PIC 9(5)     VALUE ZERO.
       77 WS-DISPLAY-AMOUNT            PIC -(7)9.99.

       77 WS-CAT-SUB                   PIC 9(2)     VALUE ZERO.
       77 WS-CAT-TABLE-MAX             PIC 9(2)     VALUE 12.

      *  EXCEPTION CATEGORIES, IN THE ORDER THEY ARE CHECKED AND
      *  PRINTED.
       01 WS-CATEGORY-TITLES.
           05 FILLER                  PIC X(40)
               VALUE "ACTIVE HOLDS ON MISSING ACCOUNTS".
           05 FILLER                  PIC X(40)
               VALUE "STANDING ORDERS ON MISSING ACCOUNTS".
           05 FILLER                  PIC X(40)
               VALUE "ACTIVE STOPS ON MISSING ACCOUNTS".
           05 FILLER                  PIC X(40)
               VALUE "TERM DEPOSITS WITHOUT A T ACCOUNT".
           05 FILLER                  PIC X(40)
               VALUE "T ACCOUNTS WITHOUT A TERM DEPOSIT".
           05 FILLER                  PIC X(40)
               VALUE "LOANS WITHOUT AN L ACCOUNT".
           05 FILLER                  PIC X(40)
               VALUE "L ACCOUNTS WITHOUT A LOAN RECORD".
           05 FILLER                  PIC X(40)
               VALUE "OVERDRAWN RECORDS ON MISSING ACCOUNTS".
           05 FILLER                  PIC X(40)
               VALUE "ACCOUNTS WITH AN UNKNOWN CUSTOMER".
           05 FILLER                  PIC X(40)
               VALUE "ACCOUNTS AT A BRANCH WITH NO OPERATOR".
           05 FILLER                  PIC X(40)
               VALUE "PENDING CHECK ITEMS ON MISSING ACCOUNTS".
           05 FILLER                  PIC X(40)
               VALUE "PENDING CHANGES FOR A MISSING RECORD".
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-TITLES.
           05 WS-CAT-TITLE            PIC X(40) OCCURS 12 TIMES.

       01 WS-CATEGORY-COUNTS.
           05 WS-CAT-COUNT            PIC 9(5) OCCURS 12 TIMES.

       77 WS-BR-SUB                    PIC 9(3)     VALUE ZERO.
       77 WS-BR-COUNT                  PIC 9(3)     VALUE ZERO.
       77 WS-BR-TABLE-MAX              PIC 9(3)     VALUE 100.
       77 WS-BR-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-BRANCH             PIC X(3)     VALUE SPACES.

      *  EVERY BRANCH AT LEAST ONE OPERATOR WORKS AT, FROM THE
      *  OPERATOR FILE.
       01 WS-BRANCH-TABLE.
           05 WS-BR-CODE              PIC X(3) OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 300-CHECK-HOLDS
              PERFORM 310-CHECK-STANDING-ORDERS
              PERFORM 320-CHECK-STOPS
              PERFORM 330-CHECK-TERM-DEPOSITS
              PERFORM 400-CHECK-T-ACCOUNTS
              PERFORM 340-CHECK-LOANS
              PERFORM 420-CHECK-L-ACCOUNTS
              PERFORM 350-CHECK-OVERDRAWN
              PERFORM 440-CHECK-CUSTOMERS
              PERFORM 460-CHECK-BRANCHES
              PERFORM 360-CHECK-DEPOSIT-ITEMS
              PERFORM 370-CHECK-PENDING-CHANGES
              PERFORM 500-PRINT-TOTALS
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
                 IF RUN-LAST-INTEG-DATE = RUN-BUSINESS-DATE
                  AND RUN-INTEG-STATUS NOT = "E"
                    DISPLAY "INTEGRITY CHECK ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN INPUT CLIENT-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT HOLD-FILE
           OPEN INPUT STANDING-ORDER-FILE
           OPEN INPUT STOP-FILE
           OPEN INPUT TERM-DEPOSIT-FILE
           OPEN INPUT LOAN-FILE
           OPEN INPUT OVERDRAWN-FILE
           OPEN INPUT DEPOSIT-ITEM-FILE
           OPEN INPUT PENDING-MAINT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE ZERO TO WS-CAT-SUB
           PERFORM 105-CLEAR-CATEGORY-COUNT
              UNTIL WS-CAT-SUB >= WS-CAT-TABLE-MAX
           DISPLAY "CROSS-FILE INTEGRITY CHECK - BUSINESS DATE "
            WS-RUN-DATE
           PERFORM 110-PRINT-HEADER
           PERFORM 150-LOAD-OPERATOR-BRANCHES.

       105-CLEAR-CATEGORY-COUNT.
           ADD 1 TO WS-CAT-SUB
           MOVE ZERO TO WS-CAT-COUNT (WS-CAT-SUB).

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "CROSS-FILE INTEGRITY CHECK - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       120-START-CATEGORY.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE WS-CAT-TITLE (WS-CAT-SUB) TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD(1:40)
           WRITE REPORT-RECORD.

       130-END-CATEGORY.
           MOVE SPACES TO REPORT-RECORD
           IF WS-CAT-COUNT (WS-CAT-SUB) = ZERO
              MOVE "   NONE" TO REPORT-RECORD
           ELSE
              STRING
                  "   EXCEPTIONS: "           DELIMITED BY SIZE
                  WS-CAT-COUNT (WS-CAT-SUB)   DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
           END-IF
           WRITE REPORT-RECORD.

       140-WRITE-EXCEPTION.
           ADD 1 TO WS-CAT-COUNT (WS-CAT-SUB)
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO REPORT-RECORD
           STRING
               "   "                  DELIMITED BY SIZE
               WS-EXCEPTION-TEXT      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       150-LOAD-OPERATOR-BRANCHES.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT OPERATOR-FILE
           PERFORM 160-READ-OPERATOR
              UNTIL END-OF-FILE = "Y"
           CLOSE OPERATOR-FILE.

       160-READ-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 MOVE OPER-BRANCH TO WS-SEARCH-BRANCH
                 PERFORM 170-FIND-BRANCH
                 IF WS-BR-FOUND-SWITCH NOT = "Y"
                    IF WS-BR-COUNT >= WS-BR-TABLE-MAX
                       DISPLAY "BRANCH TABLE FULL - INCREASE TABLE "
                        "SIZE"
                    ELSE
                       ADD 1 TO WS-BR-COUNT
                       MOVE OPER-BRANCH TO WS-BR-CODE (WS-BR-COUNT)
                    END-IF
                 END-IF
           END-READ.

       170-FIND-BRANCH.
           MOVE "N" TO WS-BR-FOUND-SWITCH
           MOVE ZERO TO WS-BR-SUB
           PERFORM 180-SCAN-BRANCH-ENTRY
              UNTIL WS-BR-FOUND-SWITCH = "Y"
                 OR WS-BR-SUB >= WS-BR-COUNT.

       180-SCAN-BRANCH-ENTRY.
           ADD 1 TO WS-BR-SUB
           IF WS-BR-CODE (WS-BR-SUB) = WS-SEARCH-BRANCH
              MOVE "Y" TO WS-BR-FOUND-SWITCH
           END-IF.

       190-LOOK-UP-ACCOUNT.
           MOVE WS-SEARCH-ACCTNUM TO CLIENT-ACCTNUM
           READ CLIENT-FILE
              INVALID KEY MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-READ.

      *  THE CLIENT MASTER IS WALKED FROM THE TOP ONCE PER CHECK.
      *  THE RANDOM LOOKUPS IN BETWEEN MOVE THE FILE POSITION, SO
      *  IT IS CLOSED AND REOPENED RATHER THAN CONTINUED.
       200-RESTART-CLIENT-FILE.
           CLOSE CLIENT-FILE
           OPEN INPUT CLIENT-FILE
           MOVE ZERO TO WS-ACCOUNTS-READ
           MOVE "N" TO END-OF-FILE
           PERFORM 210-READ-CLIENT.

       210-READ-CLIENT.
           READ CLIENT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-ACCOUNTS-READ
           END-READ.

       300-CHECK-HOLDS.
           MOVE 1 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 302-READ-HOLD
           PERFORM 304-CHECK-ONE-HOLD
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       302-READ-HOLD.
           READ HOLD-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       304-CHECK-ONE-HOLD.
           IF HOLD-STATUS = "A"
              MOVE HOLD-ACCTNUM TO WS-SEARCH-ACCTNUM
              PERFORM 190-LOOK-UP-ACCOUNT
              IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
                 MOVE HOLD-AMOUNT TO WS-DISPLAY-AMOUNT
                 MOVE SPACES TO WS-EXCEPTION-TEXT
                 STRING
                     "HOLD "              DELIMITED BY SIZE
                     HOLD-ACCTNUM         DELIMITED BY SIZE
                     "/"                  DELIMITED BY SIZE
                     HOLD-SEQNUM          DELIMITED BY SIZE
                     " AMOUNT "           DELIMITED BY SIZE
                     WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
                     " EXPIRES "          DELIMITED BY SIZE
                     HOLD-EXPIRY-DATE     DELIMITED BY SIZE
                     " - ACCOUNT NOT ON FILE" DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
                 PERFORM 140-WRITE-EXCEPTION
              END-IF
           END-IF
           PERFORM 302-READ-HOLD.

      *  SUSPENDED ORDERS ARE CHECKED AS WELL AS ACTIVE ONES - A
      *  REINSTATED ORDER WOULD FAIL AGAINST A CLOSED ACCOUNT.
       310-CHECK-STANDING-ORDERS.
           MOVE 2 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 312-READ-STANDING-ORDER
           PERFORM 314-CHECK-ONE-ORDER
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       312-READ-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       314-CHECK-ONE-ORDER.
           MOVE SO-FROM-ACCTNUM TO WS-SEARCH-ACCTNUM
           PERFORM 190-LOOK-UP-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING
                  "ORDER "             DELIMITED BY SIZE
                  SO-ORDER-NUMBER      DELIMITED BY SIZE
                  " STATUS "           DELIMITED BY SIZE
                  SO-STATUS            DELIMITED BY SIZE
                  " - FROM ACCOUNT "   DELIMITED BY SIZE
                  SO-FROM-ACCTNUM      DELIMITED BY SIZE
                  " NOT ON FILE"       DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           MOVE SO-TO-ACCTNUM TO WS-SEARCH-ACCTNUM
           PERFORM 190-LOOK-UP-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING
                  "ORDER "             DELIMITED BY SIZE
                  SO-ORDER-NUMBER      DELIMITED BY SIZE
                  " STATUS "           DELIMITED BY SIZE
                  SO-STATUS            DELIMITED BY SIZE
                  " - TO ACCOUNT "     DELIMITED BY SIZE
                  SO-TO-ACCTNUM        DELIMITED BY SIZE
                  " NOT ON FILE"       DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 312-READ-STANDING-ORDER.

       320-CHECK-STOPS.
           MOVE 3 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 322-READ-STOP
           PERFORM 324-CHECK-ONE-STOP
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       322-READ-STOP.
           READ STOP-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       324-CHECK-ONE-STOP.
           IF STOP-STATUS = "A"
              MOVE STOP-ACCTNUM TO WS-SEARCH-ACCTNUM
              PERFORM 190-LOOK-UP-ACCOUNT
              IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
                 MOVE SPACES TO WS-EXCEPTION-TEXT
                 STRING
                     "STOP "              DELIMITED BY SIZE
                     STOP-ACCTNUM         DELIMITED BY SIZE
                     " CHECK "            DELIMITED BY SIZE
                     STOP-CHECKNUM        DELIMITED BY SIZE
                     " PLACED "           DELIMITED BY SIZE
                     STOP-PLACED-DATE     DELIMITED BY SIZE
                     " - ACCOUNT NOT ON FILE" DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
                 PERFORM 140-WRITE-EXCEPTION
              END-IF
           END-IF
           PERFORM 322-READ-STOP.

      *  AN ACTIVE DEPOSIT MUST HAVE ITS T ACCOUNT. A MATURED OR
      *  BROKEN ONE MAY OUTLIVE ITS ACCOUNT, BUT IF THE ACCOUNT
      *  NUMBER IS STILL ON FILE IT MUST STILL BE A T ACCOUNT.
       330-CHECK-TERM-DEPOSITS.
           MOVE 4 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 332-READ-TERM-DEPOSIT
           PERFORM 334-CHECK-ONE-TERM-DEPOSIT
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       332-READ-TERM-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       334-CHECK-ONE-TERM-DEPOSIT.
           MOVE TD-ACCTNUM TO WS-SEARCH-ACCTNUM
           PERFORM 190-LOOK-UP-ACCOUNT
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              IF TD-STATUS = "A"
                 STRING
                     "TERM DEPOSIT "      DELIMITED BY SIZE
                     TD-ACCTNUM           DELIMITED BY SIZE
                     " MATURES "          DELIMITED BY SIZE
                     TD-MATURITY-DATE     DELIMITED BY SIZE
                     " - ACTIVE, ACCOUNT NOT ON FILE"
                                          DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
              END-IF
           ELSE
              IF CLIENT-ACCOUNT-TYPE NOT = "T"
                 STRING
                     "TERM DEPOSIT "      DELIMITED BY SIZE
                     TD-ACCTNUM           DELIMITED BY SIZE
                     " STATUS "           DELIMITED BY SIZE
                     TD-STATUS            DELIMITED BY SIZE
                     " - ACCOUNT IS TYPE " DELIMITED BY SIZE
                     CLIENT-ACCOUNT-TYPE  DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
              END-IF
           END-IF
           IF WS-EXCEPTION-TEXT NOT = SPACES
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 332-READ-TERM-DEPOSIT.

       340-CHECK-LOANS.
           MOVE 6 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 342-READ-LOAN
           PERFORM 344-CHECK-ONE-LOAN
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       342-READ-LOAN.
           READ LOAN-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       344-CHECK-ONE-LOAN.
           MOVE LN-ACCTNUM TO WS-SEARCH-ACCTNUM
           PERFORM 190-LOOK-UP-ACCOUNT
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              IF LN-STATUS = "A"
                 STRING
                     "LOAN "              DELIMITED BY SIZE
                     LN-ACCTNUM           DELIMITED BY SIZE
                     " BOOKED "           DELIMITED BY SIZE
                     LN-BOOKED-DATE       DELIMITED BY SIZE
                     " - ACTIVE, ACCOUNT NOT ON FILE"
                                          DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
              END-IF
           ELSE
              IF CLIENT-ACCOUNT-TYPE NOT = "L"
                 STRING
                     "LOAN "              DELIMITED BY SIZE
                     LN-ACCTNUM           DELIMITED BY SIZE
                     " STATUS "           DELIMITED BY SIZE
                     LN-STATUS            DELIMITED BY SIZE
                     " - ACCOUNT IS TYPE " DELIMITED BY SIZE
                     CLIENT-ACCOUNT-TYPE  DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
              END-IF
           END-IF
           IF WS-EXCEPTION-TEXT NOT = SPACES
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 342-READ-LOAN.

       350-CHECK-OVERDRAWN.
           MOVE 8 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 352-READ-OVERDRAWN
           PERFORM 354-CHECK-ONE-OVERDRAWN
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       352-READ-OVERDRAWN.
           READ OVERDRAWN-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       354-CHECK-ONE-OVERDRAWN.
           MOVE OVD-ACCTNUM TO WS-SEARCH-ACCTNUM
           PERFORM 190-LOOK-UP-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING
                  "OVERDRAWN "         DELIMITED BY SIZE
                  OVD-ACCTNUM          DELIMITED BY SIZE
                  " STATUS "           DELIMITED BY SIZE
                  OVD-STATUS           DELIMITED BY SIZE
                  " SINCE "            DELIMITED BY SIZE
                  OVD-FIRST-NEGATIVE-DATE DELIMITED BY SIZE
                  " - ACCOUNT NOT ON FILE" DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 352-READ-OVERDRAWN.

       360-CHECK-DEPOSIT-ITEMS.
           MOVE 11 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 362-READ-DEPOSIT-ITEM
           PERFORM 364-CHECK-ONE-DEPOSIT-ITEM
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       362-READ-DEPOSIT-ITEM.
           READ DEPOSIT-ITEM-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

       364-CHECK-ONE-DEPOSIT-ITEM.
           IF DI-STATUS = "P"
              MOVE DI-ACCTNUM TO WS-SEARCH-ACCTNUM
              PERFORM 190-LOOK-UP-ACCOUNT
              IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
                 MOVE DI-AMOUNT TO WS-DISPLAY-AMOUNT
                 MOVE SPACES TO WS-EXCEPTION-TEXT
                 STRING
                     "ITEM "              DELIMITED BY SIZE
                     DI-ACCTNUM           DELIMITED BY SIZE
                     "/"                  DELIMITED BY SIZE
                     DI-SEQNUM            DELIMITED BY SIZE
                     " CHECK "            DELIMITED BY SIZE
                     DI-CHECKNUM          DELIMITED BY SIZE
                     " AMOUNT "           DELIMITED BY SIZE
                     WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
                     " - ACCOUNT NOT ON FILE" DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
                 PERFORM 140-WRITE-EXCEPTION
              END-IF
           END-IF
           PERFORM 362-READ-DEPOSIT-ITEM.

       370-CHECK-PENDING-CHANGES.
           MOVE 12 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           MOVE "N" TO END-OF-FILE
           PERFORM 372-READ-PENDING-CHANGE
           PERFORM 374-CHECK-ONE-PENDING-CHANGE
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       372-READ-PENDING-CHANGE.
           READ PENDING-MAINT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
              NOT AT END ADD 1 TO WS-RECORDS-READ
           END-READ.

      *  AN OVERDRAFT LIMIT CHANGE IS KEYED ON THE ACCOUNT, A NAME
      *  CHANGE ON THE CUSTOMER NUMBER.
       374-CHECK-ONE-PENDING-CHANGE.
           IF PEND-FUNCTION = "CUST-NAME"
              MOVE PEND-TARGET(1:6) TO CUST-NUMBER
              READ CUSTOMER-FILE
                 INVALID KEY MOVE "N" TO WS-COMPANION-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO WS-COMPANION-FOUND-SWITCH
              END-READ
           ELSE
              MOVE PEND-TARGET(1:7) TO WS-SEARCH-ACCTNUM
              PERFORM 190-LOOK-UP-ACCOUNT
              MOVE WS-ACCOUNT-FOUND-SWITCH
                  TO WS-COMPANION-FOUND-SWITCH
           END-IF
           IF WS-COMPANION-FOUND-SWITCH NOT = "Y"
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING
                  "PENDING "           DELIMITED BY SIZE
                  PEND-FUNCTION        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PEND-TARGET          DELIMITED BY SIZE
                  " KEYED "            DELIMITED BY SIZE
                  PEND-REQUEST-DATE    DELIMITED BY SIZE
                  " BY "               DELIMITED BY SIZE
                  PEND-REQUESTED-BY    DELIMITED BY SIZE
                  " - RECORD NOT ON FILE" DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 372-READ-PENDING-CHANGE.

       400-CHECK-T-ACCOUNTS.
           MOVE 5 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           PERFORM 200-RESTART-CLIENT-FILE
           PERFORM 405-CHECK-ONE-T-ACCOUNT
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       405-CHECK-ONE-T-ACCOUNT.
           IF CLIENT-ACCOUNT-TYPE = "T"
              MOVE CLIENT-ACCTNUM TO TD-ACCTNUM
              READ TERM-DEPOSIT-FILE
                 INVALID KEY MOVE "N" TO WS-COMPANION-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO WS-COMPANION-FOUND-SWITCH
              END-READ
              IF WS-COMPANION-FOUND-SWITCH NOT = "Y"
                 MOVE CLIENT-BALANCE TO WS-DISPLAY-AMOUNT
                 MOVE SPACES TO WS-EXCEPTION-TEXT
                 STRING
                     "ACCOUNT "           DELIMITED BY SIZE
                     CLIENT-ACCTNUM       DELIMITED BY SIZE
                     " BALANCE "          DELIMITED BY SIZE
                     WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
                     " - NO TERM DEPOSIT RECORD" DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
                 PERFORM 140-WRITE-EXCEPTION
              END-IF
           END-IF
           PERFORM 210-READ-CLIENT.

       420-CHECK-L-ACCOUNTS.
           MOVE 7 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           PERFORM 200-RESTART-CLIENT-FILE
           PERFORM 425-CHECK-ONE-L-ACCOUNT
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       425-CHECK-ONE-L-ACCOUNT.
           IF CLIENT-ACCOUNT-TYPE = "L"
              MOVE CLIENT-ACCTNUM TO LN-ACCTNUM
              READ LOAN-FILE
                 INVALID KEY MOVE "N" TO WS-COMPANION-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO WS-COMPANION-FOUND-SWITCH
              END-READ
              IF WS-COMPANION-FOUND-SWITCH NOT = "Y"
                 MOVE CLIENT-BALANCE TO WS-DISPLAY-AMOUNT
                 MOVE SPACES TO WS-EXCEPTION-TEXT
                 STRING
                     "ACCOUNT "           DELIMITED BY SIZE
                     CLIENT-ACCTNUM       DELIMITED BY SIZE
                     " BALANCE "          DELIMITED BY SIZE
                     WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
                     " - NO LOAN RECORD"  DELIMITED BY SIZE
                     INTO WS-EXCEPTION-TEXT
                 END-STRING
                 PERFORM 140-WRITE-EXCEPTION
              END-IF
           END-IF
           PERFORM 210-READ-CLIENT.

       440-CHECK-CUSTOMERS.
           MOVE 9 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           PERFORM 200-RESTART-CLIENT-FILE
           PERFORM 445-CHECK-ONE-CUSTOMER
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       445-CHECK-ONE-CUSTOMER.
           IF CLIENT-CUSTOMER-NUMBER = SPACES
              MOVE "N" TO WS-COMPANION-FOUND-SWITCH
           ELSE
              MOVE CLIENT-CUSTOMER-NUMBER TO CUST-NUMBER
              READ CUSTOMER-FILE
                 INVALID KEY MOVE "N" TO WS-COMPANION-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO WS-COMPANION-FOUND-SWITCH
              END-READ
           END-IF
           IF WS-COMPANION-FOUND-SWITCH NOT = "Y"
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING
                  "ACCOUNT "           DELIMITED BY SIZE
                  CLIENT-ACCTNUM       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CLIENT-LASTNAME      DELIMITED BY SIZE
                  " - CUSTOMER "       DELIMITED BY SIZE
                  CLIENT-CUSTOMER-NUMBER DELIMITED BY SIZE
                  " NOT ON FILE"       DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 210-READ-CLIENT.

       460-CHECK-BRANCHES.
           MOVE 10 TO WS-CAT-SUB
           PERFORM 120-START-CATEGORY
           PERFORM 200-RESTART-CLIENT-FILE
           PERFORM 465-CHECK-ONE-BRANCH
              UNTIL END-OF-FILE = "Y"
           PERFORM 130-END-CATEGORY.

       465-CHECK-ONE-BRANCH.
           MOVE CLIENT-BRANCH TO WS-SEARCH-BRANCH
           IF WS-SEARCH-BRANCH = SPACES
              MOVE "N" TO WS-BR-FOUND-SWITCH
           ELSE
              PERFORM 170-FIND-BRANCH
           END-IF
           IF WS-BR-FOUND-SWITCH NOT = "Y"
              MOVE SPACES TO WS-EXCEPTION-TEXT
              STRING
                  "ACCOUNT "           DELIMITED BY SIZE
                  CLIENT-ACCTNUM       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CLIENT-LASTNAME      DELIMITED BY SIZE
                  " - BRANCH "         DELIMITED BY SIZE
                  CLIENT-BRANCH        DELIMITED BY SIZE
                  " HAS NO OPERATOR"   DELIMITED BY SIZE
                  INTO WS-EXCEPTION-TEXT
              END-STRING
              PERFORM 140-WRITE-EXCEPTION
           END-IF
           PERFORM 210-READ-CLIENT.

       500-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE "EXCEPTIONS BY CATEGORY" TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-CAT-SUB
           PERFORM 510-PRINT-CATEGORY-TOTAL
              UNTIL WS-CAT-SUB >= WS-CAT-TABLE-MAX
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACCOUNTS ON FILE:                         "
                                      DELIMITED BY SIZE
               WS-ACCOUNTS-READ       DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "OTHER KEYED RECORDS CHECKED:              "
                                      DELIMITED BY SIZE
               WS-RECORDS-READ        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "TOTAL EXCEPTIONS:                           "
                                      DELIMITED BY SIZE
               WS-TOTAL-EXCEPTIONS    DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       510-PRINT-CATEGORY-TOTAL.
           ADD 1 TO WS-CAT-SUB
           MOVE SPACES TO REPORT-RECORD
           STRING
               WS-CAT-TITLE (WS-CAT-SUB)  DELIMITED BY SIZE
               "     "                    DELIMITED BY SIZE
               WS-CAT-COUNT (WS-CAT-SUB)  DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       900-TERMINATE.
           CLOSE CLIENT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE HOLD-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE STOP-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE LOAN-FILE
           CLOSE OVERDRAWN-FILE
           CLOSE DEPOSIT-ITEM-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE REPORT-FILE
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "INTEGRITY EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
           DISPLAY "INTEGRITY REPORT WRITTEN TO integrity.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-INTEG-DATE
           MOVE WS-TOTAL-EXCEPTIONS TO RUN-INTEG-EXCEPTIONS
           IF WS-TOTAL-EXCEPTIONS > ZERO
              MOVE "E" TO RUN-INTEG-STATUS
           ELSE
              MOVE SPACE TO RUN-INTEG-STATUS
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
