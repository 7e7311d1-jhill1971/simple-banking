                   WITH DUPLICATES.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT OPTIONAL JOURNAL-INQUIRY-FILE
               ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATEMENT-FILE ASSIGN TO "statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "loan-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-ORDER-FILE
               ASSIGN TO "standing-orders.txt"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCTNUM.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCTNUM.
           SELECT OPTIONAL STOP-FILE ASSIGN TO "stop-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY.
           SELECT OPTIONAL DEPOSIT-ITEM-FILE
               ASSIGN TO "deposit-items.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY.
           SELECT OPTIONAL CASH-DRAWER-FILE
               ASSIGN TO "cash-drawer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY.
           SELECT OPTIONAL VAULT-FILE ASSIGN TO "vault-cash.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BRANCH.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "customer-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "signon-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINTENANCE-FILE
               ASSIGN TO "maintenance.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-MAINT-FILE
               ASSIGN TO "maint-pending.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "parameter-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD          PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  JOURNAL-INQUIRY-FILE.
           COPY TRANSREC.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD       PIC X(300).

       FD  STATEMENT-FILE.
       01 STATEMENT-RECORD            PIC X(80).

       FD  SCHEDULE-FILE.
       01 SCHEDULE-RECORD             PIC X(80).

       FD  STANDING-ORDER-FILE.
           COPY STANDORD.

       FD  TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  STOP-FILE.
           COPY STOPREC.

       FD  DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

       FD  CASH-DRAWER-FILE.
           COPY DRAWREC.

       FD  VAULT-FILE.
           COPY VAULTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  AUDIT-FILE.
       01 AUDIT-RECORD                PIC X(50).

       FD  MAINTENANCE-FILE.
           COPY MAINTREC.

       FD  PENDING-MAINT-FILE.
           COPY MAINTPND.

       FD  PARAMETER-FILE.
           COPY PARMREC.

       77 WS-TRANS-FEE-AMOUNT         PIC S9(3)V99 VALUE ZERO.
       77 WS-TRANS-FEE-TEXT           PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP          PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH       PIC X    VALUE "N".
       77 WS-HIST-END-SWITCH          PIC X    VALUE "N".
       77 WS-HIST-EOF-SWITCH          PIC X    VALUE "N".
       77 WS-HIST-LINE-COUNT          PIC 9(2) VALUE ZERO.
       77 WS-HIST-PAGE-SIZE           PIC 9(2) VALUE 10.
       77 WS-HIST-SHOWN               PIC 9(5) VALUE ZERO.
       77 WS-HIST-CHOICE              PIC X.
       77 WS-DISPLAY-BALANCE          PIC $$,$$$,$$9.99-.
       77 WS-DEBIT-AMOUNT              PIC 9(7)V99.
       77 WS-DEBIT-OK-SWITCH           PIC X    VALUE "N".
       77 WS-TD-MONTH-MAX-DAY         PIC 9(2)  VALUE ZERO.
       77 WS-TD-LEAP-REMAINDER        PIC 9(4)  VALUE ZERO.
       77 WS-DISPLAY-TD-AMOUNT        PIC $$,$$$,$$9.99.
       77 WS-LOAN-ANNUAL-RATE         PIC 9V9(6) VALUE ZERO.
       77 WS-LN-MONTHLY-RATE          PIC 9V9(8) VALUE ZERO.
       77 WS-LN-PRINCIPAL             PIC 9(7)V99.
       77 WS-LN-TERM-MONTHS           PIC 9(3).
       77 WS-LN-DISB-ACCTNUM          PIC X(7).
       77 WS-LN-LOAN-ACCTNUM          PIC X(7).
       77 WS-LN-PAYMENT-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       77 WS-LN-FIRST-DUE-DATE        PIC X(8).
       77 WS-LN-DUE-DATE              PIC X(8).
       77 WS-LN-PRIOR-DUE-DATE        PIC X(8).
       77 WS-LN-PAYMENT-DAY           PIC 9(2)  VALUE ZERO.
       77 WS-LN-FOUND-SWITCH          PIC X     VALUE "N".
       77 WS-LN-FIELDS-OK-SWITCH      PIC X     VALUE "N".
       77 WS-LN-SCHED-NO              PIC 9(3)  VALUE ZERO.
       77 WS-LN-SCHED-BALANCE         PIC S9(7)V99 VALUE ZERO.
       77 WS-LN-SCHED-PAYMENT         PIC S9(7)V99 VALUE ZERO.
       77 WS-LN-INTEREST-DUE          PIC S9(7)V99 VALUE ZERO.
       77 WS-LN-INTEREST-PART         PIC S9(7)V99 VALUE ZERO.
       77 WS-LN-PRINCIPAL-PART        PIC S9(7)V99 VALUE ZERO.
       77 WS-LN-PAYOFF-AMOUNT         PIC S9(7)V99 VALUE ZERO.
       77 WS-LN-RECEIVED              PIC 9(7)V99 VALUE ZERO.
       77 WS-DISPLAY-LN-RATE          PIC 9.9(6).
       77 WS-DISPLAY-LN-PAYMENT       PIC -(7)9.99.
       77 WS-DISPLAY-LN-INTEREST      PIC -(7)9.99.
       77 WS-DISPLAY-LN-PRINCIPAL     PIC -(7)9.99.
       77 WS-DISPLAY-LN-BALANCE       PIC -(7)9.99.
       77 WS-DISPLAY-LN-PAYOFF        PIC -(7)9.99.
       77 WS-DEP-CHECK-INPUT          PIC X(2).
       77 WS-DEP-CHECK-COUNT          PIC 9(2)  VALUE ZERO.
       77 WS-DEP-CHECK-SUB            PIC 9(2)  VALUE ZERO.
       77 WS-DEP-ITEM-NO              PIC 9(2)  VALUE ZERO.
       77 WS-DEP-CHECK-MAX            PIC 9(2)  VALUE 20.
       77 WS-DEP-NUMVAL-CHECK         PIC S9(9)V99.
       77 WS-DEP-ITEMS-OK-SWITCH      PIC X     VALUE "N".
       77 WS-DEP-ITEM-OK-SWITCH       PIC X     VALUE "N".
       77 WS-DEP-CHECKNUM             PIC X(6).
       77 WS-DEP-CHECK-AMOUNT         PIC 9(7)V99.
       77 WS-DEP-CHECK-TOTAL          PIC 9(9)V99 VALUE ZERO.
       77 WS-DEP-ROUTING-SUM          PIC 9(3)  VALUE ZERO.
       77 WS-DEP-ITEMS-POSTED         PIC 9(2)  VALUE ZERO.
       77 WS-MAX-ITEM-SEQ             PIC 9(5)  VALUE ZERO.
       77 WS-ITEM-SCAN-EOF-SWITCH     PIC X     VALUE "N".
       77 WS-ITEM-VOID-OK-SWITCH      PIC X     VALUE "N".
       77 WS-DISPLAY-DEP-AMOUNT       PIC ZZZZZZ9.99.
       77 WS-DISPLAY-DEP-TOTAL        PIC $$,$$$,$$9.99.

       01 WS-DEP-ROUTING              PIC X(9).
       01 WS-DEP-ROUTING-DIGITS REDEFINES WS-DEP-ROUTING.
           05 WS-DEP-RT-DIGIT         PIC 9 OCCURS 9 TIMES.

      *  CHECKS KEYED FOR THE DEPOSIT IN HAND. NOTHING IS POSTED OR
      *  WRITTEN TO THE ITEM FILE UNTIL EVERY ITEM HAS BEEN KEYED, SO
      *  A DEPOSIT CANCELLED PART WAY THROUGH LEAVES NO TRACE.
       01 WS-DEP-CHECK-TABLE.
           05 WS-DEP-CHECK-ENTRY OCCURS 20 TIMES.
              10 WS-DEP-CHK-ROUTING   PIC X(9).
              10 WS-DEP-CHK-CHECKNUM  PIC X(6).
              10 WS-DEP-CHK-AMOUNT    PIC 9(7)V99.

       77 WS-DRW-SELECTION            PIC X.
       77 WS-END-DRW-MENU-SWITCH      PIC X     VALUE "N".
       77 WS-DRW-FOUND-SWITCH         PIC X     VALUE "N".
       77 WS-DRW-OPEN-SWITCH          PIC X     VALUE "N".
       77 WS-VLT-FOUND-SWITCH         PIC X     VALUE "N".
       77 WS-DRW-AMOUNT               PIC 9(7)V99.
       77 WS-DRW-COUNT-INPUT          PIC X(5).
       77 WS-DRW-COUNT-OK-SWITCH      PIC X     VALUE "N".
       77 WS-DRW-PIECE-OK-SWITCH      PIC X     VALUE "N".
       77 WS-DRW-NUMVAL-CHECK         PIC S9(9)V99.
       77 WS-DRW-CONFIRM              PIC X.
       77 WS-DENOM-SUB                PIC 9(2)  VALUE ZERO.
       77 WS-DENOM-MAX                PIC 9(2)  VALUE 12.
       77 WS-DRW-JRNL-AMOUNT          PIC S9(7)V99 VALUE ZERO.
       77 WS-DRW-CASH-IN              PIC S9(9)V99 VALUE ZERO.
       77 WS-DRW-CASH-OUT             PIC S9(9)V99 VALUE ZERO.
       77 WS-DRW-EXPECTED             PIC S9(9)V99 VALUE ZERO.
       77 WS-DRW-COUNTED              PIC 9(9)V99 VALUE ZERO.
       77 WS-DRW-OVER-SHORT           PIC S9(9)V99 VALUE ZERO.
       77 WS-DISPLAY-DENOM            PIC ZZ9.99.
       77 WS-DISPLAY-DRW-AMOUNT       PIC $$$,$$$,$$9.99-.

      *  DENOMINATIONS COUNTED AT THE END OF A SHIFT, IN THE ORDER
      *  THE DRAWER RECORD KEEPS THEM (SEE DRAWREC).
       01 WS-DENOM-VALUES.
           05 FILLER                  PIC 9(3)V99 VALUE 100.00.
           05 FILLER                  PIC 9(3)V99 VALUE 50.00.
           05 FILLER                  PIC 9(3)V99 VALUE 20.00.
           05 FILLER                  PIC 9(3)V99 VALUE 10.00.
           05 FILLER                  PIC 9(3)V99 VALUE 5.00.
           05 FILLER                  PIC 9(3)V99 VALUE 2.00.
           05 FILLER                  PIC 9(3)V99 VALUE 1.00.
           05 FILLER                  PIC 9(3)V99 VALUE 0.50.
           05 FILLER                  PIC 9(3)V99 VALUE 0.25.
           05 FILLER                  PIC 9(3)V99 VALUE 0.10.
           05 FILLER                  PIC 9(3)V99 VALUE 0.05.
           05 FILLER                  PIC 9(3)V99 VALUE 0.01.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM-VALUE          PIC 9(3)V99 OCCURS 12 TIMES.

      *  PIECES KEYED FOR THE COUNT IN HAND. NOTHING GOES TO THE
      *  DRAWER RECORD UNTIL THE TELLER ACCEPTS THE COUNT.
       01 WS-DRW-PIECE-TABLE.
           05 WS-DRW-PIECES           PIC 9(5) OCCURS 12 TIMES.

       01 WS-TD-DATE-PARTS.
           05 WS-TD-YEAR               PIC 9(4).
              10 WS-REV-AMOUNT-TEXT   PIC X(11).
              10 WS-REV-FEE-TEXT      PIC X(7).
              10 WS-REV-TIMEREF       PIC X(8).
              10 WS-REV-REFERENCE     PIC X(8).

       01 WS-RVREF-TABLE.
           05 WS-RVREF-ENTRY OCCURS 50 TIMES.
              10 WS-RVREF-ACTIVITY    PIC X(10).
              10 WS-RVREF-REFERENCE   PIC X(8).

       77 WS-MAINT-FUNCTION           PIC X(10) VALUE SPACES.
       77 WS-MAINT-KEY                PIC X(13) VALUE SPACES.
       77 WS-MAINT-ACTION             PIC X(1)  VALUE SPACE.
       77 WS-MAINT-REQUESTED-BY       PIC X(4)  VALUE SPACES.
       77 WS-MAINT-IMAGE              PIC X(40) VALUE SPACES.
       77 WS-MAINT-AMOUNT-TEXT        PIC ZZZZZZ9.99.
       77 WS-OD-LIMIT-INPUT           PIC X(10).
       77 WS-OD-NUMVAL-CHECK          PIC S9(9)V99.
       77 WS-NEW-OD-LIMIT             PIC S9(7)V99 VALUE ZERO.
       77 WS-PEND-EOF-SWITCH          PIC X     VALUE "N".
       77 WS-PEND-APPLIED-SWITCH      PIC X     VALUE "N".
       77 WS-PEND-REVIEWED            PIC 9(3)  VALUE ZERO.
       77 WS-PEND-DECISION            PIC X.

      *  BEFORE AND AFTER IMAGES OF THE FIELDS A MAINTENANCE CHANGE
      *  TOUCHES, AS THEY GO TO THE MAINTENANCE LOG (SEE MAINTREC).
      *  A CUSTOMER NAME IMAGE IS THE LAST NAME THEN THE FIRST NAME.
       01 WS-MAINT-BEFORE             PIC X(40) VALUE SPACES.
       01 WS-MAINT-BEFORE-NAME REDEFINES WS-MAINT-BEFORE.
           05 WS-MAINT-BEFORE-LASTNAME
                                      PIC X(20).
           05 WS-MAINT-BEFORE-FIRSTNAME
                                      PIC X(20).
       01 WS-MAINT-AFTER              PIC X(40) VALUE SPACES.
       01 WS-MAINT-AFTER-NAME REDEFINES WS-MAINT-AFTER.
           05 WS-MAINT-AFTER-LASTNAME PIC X(20).
           05 WS-MAINT-AFTER-FIRSTNAME
                                      PIC X(20).

       01 WS-PAGE-TABLE.
           05 WS-PAGE-CUSTNUM OCCURS 10 TIMES
       000-MAIN-FUNCTION.
           PERFORM 300-INITIALIZE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           OPEN EXTEND STATEMENT-FILE
           OPEN EXTEND SCHEDULE-FILE
           PERFORM 050-OPERATOR-SIGNON
           PERFORM 100-ACTIVITY-SELECTION
               UNTIL END-OF-SESSION-SWITCH = "Y".
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE STATEMENT-FILE
           CLOSE SCHEDULE-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE HOLD-FILE
           CLOSE TERM-DEPOSIT-FILE
           CLOSE LOAN-FILE
           CLOSE STOP-FILE
           CLOSE DEPOSIT-ITEM-FILE
           CLOSE CASH-DRAWER-FILE
           CLOSE VAULT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE OPERATOR-FILE
           CLOSE AUDIT-FILE
           CLOSE MAINTENANCE-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE CLIENT-FILE.
           DISPLAY "END OF SESSION".
           STOP RUN.
           END-STRING
           WRITE AUDIT-RECORD.

      *  EVERY NON-MONETARY CHANGE TO A MASTER RECORD IS LOGGED WITH
      *  ITS BEFORE AND AFTER IMAGES. THE CALLER SETS THE FUNCTION,
      *  THE KEY AND THE IMAGES; 082 IS FOR A CHANGE APPLIED BY THE
      *  OPERATOR SIGNED ON, 085 WRITES WHATEVER ACTION IS SET.
       082-LOG-APPLIED-CHANGE.
           MOVE "C" TO WS-MAINT-ACTION
           MOVE WS-OPERATOR-ID TO WS-MAINT-REQUESTED-BY
           PERFORM 085-WRITE-MAINTENANCE-LOG.

       085-WRITE-MAINTENANCE-LOG.
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE  TO MLOG-TIMESTAMP
           MOVE RUN-BUSINESS-DATE      TO MLOG-BUSINESS-DATE
           MOVE WS-OPERATOR-ID         TO MLOG-OPERATOR
           MOVE WS-OPERATOR-BRANCH     TO MLOG-BRANCH
           MOVE WS-MAINT-FUNCTION      TO MLOG-FUNCTION
           MOVE WS-MAINT-KEY           TO MLOG-KEY
           MOVE WS-MAINT-ACTION        TO MLOG-ACTION
           MOVE WS-MAINT-REQUESTED-BY  TO MLOG-REQUESTED-BY
           MOVE WS-MAINT-BEFORE        TO MLOG-BEFORE
           MOVE WS-MAINT-AFTER         TO MLOG-AFTER
           WRITE MAINT-LOG-RECORD.

       100-ACTIVITY-SELECTION.
           DISPLAY "********** THE SIMPLE BANK **********".
           DISPLAY "ENTER B TO CHECK YOUR BALANCE".
           DISPLAY "ENTER I FOR ACCOUNT TRANSACTION HISTORY".
           DISPLAY "ENTER D TO MAKE A DEPOSIT".
           DISPLAY "ENTER W TO MAKE A WITHDRAWAL".
           DISPLAY "ENTER O TO OPEN A NEW ACCOUNT".
           DISPLAY "ENTER F TO OPEN A TERM DEPOSIT".
           DISPLAY "ENTER E FOR A TERM DEPOSIT EARLY WITHDRAWAL".
           DISPLAY "ENTER G TO BOOK AN INSTALLMENT LOAN".
           DISPLAY "ENTER C TO CLOSE AN ACCOUNT".
           DISPLAY "ENTER T TO TRANSFER BETWEEN ACCOUNTS".
           DISPLAY "ENTER K TO TAKE A LOAN PAYMENT".
           DISPLAY "ENTER S TO PRINT A CUSTOMER STATEMENT".
           DISPLAY "ENTER N TO LOOK UP A CUSTOMER BY NAME".
           DISPLAY "ENTER U FOR CUSTOMER MAINTENANCE".
           DISPLAY "ENTER P FOR STOP PAYMENT MAINTENANCE".
           DISPLAY "ENTER R TO RELEASE A HOLD".
           DISPLAY "ENTER A TO REACTIVATE A DORMANT ACCOUNT".
           DISPLAY "ENTER J TO CHANGE AN OVERDRAFT LIMIT".
           DISPLAY "ENTER V TO REVERSE A TRANSACTION".
           DISPLAY "ENTER Q FOR CASH DRAWER AND VAULT".
           DISPLAY "ENTER Y TO CHANGE YOUR PASSWORD".
           DISPLAY "ENTER L TO UNLOCK AN OPERATOR".
           DISPLAY "ENTER X TO REVIEW CHANGES AWAITING APPROVAL".
           DISPLAY "ENTER 0 TO END THIS SESSION".
           DISPLAY "YOUR SELECTION: " WITH NO ADVANCING.
           ACCEPT USER-ACTIVITY.
              EVALUATE TRUE
                 WHEN USER-ACTIVITY = "B"
                    PERFORM 110-CHECK-BALANCE
                 WHEN USER-ACTIVITY = "I"
                    PERFORM 190-TRANSACTION-HISTORY
                 WHEN USER-ACTIVITY = "D"
                    PERFORM 120-MAKE-DEPOSIT
                 WHEN USER-ACTIVITY = "W"
                    PERFORM 850-OPEN-TERM-DEPOSIT
                 WHEN USER-ACTIVITY = "E"
                    PERFORM 860-TD-EARLY-WITHDRAWAL
                 WHEN USER-ACTIVITY = "G"
                    PERFORM 870-BOOK-LOAN
                 WHEN USER-ACTIVITY = "C"
                    PERFORM 160-CLOSE-ACCOUNT
                 WHEN USER-ACTIVITY = "T"
                    PERFORM 170-TRANSFER-FUNDS
                 WHEN USER-ACTIVITY = "K"
                    PERFORM 176-TAKE-LOAN-PAYMENT
                 WHEN USER-ACTIVITY = "S"
                    PERFORM 180-PRINT-STATEMENT
                 WHEN USER-ACTIVITY = "N"
                    PERFORM 610-RELEASE-HOLD
                 WHEN USER-ACTIVITY = "A"
                    PERFORM 650-REACTIVATE-ACCOUNT
                 WHEN USER-ACTIVITY = "J"
                    PERFORM 670-CHANGE-OVERDRAFT-LIMIT
                 WHEN USER-ACTIVITY = "V"
                    PERFORM 900-REVERSE-TRANSACTION
                 WHEN USER-ACTIVITY = "Q"
                    PERFORM 950-CASH-DRAWER-MENU
                 WHEN USER-ACTIVITY = "Y"
                    PERFORM 680-CHANGE-OWN-PASSWORD
                 WHEN USER-ACTIVITY = "L"
                    PERFORM 690-UNLOCK-OPERATOR
                 WHEN USER-ACTIVITY = "X"
                    PERFORM 785-REVIEW-PENDING-CHANGES
                 WHEN OTHER
                    DISPLAY "UNEXPECTED INPUT. TRY AGAIN."
                    DISPLAY " ".
              DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
               "DEPOSIT FUNCTIONS"
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
            AND CLIENT-ACCOUNT-TYPE = "L"
              DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              PERFORM 125-POST-DEPOSIT
           ELSE
              PERFORM 140-WRITE-TRANSACTION-RECORD.
           DISPLAY " ".

      *  A DEPOSIT IS TAKEN AS A CASH AMOUNT PLUS ANY NUMBER OF
      *  CHECK ITEMS UP TO WS-DEP-CHECK-MAX. THE CASH PIECE IS
      *  JOURNALED AS DEPOSIT (CASH ACROSS THE COUNTER) AND EACH
      *  CHECK AS ITS OWN DEP-CHK LINE CARRYING THE ITEM SEQUENCE
      *  NUMBER AS ITS REFERENCE, SO THE CASH JOBS SEE ONLY CASH AND
      *  EVERY CHECK CAN BE TRACED TO ITS CASH LETTER AND ANY RETURN.
       125-POST-DEPOSIT.
           DISPLAY "ENTER CASH AMOUNT: " WITH NO ADVANCING
           ACCEPT WS-DEPOSIT-AMOUNT
           DISPLAY "ENTER NUMBER OF CHECKS: " WITH NO ADVANCING
           ACCEPT WS-DEP-CHECK-INPUT
           MOVE "Y" TO WS-DEP-ITEMS-OK-SWITCH
           MOVE ZERO TO WS-DEP-CHECK-COUNT
           IF WS-DEP-CHECK-INPUT NOT = SPACES
              COMPUTE WS-DEP-NUMVAL-CHECK =
               FUNCTION TEST-NUMVAL (WS-DEP-CHECK-INPUT)
              IF WS-DEP-NUMVAL-CHECK NOT = ZERO
                 MOVE "N" TO WS-DEP-ITEMS-OK-SWITCH
              ELSE
                 MOVE FUNCTION NUMVAL (WS-DEP-CHECK-INPUT)
                     TO WS-DEP-CHECK-COUNT
                 IF WS-DEP-CHECK-COUNT > WS-DEP-CHECK-MAX
                    MOVE "N" TO WS-DEP-ITEMS-OK-SWITCH
                 END-IF
              END-IF
           END-IF
           IF WS-DEP-ITEMS-OK-SWITCH NOT = "Y"
              DISPLAY "NUMBER OF CHECKS MUST BE 0 TO "
               WS-DEP-CHECK-MAX " - DEPOSIT CANCELLED"
           ELSE
              MOVE ZERO TO WS-DEP-CHECK-SUB
              PERFORM 126-ACCEPT-CHECK-ITEM
                 UNTIL WS-DEP-CHECK-SUB >= WS-DEP-CHECK-COUNT
                    OR WS-DEP-ITEMS-OK-SWITCH = "N"
              IF WS-DEP-ITEMS-OK-SWITCH = "N"
                 DISPLAY "DEPOSIT CANCELLED"
              ELSE
                 IF WS-DEPOSIT-AMOUNT = ZERO
                  AND WS-DEP-CHECK-COUNT = ZERO
                    DISPLAY "NOTHING TO DEPOSIT"
                 ELSE
                    PERFORM 128-POST-DEPOSIT-ITEMS
                 END-IF
              END-IF
           END-IF.

       126-ACCEPT-CHECK-ITEM.
           COMPUTE WS-DEP-ITEM-NO = WS-DEP-CHECK-SUB + 1
           DISPLAY "CHECK " WS-DEP-ITEM-NO
            " - DRAWER BANK ROUTING NUMBER (X TO CANCEL): "
               WITH NO ADVANCING
           ACCEPT WS-DEP-ROUTING
           IF WS-DEP-ROUTING = "X"
              MOVE "N" TO WS-DEP-ITEMS-OK-SWITCH
           ELSE
              DISPLAY "CHECK NUMBER: " WITH NO ADVANCING
              ACCEPT WS-DEP-CHECKNUM
              DISPLAY "CHECK AMOUNT: " WITH NO ADVANCING
              ACCEPT WS-DEP-CHECK-AMOUNT
              PERFORM 127-VALIDATE-CHECK-ITEM
              IF WS-DEP-ITEM-OK-SWITCH = "Y"
                 ADD 1 TO WS-DEP-CHECK-SUB
                 MOVE WS-DEP-ROUTING
                     TO WS-DEP-CHK-ROUTING (WS-DEP-CHECK-SUB)
                 MOVE WS-DEP-CHECKNUM
                     TO WS-DEP-CHK-CHECKNUM (WS-DEP-CHECK-SUB)
                 MOVE WS-DEP-CHECK-AMOUNT
                     TO WS-DEP-CHK-AMOUNT (WS-DEP-CHECK-SUB)
              END-IF
           END-IF.

      *  THE NINTH DIGIT OF A ROUTING NUMBER IS A CHECK DIGIT: THE
      *  DIGITS WEIGHTED 3, 7, 1 IN TURN MUST SUM TO A MULTIPLE OF
      *  TEN. A MISKEYED ROUTING NUMBER WOULD SEND THE ITEM TO THE
      *  WRONG BANK, SO IT IS CAUGHT HERE AT THE WINDOW.
       127-VALIDATE-CHECK-ITEM.
           MOVE "Y" TO WS-DEP-ITEM-OK-SWITCH
           IF WS-DEP-ROUTING IS NOT NUMERIC
              DISPLAY "ROUTING NUMBER MUST BE NINE DIGITS - "
               "REENTER ITEM"
              MOVE "N" TO WS-DEP-ITEM-OK-SWITCH
           ELSE
              COMPUTE WS-DEP-ROUTING-SUM =
               3 * (WS-DEP-RT-DIGIT (1) + WS-DEP-RT-DIGIT (4)
                    + WS-DEP-RT-DIGIT (7))
               + 7 * (WS-DEP-RT-DIGIT (2) + WS-DEP-RT-DIGIT (5)
                    + WS-DEP-RT-DIGIT (8))
               + WS-DEP-RT-DIGIT (3) + WS-DEP-RT-DIGIT (6)
               + WS-DEP-RT-DIGIT (9)
              IF FUNCTION MOD (WS-DEP-ROUTING-SUM, 10) NOT = ZERO
                 DISPLAY "ROUTING NUMBER CHECK DIGIT INVALID - "
                  "REENTER ITEM"
                 MOVE "N" TO WS-DEP-ITEM-OK-SWITCH
              ELSE
                 IF WS-DEP-CHECK-AMOUNT = ZERO
                    DISPLAY "CHECK AMOUNT MUST BE GREATER THAN "
                     "ZERO - REENTER ITEM"
                    MOVE "N" TO WS-DEP-ITEM-OK-SWITCH
                 END-IF
              END-IF
           END-IF.

       128-POST-DEPOSIT-ITEMS.
           IF WS-DEPOSIT-AMOUNT > ZERO
              MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
              ADD WS-DEPOSIT-AMOUNT TO CLIENT-BALANCE
              PERFORM 400-UPDATE-FILE
              MOVE "DEPOSIT"           TO WS-TRANS-ACTIVITY
              MOVE WS-DEPOSIT-AMOUNT   TO WS-TRANS-AMOUNT
              MOVE CLIENT-BALANCE      TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO                TO WS-TRANS-FEE-AMOUNT
              PERFORM 140-WRITE-TRANSACTION-RECORD
           END-IF
           MOVE ZERO TO WS-DEP-CHECK-SUB
           MOVE ZERO TO WS-DEP-ITEMS-POSTED
           MOVE ZERO TO WS-DEP-CHECK-TOTAL
           PERFORM 129-POST-ONE-CHECK
              UNTIL WS-DEP-CHECK-SUB >= WS-DEP-CHECK-COUNT
           IF WS-DEP-CHECK-COUNT > ZERO
              MOVE WS-DEP-CHECK-TOTAL TO WS-DISPLAY-DEP-TOTAL
              DISPLAY "CHECKS DEPOSITED: " WS-DEP-ITEMS-POSTED
               " TOTAL: " WS-DISPLAY-DEP-TOTAL
           END-IF
           MOVE CLIENT-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "NEW BALANCE: " WS-DISPLAY-BALANCE.

      *  THE ITEM RECORD IS WRITTEN FIRST AND THE ACCOUNT CREDITED
      *  ONLY ONCE IT IS ON FILE - A CHECK THAT CANNOT BE RECORDED
      *  WOULD NEVER GO OUT ON THE CASH LETTER.
       129-POST-ONE-CHECK.
           ADD 1 TO WS-DEP-CHECK-SUB
           PERFORM 660-FIND-NEXT-ITEM-SEQ
           MOVE WS-ACCOUNT-NUMBER  TO DI-ACCTNUM
           MOVE WS-MAX-ITEM-SEQ    TO DI-SEQNUM
           MOVE RUN-BUSINESS-DATE  TO DI-BUSINESS-DATE
           MOVE WS-DEP-CHK-ROUTING (WS-DEP-CHECK-SUB) TO DI-ROUTING
           MOVE WS-DEP-CHK-CHECKNUM (WS-DEP-CHECK-SUB)
               TO DI-CHECKNUM
           MOVE WS-DEP-CHK-AMOUNT (WS-DEP-CHECK-SUB) TO DI-AMOUNT
           MOVE WS-OPERATOR-ID     TO DI-OPERATOR
           MOVE WS-OPERATOR-BRANCH TO DI-BRANCH
           MOVE "P"                TO DI-STATUS
           MOVE SPACES             TO DI-LETTER-DATE
           MOVE SPACES             TO DI-RETURN-DATE
           MOVE SPACES             TO DI-RETURN-REASON
           WRITE DEPOSIT-ITEM-RECORD
              INVALID KEY
                 DISPLAY "ERROR RECORDING CHECK " DI-CHECKNUM
                  " - ITEM NOT POSTED"
              NOT INVALID KEY
                 MOVE CLIENT-BALANCE  TO WS-TRANS-BEFORE-BALANCE
                 ADD DI-AMOUNT TO CLIENT-BALANCE
                 PERFORM 400-UPDATE-FILE
                 MOVE "DEP-CHK"       TO WS-TRANS-ACTIVITY
                 MOVE DI-AMOUNT       TO WS-TRANS-AMOUNT
                 MOVE CLIENT-BALANCE  TO WS-TRANS-AFTER-BALANCE
                 MOVE ZERO            TO WS-TRANS-FEE-AMOUNT
                 MOVE DI-SEQNUM       TO WS-TRANS-REFERENCE
                 PERFORM 140-WRITE-TRANSACTION-RECORD
                 ADD 1 TO WS-DEP-ITEMS-POSTED
                 ADD DI-AMOUNT TO WS-DEP-CHECK-TOTAL
           END-WRITE.

       130-MAKE-WITHDRAWAL.
           DISPLAY "ENTER YOUR ACCOUNT NUMBER: " WITH NO ADVANCING.
              DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
               "DEPOSIT FUNCTIONS"
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
            AND CLIENT-ACCOUNT-TYPE = "L"
              DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
            AND CLIENT-DORMANT-FLAG = "Y"
              DISPLAY "ACCOUNT IS DORMANT - SUPERVISOR REACTIVATION "
               "REQUIRED"
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
            AND CLIENT-DORMANT-FLAG = "C"
              DISPLAY "ACCOUNT IS CHARGED OFF - DEBITS ARE FROZEN"
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              PERFORM 132-POST-WITHDRAWAL
           ELSE
               INTO TRANSACTION-RECORD
           END-STRING
           WRITE TRANSACTION-RECORD
           PERFORM 145-INDEX-JOURNAL-ENTRY
           MOVE SPACES TO WS-TRANS-REFERENCE.

      *  EVERY JOURNAL LINE IS INDEXED BY ACCOUNT AND TIMESTAMP AS
      *  IT IS WRITTEN (SEE JRNLIDX).
       145-INDEX-JOURNAL-ENTRY.
           MOVE TRANSACTION-RECORD TO JIX-JOURNAL-LINE
           MOVE JIX-LINE-ACCTNUM   TO JIX-ACCTNUM
           MOVE JIX-LINE-TIMESTAMP TO JIX-TIMESTAMP
           MOVE ZERO TO JIX-SEQ
           MOVE "N" TO WS-JIX-WRITTEN-SWITCH
           PERFORM 146-WRITE-INDEX-ENTRY
              UNTIL WS-JIX-WRITTEN-SWITCH = "Y"
                 OR JIX-SEQ = 99
           IF WS-JIX-WRITTEN-SWITCH NOT = "Y"
              DISPLAY "JOURNAL INDEX ENTRY NOT WRITTEN FOR "
               JIX-ACCTNUM " " JIX-TIMESTAMP
           END-IF.

       146-WRITE-INDEX-ENTRY.
           WRITE JOURNAL-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO JIX-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WS-JIX-WRITTEN-SWITCH
           END-WRITE.

       150-OPEN-ACCOUNT.
           DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-NUMBER
              NOT INVALID KEY
                 DISPLAY "ACCOUNT OPENED. ACCOUNT NUMBER: "
                  WS-ACCOUNT-NUMBER
                 PERFORM 157-LOG-ACCOUNT-OPEN
                 MOVE "DEPOSIT"          TO WS-TRANS-ACTIVITY
                 MOVE WS-DEPOSIT-AMOUNT  TO WS-TRANS-AMOUNT
                 MOVE ZERO               TO WS-TRANS-BEFORE-BALANCE
           END-WRITE.
           DISPLAY " ".

      *  A NEW ACCOUNT OF ANY TYPE IS LOGGED FROM THE CLIENT RECORD
      *  JUST WRITTEN, WITH NO BEFORE IMAGE - THE COUNTERPART OF THE
      *  ACCT-CLOSE ENTRY.
       157-LOG-ACCOUNT-OPEN.
           MOVE "ACCT-OPEN"    TO WS-MAINT-FUNCTION
           MOVE CLIENT-ACCTNUM TO WS-MAINT-KEY
           MOVE SPACES TO WS-MAINT-BEFORE
           MOVE CLIENT-OVERDRAFT-LIMIT TO WS-MAINT-AMOUNT-TEXT
           MOVE SPACES TO WS-MAINT-AFTER
           STRING
               "TYPE "                DELIMITED BY SIZE
               CLIENT-ACCOUNT-TYPE    DELIMITED BY SIZE
               " CUST "               DELIMITED BY SIZE
               CLIENT-CUSTOMER-NUMBER DELIMITED BY SIZE
               " BRANCH "             DELIMITED BY SIZE
               CLIENT-BRANCH          DELIMITED BY SIZE
               " LIMIT "              DELIMITED BY SIZE
               FUNCTION TRIM (WS-MAINT-AMOUNT-TEXT)
                                      DELIMITED BY SIZE
               INTO WS-MAINT-AFTER
           END-STRING
           PERFORM 082-LOG-APPLIED-CHANGE.

       160-CLOSE-ACCOUNT.
           IF WS-OPERATOR-LEVEL NOT = "S"
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO CLOSE "
                    DISPLAY "INTEREST EARNED THIS YEAR - CLOSE "
                     "AFTER THE ANNUAL INTEREST STATEMENTS RUN"
                 ELSE
                 IF CLIENT-DORMANT-FLAG = "C"
                    DISPLAY "ACCOUNT IS CHARGED OFF - IT STAYS OPEN "
                     "UNTIL THE CHARGE-OFF IS RECOVERED"
                 ELSE
                    MOVE "ACCT-CLOSE"   TO WS-MAINT-FUNCTION
                    MOVE CLIENT-ACCTNUM TO WS-MAINT-KEY
                    MOVE SPACES TO WS-MAINT-BEFORE
                    STRING
                        "TYPE "                DELIMITED BY SIZE
                        CLIENT-ACCOUNT-TYPE    DELIMITED BY SIZE
                        " CUST "               DELIMITED BY SIZE
                        CLIENT-CUSTOMER-NUMBER DELIMITED BY SIZE
                        " BRANCH "             DELIMITED BY SIZE
                        CLIENT-BRANCH          DELIMITED BY SIZE
                        INTO WS-MAINT-BEFORE
                    END-STRING
                    MOVE "CLOSED" TO WS-MAINT-AFTER
                    DELETE CLIENT-FILE
                       INVALID KEY
                          DISPLAY "ERROR CLOSING ACCOUNT"
                       NOT INVALID KEY
                          DISPLAY "ACCOUNT CLOSED"
                          PERFORM 082-LOG-APPLIED-CHANGE
                    END-DELETE
                 END-IF
                 END-IF
                 END-IF
              ELSE
                 DISPLAY "ACCOUNT NOT FOUND".
           DISPLAY " ".
              DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
               "DEPOSIT FUNCTIONS"
           ELSE
           IF CLIENT-ACCOUNT-TYPE = "L"
              DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
           ELSE
           IF CLIENT-DORMANT-FLAG = "Y"
              DISPLAY "FROM ACCOUNT IS DORMANT - SUPERVISOR "
               "REACTIVATION REQUIRED"
           ELSE
           IF CLIENT-DORMANT-FLAG = "C"
              DISPLAY "FROM ACCOUNT IS CHARGED OFF - DEBITS ARE "
               "FROZEN"
           ELSE
              DISPLAY "ENTER TO ACCOUNT NUMBER: " WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-NUMBER
                 IF CLIENT-ACCOUNT-TYPE = "T"
                    DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
                     "DEPOSIT FUNCTIONS"
                 ELSE
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
                 ELSE
                    DISPLAY "ENTER TRANSFER AMOUNT: " WITH NO ADVANCING
                    ACCEPT WS-XFER-AMOUNT

              DISPLAY "TRANSFER COMPLETE".

       176-TAKE-LOAN-PAYMENT.
           DISPLAY "ENTER LOAN ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM 200-SEARCH-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              DISPLAY "ACCOUNT NOT FOUND"
           ELSE
           IF CLIENT-ACCOUNT-TYPE NOT = "L"
              DISPLAY "NOT A LOAN ACCOUNT"
           ELSE
              MOVE WS-ACCOUNT-NUMBER TO LN-ACCTNUM
              READ LOAN-FILE
                 INVALID KEY MOVE "N" TO WS-LN-FOUND-SWITCH
                 NOT INVALID KEY MOVE "Y" TO WS-LN-FOUND-SWITCH
              END-READ
              IF WS-LN-FOUND-SWITCH NOT = "Y"
                 DISPLAY "LOAN RECORD MISSING"
              ELSE
              IF LN-STATUS NOT = "A"
                 DISPLAY "LOAN IS NOT ACTIVE"
              ELSE
                 PERFORM 177-POST-LOAN-PAYMENT.
           DISPLAY " ".

      *  A PAYMENT FIRST PAYS THE INTEREST FOR THE INSTALLMENT NOW
      *  DUE - ONE MONTH AT THE LOCKED RATE ON THE PRINCIPAL STILL
      *  OUTSTANDING, LESS ANY INTEREST A PART PAYMENT HAS ALREADY
      *  TAKEN TOWARD IT - AND THE REST REDUCES PRINCIPAL. PAYMENTS
      *  ARE TAKEN IN CASH AT THE WINDOW.
       177-POST-LOAN-PAYMENT.
           COMPUTE WS-LN-INTEREST-DUE ROUNDED =
            CLIENT-BALANCE * LN-RATE / 12
           SUBTRACT LN-CURR-INT-PAID FROM WS-LN-INTEREST-DUE
           IF WS-LN-INTEREST-DUE < ZERO
              MOVE ZERO TO WS-LN-INTEREST-DUE
           END-IF
           COMPUTE WS-LN-PAYOFF-AMOUNT =
            CLIENT-BALANCE + WS-LN-INTEREST-DUE
           MOVE LN-PAYMENT-AMOUNT   TO WS-DISPLAY-LN-PAYMENT
           MOVE WS-LN-INTEREST-DUE  TO WS-DISPLAY-LN-INTEREST
           MOVE CLIENT-BALANCE      TO WS-DISPLAY-LN-BALANCE
           MOVE WS-LN-PAYOFF-AMOUNT TO WS-DISPLAY-LN-PAYOFF
           DISPLAY FUNCTION TRIM (CLIENT-FIRSTNAME)
            " " FUNCTION TRIM (CLIENT-LASTNAME)
           DISPLAY "NEXT DUE DATE:     " LN-NEXT-DUE-DATE
           DISPLAY "DAYS PAST DUE:     " LN-DAYS-PAST-DUE
           DISPLAY "SCHEDULED PAYMENT: " WS-DISPLAY-LN-PAYMENT
           DISPLAY "INTEREST DUE:      " WS-DISPLAY-LN-INTEREST
           DISPLAY "PRINCIPAL BALANCE: " WS-DISPLAY-LN-BALANCE
           DISPLAY "PAYOFF AMOUNT:     " WS-DISPLAY-LN-PAYOFF
           DISPLAY "ENTER PAYMENT RECEIVED: " WITH NO ADVANCING
           ACCEPT WS-LN-RECEIVED
           IF WS-LN-RECEIVED = ZERO
              DISPLAY "PAYMENT MUST BE GREATER THAN ZERO"
           ELSE
           IF WS-LN-RECEIVED > WS-LN-PAYOFF-AMOUNT
              DISPLAY "PAYMENT EXCEEDS THE PAYOFF AMOUNT"
           ELSE
              PERFORM 178-APPLY-LOAN-PAYMENT.

      *  THE INTEREST AND PRINCIPAL PIECES ARE JOURNALED AS THEIR
      *  OWN LN-INT AND LN-PRIN LINES ON THE LOAN ACCOUNT. ONLY
      *  LN-PRIN MOVES THE LOAN BALANCE. EVERY RECEIPT IS ADDED TO
      *  LN-CURR-PAID AND THE DUE DATE ADVANCES ONE MONTH FOR EACH
      *  FULL INSTALLMENT IT NOW COVERS - PART PAYMENTS ADD UP TO AN
      *  INSTALLMENT AND WHAT IS LEFT OVER CARRIES FORWARD.
       178-APPLY-LOAN-PAYMENT.
           IF WS-LN-RECEIVED < WS-LN-INTEREST-DUE
              MOVE WS-LN-RECEIVED TO WS-LN-INTEREST-PART
           ELSE
              MOVE WS-LN-INTEREST-DUE TO WS-LN-INTEREST-PART
           END-IF
           COMPUTE WS-LN-PRINCIPAL-PART =
            WS-LN-RECEIVED - WS-LN-INTEREST-PART
           MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
           SUBTRACT WS-LN-PRINCIPAL-PART FROM CLIENT-BALANCE
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO CLIENT-LAST-ACTIVITY-DATE
           PERFORM 400-UPDATE-FILE
           IF WS-LN-INTEREST-PART > ZERO
              MOVE "LN-INT"             TO WS-TRANS-ACTIVITY
              MOVE WS-LN-INTEREST-PART  TO WS-TRANS-AMOUNT
              MOVE WS-TRANS-BEFORE-BALANCE TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO                 TO WS-TRANS-FEE-AMOUNT
              PERFORM 140-WRITE-TRANSACTION-RECORD
           END-IF
           IF WS-LN-PRINCIPAL-PART > ZERO
              MOVE "LN-PRIN"            TO WS-TRANS-ACTIVITY
              MOVE WS-LN-PRINCIPAL-PART TO WS-TRANS-AMOUNT
              MOVE CLIENT-BALANCE       TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO                 TO WS-TRANS-FEE-AMOUNT
              PERFORM 140-WRITE-TRANSACTION-RECORD
           END-IF
           ADD WS-LN-INTEREST-PART TO LN-CURR-INT-PAID
           ADD WS-LN-RECEIVED TO LN-CURR-PAID
           MOVE LN-NEXT-DUE-DATE TO WS-LN-PRIOR-DUE-DATE
           IF CLIENT-BALANCE = ZERO
              MOVE "P" TO LN-STATUS
              MOVE ZERO TO LN-DAYS-PAST-DUE
              MOVE ZERO TO LN-CURR-PAID
              ADD 1 TO LN-PAYMENTS-MADE
           ELSE
              IF LN-PAYMENT-AMOUNT > ZERO
                 PERFORM 179-ADVANCE-LOAN-DUE-DATE
                    UNTIL LN-CURR-PAID < LN-PAYMENT-AMOUNT
              END-IF
           END-IF
           REWRITE LOAN-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING LOAN RECORD"
           END-REWRITE
           MOVE WS-LN-INTEREST-PART  TO WS-DISPLAY-LN-INTEREST
           MOVE WS-LN-PRINCIPAL-PART TO WS-DISPLAY-LN-PRINCIPAL
           MOVE CLIENT-BALANCE       TO WS-DISPLAY-LN-BALANCE
           DISPLAY "APPLIED TO INTEREST:  " WS-DISPLAY-LN-INTEREST
           DISPLAY "APPLIED TO PRINCIPAL: " WS-DISPLAY-LN-PRINCIPAL
           DISPLAY "PRINCIPAL BALANCE:    " WS-DISPLAY-LN-BALANCE
           IF LN-STATUS = "P"
              DISPLAY "LOAN PAID IN FULL"
           ELSE
              IF LN-NEXT-DUE-DATE = WS-LN-PRIOR-DUE-DATE
                 DISPLAY "PART PAYMENT - DUE DATE NOT ADVANCED"
              END-IF
              MOVE LN-CURR-PAID TO WS-DISPLAY-LN-PAYMENT
              DISPLAY "PAID TOWARD NEXT:     " WS-DISPLAY-LN-PAYMENT
              DISPLAY "NEXT DUE DATE:        " LN-NEXT-DUE-DATE
           END-IF.

       179-ADVANCE-LOAN-DUE-DATE.
           MOVE LN-NEXT-DUE-DATE TO WS-LN-DUE-DATE
           MOVE LN-PAYMENT-DAY   TO WS-LN-PAYMENT-DAY
           PERFORM 884-NEXT-LOAN-DUE-DATE
           MOVE WS-LN-DUE-DATE   TO LN-NEXT-DUE-DATE
           ADD 1 TO LN-PAYMENTS-MADE
           SUBTRACT LN-PAYMENT-AMOUNT FROM LN-CURR-PAID
           MOVE ZERO TO LN-CURR-INT-PAID
           IF LN-NEXT-DUE-DATE >= RUN-BUSINESS-DATE
              MOVE ZERO TO LN-DAYS-PAST-DUE
           ELSE
              COMPUTE LN-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (RUN-BUSINESS-DATE))
               - FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (LN-NEXT-DUE-DATE))
           END-IF.

       180-PRINT-STATEMENT.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
              DISPLAY "ACCOUNT NOT FOUND".
           DISPLAY " ".

      *  HISTORY IS READ BACKWARD FROM THE ACCOUNT'S LATEST INDEXED
      *  POSTING, ONE SCREEN AT A TIME. A CLOSED ACCOUNT'S HISTORY
      *  STAYS ON THE INDEX, SO THE ACCOUNT NEED NOT BE ON FILE.
       190-TRANSACTION-HISTORY.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM 200-SEARCH-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              DISPLAY "ACCOUNT " CLIENT-ACCTNUM " - "
               FUNCTION TRIM (CLIENT-FIRSTNAME) " "
               FUNCTION TRIM (CLIENT-LASTNAME)
           ELSE
              DISPLAY "ACCOUNT " WS-ACCOUNT-NUMBER
               " IS NOT ON FILE - SHOWING INDEXED HISTORY"
           END-IF
           MOVE ZERO TO WS-HIST-SHOWN
           MOVE "N" TO WS-HIST-END-SWITCH
           MOVE "N" TO WS-HIST-EOF-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO JIX-ACCTNUM
           MOVE HIGH-VALUES TO JIX-TIMESTAMP
           MOVE 99 TO JIX-SEQ
           START JOURNAL-INDEX-FILE KEY IS NOT GREATER THAN JIX-KEY
              INVALID KEY MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM 192-SHOW-HISTORY-PAGE
              UNTIL WS-HIST-END-SWITCH = "Y".
           DISPLAY " ".

       192-SHOW-HISTORY-PAGE.
           MOVE ZERO TO WS-HIST-LINE-COUNT
           DISPLAY "DATE     ACTIVITY   AMOUNT      FEE     "
               "BALANCE     OPER"
           PERFORM 194-SHOW-HISTORY-ENTRY
              UNTIL WS-HIST-LINE-COUNT >= WS-HIST-PAGE-SIZE
                 OR WS-HIST-EOF-SWITCH = "Y"
           IF WS-HIST-EOF-SWITCH = "Y"
              IF WS-HIST-SHOWN = ZERO
                 DISPLAY "NO HISTORY ON FILE FOR THIS ACCOUNT"
              ELSE
                 DISPLAY "*** EARLIEST ENTRY ON FILE ***"
              END-IF
              MOVE "Y" TO WS-HIST-END-SWITCH
           ELSE
              DISPLAY "ENTER M FOR EARLIER ENTRIES, X TO RETURN: "
                  WITH NO ADVANCING
              ACCEPT WS-HIST-CHOICE
              IF WS-HIST-CHOICE NOT = "M"
                 MOVE "Y" TO WS-HIST-END-SWITCH
              END-IF
           END-IF.

       194-SHOW-HISTORY-ENTRY.
           READ JOURNAL-INDEX-FILE PREVIOUS RECORD
              AT END
                 MOVE "Y" TO WS-HIST-EOF-SWITCH
              NOT AT END
                 IF JIX-ACCTNUM NOT = WS-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-HIST-EOF-SWITCH
                 ELSE
                    ADD 1 TO WS-HIST-LINE-COUNT
                    ADD 1 TO WS-HIST-SHOWN
                    DISPLAY JIX-LINE-TIMESTAMP(1:8) " "
                        JIX-LINE-ACTIVITY " "
                        JIX-LINE-AMOUNT-TEXT " "
                        JIX-LINE-FEE-TEXT " "
                        JIX-LINE-AFTER-TEXT " "
                        JIX-LINE-OPERATOR
                 END-IF
           END-READ.

       200-SEARCH-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO CLIENT-ACCTNUM
           READ CLIENT-FILE
              WHEN "B"
                 PERFORM 115-SHOW-BALANCE
              WHEN "D"
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
                 ELSE
                    PERFORM 125-POST-DEPOSIT
                 END-IF
              WHEN "W"
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
                 ELSE
                 IF CLIENT-DORMANT-FLAG = "Y"
                    DISPLAY "ACCOUNT IS DORMANT - SUPERVISOR "
                     "REACTIVATION REQUIRED"
                 ELSE
                 IF CLIENT-DORMANT-FLAG = "C"
                    DISPLAY "ACCOUNT IS CHARGED OFF - DEBITS ARE "
                     "FROZEN"
                 ELSE
                    PERFORM 132-POST-WITHDRAWAL
                 END-IF
                 END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY "LOOKUP CANCELLED"
           END-EVALUATE.
           OPEN I-O STANDING-ORDER-FILE
           OPEN I-O HOLD-FILE
           OPEN I-O TERM-DEPOSIT-FILE
           OPEN I-O LOAN-FILE
           OPEN I-O STOP-FILE
           OPEN I-O DEPOSIT-ITEM-FILE
           OPEN I-O CASH-DRAWER-FILE
           OPEN I-O VAULT-FILE
           OPEN I-O CUSTOMER-FILE
           OPEN I-O OPERATOR-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND MAINTENANCE-FILE
           OPEN I-O PENDING-MAINT-FILE
           PERFORM 310-LOAD-PARAMETERS
           PERFORM 330-LOAD-BUSINESS-DATE.

                          DISPLAY "BAD TD-ANNUAL-RATE PARAMETER "
                           "IGNORED"
                       END-IF
                    WHEN "LOAN-ANNUAL-RATE"
                       COMPUTE WS-PARM-NUMVAL-CHECK =
                        FUNCTION TEST-NUMVAL (PARM-VALUE-1)
                       IF WS-PARM-NUMVAL-CHECK = ZERO
                          MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                              TO WS-LOAN-ANNUAL-RATE
                       ELSE
                          DISPLAY "BAD LOAN-ANNUAL-RATE PARAMETER "
                           "IGNORED"
                       END-IF
                    WHEN "PWD-EXPIRY-DAYS"
                       COMPUTE WS-PARM-NUMVAL-CHECK =
                        FUNCTION TEST-NUMVAL (PARM-VALUE-1)
           IF CLIENT-ACCOUNT-TYPE = "T"
              DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
               "DEPOSIT FUNCTIONS"
           ELSE
           IF CLIENT-ACCOUNT-TYPE = "L"
              DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
           ELSE
              DISPLAY "ENTER TO ACCOUNT NUMBER: " WITH NO ADVANCING
              ACCEPT WS-ACCOUNT-NUMBER
                 IF CLIENT-ACCOUNT-TYPE = "T"
                    DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
                     "DEPOSIT FUNCTIONS"
                 ELSE
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
                 ELSE
                    PERFORM 590-ACCEPT-ORDER-FIELDS
                    IF WS-SO-FIELDS-OK-SWITCH = "Y"
                          NOT INVALID KEY
                             DISPLAY "STANDING ORDER ADDED. ORDER "
                              "NUMBER: " WS-ORDER-NUMBER
                             MOVE "SO-ADD" TO WS-MAINT-FUNCTION
                             MOVE SPACES TO WS-MAINT-BEFORE
                             PERFORM 585-LOG-ORDER-CHANGE
                       END-WRITE.
           DISPLAY " ".

           PERFORM 580-READ-ORDER
           IF WS-ORDER-FOUND-SWITCH = "Y"
              PERFORM 565-DISPLAY-ORDER
              PERFORM 586-BUILD-ORDER-IMAGE
              MOVE WS-MAINT-IMAGE TO WS-MAINT-BEFORE
              PERFORM 590-ACCEPT-ORDER-FIELDS
              IF WS-SO-FIELDS-OK-SWITCH = "Y"
                 MOVE WS-SO-AMOUNT    TO SO-AMOUNT
                       DISPLAY "ERROR AMENDING STANDING ORDER"
                    NOT INVALID KEY
                       DISPLAY "STANDING ORDER AMENDED"
                       MOVE "SO-AMEND" TO WS-MAINT-FUNCTION
                       PERFORM 585-LOG-ORDER-CHANGE
                 END-REWRITE
              END-IF
           ELSE
       540-SUSPEND-STANDING-ORDER.
           PERFORM 580-READ-ORDER
           IF WS-ORDER-FOUND-SWITCH = "Y"
              PERFORM 586-BUILD-ORDER-IMAGE
              MOVE WS-MAINT-IMAGE TO WS-MAINT-BEFORE
              IF SO-STATUS = "A"
                 MOVE "P" TO SO-STATUS
                 MOVE "SO-SUSPEND" TO WS-MAINT-FUNCTION
                 DISPLAY "STANDING ORDER SUSPENDED"
              ELSE
                 MOVE "A" TO SO-STATUS
                 MOVE "SO-REINST" TO WS-MAINT-FUNCTION
                 DISPLAY "STANDING ORDER REINSTATED"
              END-IF
              REWRITE STANDING-ORDER-RECORD
                 INVALID KEY
                    DISPLAY "ERROR UPDATING STANDING ORDER"
                 NOT INVALID KEY
                    PERFORM 585-LOG-ORDER-CHANGE
              END-REWRITE
           ELSE
              DISPLAY "STANDING ORDER NOT FOUND".
       550-CANCEL-STANDING-ORDER.
           PERFORM 580-READ-ORDER
           IF WS-ORDER-FOUND-SWITCH = "Y"
              PERFORM 586-BUILD-ORDER-IMAGE
              MOVE WS-MAINT-IMAGE TO WS-MAINT-BEFORE
              MOVE "SO-CANCEL" TO WS-MAINT-FUNCTION
              MOVE SO-ORDER-NUMBER TO WS-MAINT-KEY
              MOVE "CANCELLED" TO WS-MAINT-AFTER
              DELETE STANDING-ORDER-FILE
                 INVALID KEY
                    DISPLAY "ERROR CANCELLING STANDING ORDER"
                 NOT INVALID KEY
                    DISPLAY "STANDING ORDER CANCELLED"
                    PERFORM 082-LOG-APPLIED-CHANGE
              END-DELETE
           ELSE
              DISPLAY "STANDING ORDER NOT FOUND".
              NOT INVALID KEY MOVE "Y" TO WS-ORDER-FOUND-SWITCH
           END-READ.

      *  THE CALLER SETS THE FUNCTION AND THE BEFORE IMAGE; THE
      *  AFTER IMAGE IS TAKEN FROM THE ORDER RECORD AS WRITTEN.
       585-LOG-ORDER-CHANGE.
           MOVE SO-ORDER-NUMBER TO WS-MAINT-KEY
           PERFORM 586-BUILD-ORDER-IMAGE
           MOVE WS-MAINT-IMAGE TO WS-MAINT-AFTER
           PERFORM 082-LOG-APPLIED-CHANGE.

       586-BUILD-ORDER-IMAGE.
           MOVE SO-AMOUNT TO WS-MAINT-AMOUNT-TEXT
           MOVE SPACES TO WS-MAINT-IMAGE
           STRING
               SO-FROM-ACCTNUM        DELIMITED BY SIZE
               ">"                    DELIMITED BY SIZE
               SO-TO-ACCTNUM          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-MAINT-AMOUNT-TEXT   DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SO-FREQUENCY           DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SO-NEXT-DUE-DATE       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               SO-STATUS              DELIMITED BY SIZE
               INTO WS-MAINT-IMAGE
           END-STRING.

       590-ACCEPT-ORDER-FIELDS.
           MOVE "Y" TO WS-SO-FIELDS-OK-SWITCH
           DISPLAY "ENTER TRANSFER AMOUNT: " WITH NO ADVANCING
                       NOT INVALID KEY
                          DISPLAY "HOLD PLACED. HOLD NUMBER: "
                           HOLD-SEQNUM
                          MOVE "HOLD-PLACE" TO WS-MAINT-FUNCTION
                          MOVE SPACES TO WS-MAINT-BEFORE
                          PERFORM 647-LOG-HOLD-CHANGE
                    END-WRITE.
           DISPLAY " ".

                 IF HOLD-STATUS NOT = "A"
                    DISPLAY "HOLD IS NOT ACTIVE"
                 ELSE
                    PERFORM 648-BUILD-HOLD-IMAGE
                    MOVE WS-MAINT-IMAGE TO WS-MAINT-BEFORE
                    MOVE "R" TO HOLD-STATUS
                    REWRITE HOLD-RECORD
                       INVALID KEY
                          DISPLAY "ERROR RELEASING HOLD"
                       NOT INVALID KEY
                          DISPLAY "HOLD RELEASED"
                          MOVE "HOLD-REL" TO WS-MAINT-FUNCTION
                          PERFORM 647-LOG-HOLD-CHANGE
                    END-REWRITE.
           DISPLAY " ".

                 END-IF
           END-READ.

      *  THE CALLER SETS THE FUNCTION AND THE BEFORE IMAGE; THE
      *  AFTER IMAGE IS TAKEN FROM THE HOLD RECORD AS WRITTEN.
       647-LOG-HOLD-CHANGE.
           MOVE SPACES TO WS-MAINT-KEY
           STRING
               HOLD-ACCTNUM           DELIMITED BY SIZE
               "/"                    DELIMITED BY SIZE
               HOLD-SEQNUM            DELIMITED BY SIZE
               INTO WS-MAINT-KEY
           END-STRING
           PERFORM 648-BUILD-HOLD-IMAGE
           MOVE WS-MAINT-IMAGE TO WS-MAINT-AFTER
           PERFORM 082-LOG-APPLIED-CHANGE.

       648-BUILD-HOLD-IMAGE.
           MOVE HOLD-AMOUNT TO WS-MAINT-AMOUNT-TEXT
           MOVE SPACES TO WS-MAINT-IMAGE
           STRING
               HOLD-STATUS            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-MAINT-AMOUNT-TEXT   DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HOLD-EXPIRY-DATE       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               HOLD-REASON(1:18)      DELIMITED BY SIZE
               INTO WS-MAINT-IMAGE
           END-STRING.

       650-REACTIVATE-ACCOUNT.
           IF WS-OPERATOR-LEVEL NOT = "S"
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO REACTIVATE "
              IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
                 DISPLAY "ACCOUNT NOT FOUND"
              ELSE
              IF CLIENT-DORMANT-FLAG = "C"
                 DISPLAY "ACCOUNT IS CHARGED OFF - IT IS RELEASED "
                  "WHEN THE CHARGE-OFF IS RECOVERED"
              ELSE
              IF CLIENT-DORMANT-FLAG NOT = "Y"
                 DISPLAY "ACCOUNT IS NOT DORMANT"
              ELSE
                 MOVE FUNCTION CURRENT-DATE(1:8)
                     TO CLIENT-LAST-ACTIVITY-DATE
                 PERFORM 400-UPDATE-FILE
                 MOVE "REACTIVATE"       TO WS-MAINT-FUNCTION
                 MOVE CLIENT-ACCTNUM     TO WS-MAINT-KEY
                 MOVE "DORMANT FLAG Y"   TO WS-MAINT-BEFORE
                 MOVE "DORMANT FLAG N"   TO WS-MAINT-AFTER
                 PERFORM 082-LOG-APPLIED-CHANGE
                 MOVE "REACTIVATE"       TO WS-TRANS-ACTIVITY
                 MOVE ZERO               TO WS-TRANS-AMOUNT
                 MOVE CLIENT-BALANCE     TO WS-TRANS-BEFORE-BALANCE
                 DISPLAY "ACCOUNT REACTIVATED".
           DISPLAY " ".

       660-FIND-NEXT-ITEM-SEQ.
           MOVE ZERO TO WS-MAX-ITEM-SEQ
           MOVE "N" TO WS-ITEM-SCAN-EOF-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO DI-ACCTNUM
           MOVE ZERO TO DI-SEQNUM
           START DEPOSIT-ITEM-FILE KEY IS NOT LESS THAN DI-KEY
              INVALID KEY MOVE "Y" TO WS-ITEM-SCAN-EOF-SWITCH
           END-START
           PERFORM 665-SCAN-NEXT-ITEM-SEQ
              UNTIL WS-ITEM-SCAN-EOF-SWITCH = "Y"
           ADD 1 TO WS-MAX-ITEM-SEQ.

       665-SCAN-NEXT-ITEM-SEQ.
           READ DEPOSIT-ITEM-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-ITEM-SCAN-EOF-SWITCH
              NOT AT END
                 IF DI-ACCTNUM NOT = WS-ACCOUNT-NUMBER
                    MOVE "Y" TO WS-ITEM-SCAN-EOF-SWITCH
                 ELSE
                    IF DI-SEQNUM > WS-MAX-ITEM-SEQ
                       MOVE DI-SEQNUM TO WS-MAX-ITEM-SEQ
                    END-IF
                 END-IF
           END-READ.

      *  A SUPERVISOR'S CHANGE IS APPLIED AT ONCE. A TELLER'S CHANGE
      *  IS QUEUED AND ONLY REACHES THE ACCOUNT WHEN A SUPERVISOR
      *  APPROVES IT (SEE 785).
       670-CHANGE-OVERDRAFT-LIMIT.
           DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-NUMBER.
           PERFORM 200-SEARCH-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              DISPLAY "ACCOUNT NOT FOUND"
           ELSE
           IF CLIENT-ACCOUNT-TYPE = "T"
              DISPLAY "TERM DEPOSIT ACCOUNT - NO OVERDRAFT LIMIT"
           ELSE
           IF CLIENT-ACCOUNT-TYPE = "L"
              DISPLAY "LOAN ACCOUNT - NO OVERDRAFT LIMIT"
           ELSE
              MOVE CLIENT-OVERDRAFT-LIMIT TO WS-DISPLAY-BALANCE
              DISPLAY "CURRENT OVERDRAFT LIMIT: " WS-DISPLAY-BALANCE
              DISPLAY "ENTER NEW OVERDRAFT LIMIT: " WITH NO ADVANCING
              ACCEPT WS-OD-LIMIT-INPUT
              COMPUTE WS-OD-NUMVAL-CHECK =
               FUNCTION TEST-NUMVAL (WS-OD-LIMIT-INPUT)
              IF WS-OD-NUMVAL-CHECK NOT = ZERO
                 DISPLAY "OVERDRAFT LIMIT MUST BE NUMERIC"
              ELSE
                 COMPUTE WS-NEW-OD-LIMIT =
                  FUNCTION NUMVAL (WS-OD-LIMIT-INPUT)
                 IF WS-NEW-OD-LIMIT < ZERO
                    DISPLAY "OVERDRAFT LIMIT MUST NOT BE NEGATIVE"
                 ELSE
                 IF WS-NEW-OD-LIMIT = CLIENT-OVERDRAFT-LIMIT
                    DISPLAY "NEW LIMIT IS THE SAME AS THE CURRENT "
                     "LIMIT"
                 ELSE
                    MOVE "OD-LIMIT"     TO WS-MAINT-FUNCTION
                    MOVE CLIENT-ACCTNUM TO WS-MAINT-KEY
                    MOVE CLIENT-OVERDRAFT-LIMIT
                        TO WS-MAINT-AMOUNT-TEXT
                    MOVE WS-MAINT-AMOUNT-TEXT TO WS-MAINT-BEFORE
                    MOVE WS-NEW-OD-LIMIT TO WS-MAINT-AMOUNT-TEXT
                    MOVE WS-MAINT-AMOUNT-TEXT TO WS-MAINT-AFTER
                    IF WS-OPERATOR-LEVEL = "S"
                       MOVE WS-NEW-OD-LIMIT TO CLIENT-OVERDRAFT-LIMIT
                       PERFORM 400-UPDATE-FILE
                       PERFORM 082-LOG-APPLIED-CHANGE
                       DISPLAY "OVERDRAFT LIMIT CHANGED"
                    ELSE
                       PERFORM 780-QUEUE-FOR-APPROVAL.
           DISPLAY " ".

       680-CHANGE-OWN-PASSWORD.
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER ADDED. CUSTOMER NUMBER: "
                     WS-CUSTOMER-NUMBER
                    MOVE "CUST-ADD"         TO WS-MAINT-FUNCTION
                    MOVE WS-CUSTOMER-NUMBER TO WS-MAINT-KEY
                    MOVE SPACES             TO WS-MAINT-BEFORE
                    MOVE CUST-LASTNAME      TO WS-MAINT-AFTER-LASTNAME
                    MOVE CUST-FIRSTNAME     TO WS-MAINT-AFTER-FIRSTNAME
                    PERFORM 082-LOG-APPLIED-CHANGE
              END-WRITE.
           DISPLAY " ".

              IF WS-NEW-LASTNAME = SPACES
                 DISPLAY "LAST NAME MUST NOT BE BLANK"
              ELSE
                 MOVE "CUST-NAME"        TO WS-MAINT-FUNCTION
                 MOVE WS-CUSTOMER-NUMBER TO WS-MAINT-KEY
                 MOVE CUST-LASTNAME      TO WS-MAINT-BEFORE-LASTNAME
                 MOVE CUST-FIRSTNAME     TO WS-MAINT-BEFORE-FIRSTNAME
                 MOVE WS-NEW-LASTNAME    TO WS-MAINT-AFTER-LASTNAME
                 MOVE WS-NEW-FIRSTNAME   TO WS-MAINT-AFTER-FIRSTNAME
                 IF WS-OPERATOR-LEVEL NOT = "S"
                    PERFORM 780-QUEUE-FOR-APPROVAL
                 ELSE
                    MOVE WS-NEW-LASTNAME  TO CUST-LASTNAME
                    MOVE WS-NEW-FIRSTNAME TO CUST-FIRSTNAME
                    REWRITE CUSTOMER-RECORD
                       INVALID KEY
                          DISPLAY "ERROR AMENDING CUSTOMER"
                       NOT INVALID KEY
                          DISPLAY "CUSTOMER AMENDED"
                          PERFORM 082-LOG-APPLIED-CHANGE
                          PERFORM 760-SYNC-ACCOUNT-NAMES
                    END-REWRITE.
           DISPLAY " ".

       730-CUSTOMER-INQUIRY.
                 END-IF
           END-READ.

      *  A TELLER'S OVERDRAFT LIMIT OR CUSTOMER NAME CHANGE WAITS
      *  HERE FOR A SUPERVISOR. THE CALLER HAS SET THE FUNCTION, THE
      *  KEY AND THE BEFORE AND AFTER IMAGES.
       780-QUEUE-FOR-APPROVAL.
           MOVE WS-MAINT-FUNCTION  TO PEND-FUNCTION
           MOVE WS-MAINT-KEY       TO PEND-TARGET
           MOVE WS-OPERATOR-ID     TO PEND-REQUESTED-BY
           MOVE WS-OPERATOR-BRANCH TO PEND-BRANCH
           MOVE RUN-BUSINESS-DATE  TO PEND-REQUEST-DATE
           MOVE WS-MAINT-BEFORE    TO PEND-BEFORE
           MOVE WS-MAINT-AFTER     TO PEND-AFTER
           WRITE PENDING-MAINT-RECORD
              INVALID KEY
                 DISPLAY "A CHANGE TO THIS RECORD IS ALREADY WAITING "
                  "FOR SUPERVISOR APPROVAL"
              NOT INVALID KEY
                 MOVE "P" TO WS-MAINT-ACTION
                 MOVE WS-OPERATOR-ID TO WS-MAINT-REQUESTED-BY
                 PERFORM 085-WRITE-MAINTENANCE-LOG
                 DISPLAY "CHANGE QUEUED FOR SUPERVISOR APPROVAL"
           END-WRITE.

       785-REVIEW-PENDING-CHANGES.
           IF WS-OPERATOR-LEVEL NOT = "S"
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO REVIEW "
               "PENDING CHANGES"
           ELSE
              MOVE ZERO TO WS-PEND-REVIEWED
              MOVE "N" TO WS-PEND-EOF-SWITCH
              MOVE LOW-VALUES TO PEND-KEY
              START PENDING-MAINT-FILE KEY IS NOT LESS THAN PEND-KEY
                 INVALID KEY MOVE "Y" TO WS-PEND-EOF-SWITCH
              END-START
              PERFORM 787-REVIEW-NEXT-PENDING
                 UNTIL WS-PEND-EOF-SWITCH = "Y"
              IF WS-PEND-REVIEWED = ZERO
                 DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL".
           DISPLAY " ".

       787-REVIEW-NEXT-PENDING.
           READ PENDING-MAINT-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-PEND-EOF-SWITCH
              NOT AT END
                 ADD 1 TO WS-PEND-REVIEWED
                 PERFORM 788-DECIDE-PENDING
           END-READ.

       788-DECIDE-PENDING.
           DISPLAY PEND-FUNCTION " " PEND-TARGET " REQUESTED BY "
               PEND-REQUESTED-BY " BRANCH " PEND-BRANCH " ON "
               PEND-REQUEST-DATE
           DISPLAY "  BEFORE: " PEND-BEFORE
           DISPLAY "  AFTER:  " PEND-AFTER
           DISPLAY "ENTER A TO APPROVE, R TO REJECT, S TO SKIP, "
               "X TO STOP: " WITH NO ADVANCING
           ACCEPT WS-PEND-DECISION
           MOVE PEND-FUNCTION     TO WS-MAINT-FUNCTION
           MOVE PEND-TARGET       TO WS-MAINT-KEY
           MOVE PEND-REQUESTED-BY TO WS-MAINT-REQUESTED-BY
           MOVE PEND-BEFORE       TO WS-MAINT-BEFORE
           MOVE PEND-AFTER        TO WS-MAINT-AFTER
           EVALUATE WS-PEND-DECISION
              WHEN "A"
                 IF PEND-REQUESTED-BY = WS-OPERATOR-ID
                    DISPLAY "A CHANGE CANNOT BE APPROVED BY THE "
                     "OPERATOR WHO KEYED IT"
                 ELSE
                    PERFORM 790-APPROVE-PENDING
                 END-IF
              WHEN "R"
                 MOVE "R" TO WS-MAINT-ACTION
                 PERFORM 796-CLEAR-PENDING
                 DISPLAY "CHANGE REJECTED"
              WHEN "X"
                 MOVE "Y" TO WS-PEND-EOF-SWITCH
              WHEN OTHER
                 DISPLAY "CHANGE LEFT PENDING"
           END-EVALUATE
           DISPLAY " ".

      *  THE RECORD MUST STILL HOLD THE VALUE THE TELLER SAW. IF IT
      *  HAS BEEN CHANGED OR REMOVED SINCE, THE QUEUED CHANGE IS
      *  REJECTED RATHER THAN APPLIED OVER THE TOP.
       790-APPROVE-PENDING.
           MOVE "N" TO WS-PEND-APPLIED-SWITCH
           IF PEND-FUNCTION = "OD-LIMIT"
              PERFORM 792-APPLY-OD-LIMIT
           ELSE
              PERFORM 794-APPLY-CUSTOMER-NAME
           END-IF
           IF WS-PEND-APPLIED-SWITCH = "Y"
              MOVE "A" TO WS-MAINT-ACTION
              DISPLAY "CHANGE APPROVED AND APPLIED"
           ELSE
              MOVE "R" TO WS-MAINT-ACTION
              DISPLAY "RECORD HAS CHANGED SINCE THE REQUEST - "
               "CHANGE REJECTED"
           END-IF
           PERFORM 796-CLEAR-PENDING.

       792-APPLY-OD-LIMIT.
           MOVE PEND-TARGET(1:7) TO WS-ACCOUNT-NUMBER
           PERFORM 200-SEARCH-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              MOVE CLIENT-OVERDRAFT-LIMIT TO WS-MAINT-AMOUNT-TEXT
              IF WS-MAINT-AMOUNT-TEXT = PEND-BEFORE(1:10)
                 MOVE FUNCTION NUMVAL (PEND-AFTER-LIMIT)
                     TO CLIENT-OVERDRAFT-LIMIT
                 PERFORM 400-UPDATE-FILE
                 MOVE "Y" TO WS-PEND-APPLIED-SWITCH.

       794-APPLY-CUSTOMER-NAME.
           MOVE PEND-TARGET(1:6) TO WS-CUSTOMER-NUMBER
           PERFORM 260-SEARCH-CUSTOMER
           IF WS-CUST-FOUND-SWITCH = "Y"
              IF CUST-LASTNAME = PEND-BEFORE-LASTNAME
               AND CUST-FIRSTNAME = PEND-BEFORE-FIRSTNAME
                 MOVE PEND-AFTER-LASTNAME  TO CUST-LASTNAME
                 MOVE PEND-AFTER-FIRSTNAME TO CUST-FIRSTNAME
                 REWRITE CUSTOMER-RECORD
                    INVALID KEY
                       DISPLAY "ERROR AMENDING CUSTOMER"
                    NOT INVALID KEY
                       MOVE "Y" TO WS-PEND-APPLIED-SWITCH
                       PERFORM 760-SYNC-ACCOUNT-NAMES
                 END-REWRITE.

       796-CLEAR-PENDING.
           DELETE PENDING-MAINT-FILE
              INVALID KEY
                 DISPLAY "ERROR REMOVING PENDING CHANGE"
              NOT INVALID KEY
                 PERFORM 085-WRITE-MAINTENANCE-LOG
           END-DELETE.

       800-STOP-PAYMENT-MENU.
           MOVE "N" TO WS-END-STOP-MENU-SWITCH
           PERFORM 805-STOP-MENU-SELECTION
                       DISPLAY "STOP ALREADY ON FILE FOR THIS CHECK"
                    NOT INVALID KEY
                       DISPLAY "STOP PAYMENT PLACED"
                       MOVE "STOP-PLACE" TO WS-MAINT-FUNCTION
                       MOVE SPACES TO WS-MAINT-BEFORE
                       PERFORM 837-LOG-STOP-CHANGE
                 END-WRITE.
           DISPLAY " ".

              IF STOP-STATUS NOT = "A"
                 DISPLAY "STOP PAYMENT IS NOT ACTIVE"
              ELSE
                 PERFORM 838-BUILD-STOP-IMAGE
                 MOVE WS-MAINT-IMAGE TO WS-MAINT-BEFORE
                 MOVE "R" TO STOP-STATUS
                 REWRITE STOP-RECORD
                    INVALID KEY
                       DISPLAY "ERROR RELEASING STOP PAYMENT"
                    NOT INVALID KEY
                       DISPLAY "STOP PAYMENT RELEASED"
                       MOVE "STOP-REL" TO WS-MAINT-FUNCTION
                       PERFORM 837-LOG-STOP-CHANGE
                 END-REWRITE.
           DISPLAY " ".

                 END-IF
           END-READ.

      *  THE CALLER SETS THE FUNCTION AND THE BEFORE IMAGE; THE
      *  AFTER IMAGE IS TAKEN FROM THE STOP RECORD AS WRITTEN.
       837-LOG-STOP-CHANGE.
           MOVE STOP-KEY TO WS-MAINT-KEY
           PERFORM 838-BUILD-STOP-IMAGE
           MOVE WS-MAINT-IMAGE TO WS-MAINT-AFTER
           PERFORM 082-LOG-APPLIED-CHANGE.

       838-BUILD-STOP-IMAGE.
           MOVE STOP-AMOUNT TO WS-MAINT-AMOUNT-TEXT
           MOVE SPACES TO WS-MAINT-IMAGE
           STRING
               STOP-STATUS            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-MAINT-AMOUNT-TEXT   DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               STOP-PLACED-DATE       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               STOP-REASON(1:18)      DELIMITED BY SIZE
               INTO WS-MAINT-IMAGE
           END-STRING.

       850-OPEN-TERM-DEPOSIT.
           IF WS-TD-ANNUAL-RATE = ZERO
              DISPLAY "NO TD-ANNUAL-RATE PARAMETER ON FILE - "
                 MOVE "N" TO WS-TD-FIELDS-OK-SWITCH
              ELSE
                 IF CLIENT-ACCOUNT-TYPE = "T"
                  OR CLIENT-ACCOUNT-TYPE = "L"
                    DISPLAY "PAYOUT ACCOUNT MUST BE A CHECKING OR "
                     "SAVINGS ACCOUNT"
                    MOVE "N" TO WS-TD-FIELDS-OK-SWITCH
                 END-IF
              END-IF
                 DISPLAY "ERROR OPENING TERM DEPOSIT "
                  WS-ACCOUNT-NUMBER
              NOT INVALID KEY
                 PERFORM 157-LOG-ACCOUNT-OPEN
                 PERFORM 858-WRITE-TD-RECORD
           END-WRITE.

              DISPLAY "TERM DEPOSIT CLOSED"
           END-IF.

       870-BOOK-LOAN.
           IF WS-OPERATOR-LEVEL NOT = "S"
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO BOOK A LOAN"
           ELSE
           IF WS-LOAN-ANNUAL-RATE = ZERO
              DISPLAY "NO LOAN-ANNUAL-RATE PARAMETER ON FILE - "
               "LOANS UNAVAILABLE"
           ELSE
              DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING
              ACCEPT WS-CUSTOMER-NUMBER
              PERFORM 260-SEARCH-CUSTOMER
              IF WS-CUST-FOUND-SWITCH NOT = "Y"
                 DISPLAY "CUSTOMER NOT FOUND - USE CUSTOMER "
                  "MAINTENANCE TO ADD THE CUSTOMER FIRST"
              ELSE
                 PERFORM 872-ACCEPT-LOAN-FIELDS
                 IF WS-LN-FIELDS-OK-SWITCH = "Y"
                    PERFORM 874-CREATE-LOAN
                 END-IF
              END-IF
           END-IF
           END-IF.
           DISPLAY " ".

      *  LOAN PROCEEDS ARE NEVER PAID OUT IN CASH - THEY ARE CREDITED
      *  TO A CHECKING OR SAVINGS ACCOUNT OF THE SAME CUSTOMER.
       872-ACCEPT-LOAN-FIELDS.
           MOVE "Y" TO WS-LN-FIELDS-OK-SWITCH
           DISPLAY "ENTER LOAN AMOUNT: " WITH NO ADVANCING
           ACCEPT WS-LN-PRINCIPAL
           DISPLAY "ENTER TERM IN MONTHS: " WITH NO ADVANCING
           ACCEPT WS-LN-TERM-MONTHS
           DISPLAY "ENTER ACCOUNT TO CREDIT THE PROCEEDS TO: "
               WITH NO ADVANCING
           ACCEPT WS-LN-DISB-ACCTNUM
           IF WS-LN-PRINCIPAL = ZERO
              DISPLAY "LOAN AMOUNT MUST BE GREATER THAN ZERO"
              MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
           END-IF
           IF WS-LN-TERM-MONTHS = ZERO
              DISPLAY "TERM MUST BE AT LEAST ONE MONTH"
              MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
           END-IF
           IF WS-LN-FIELDS-OK-SWITCH = "Y"
              MOVE WS-LN-DISB-ACCTNUM TO WS-ACCOUNT-NUMBER
              PERFORM 200-SEARCH-ACCOUNT
              IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
                 DISPLAY "PROCEEDS ACCOUNT NOT FOUND"
                 MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
              ELSE
                 IF CLIENT-ACCOUNT-TYPE NOT = "C"
                  AND CLIENT-ACCOUNT-TYPE NOT = "S"
                    DISPLAY "PROCEEDS ACCOUNT MUST BE A CHECKING OR "
                     "SAVINGS ACCOUNT"
                    MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
                 END-IF
                 IF CLIENT-CUSTOMER-NUMBER NOT = WS-CUSTOMER-NUMBER
                    DISPLAY "PROCEEDS ACCOUNT BELONGS TO ANOTHER "
                     "CUSTOMER"
                    MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
                 END-IF
                 IF CLIENT-DORMANT-FLAG = "Y"
                    DISPLAY "PROCEEDS ACCOUNT IS DORMANT - "
                     "SUPERVISOR REACTIVATION REQUIRED"
                    MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
                 END-IF
                 IF CLIENT-DORMANT-FLAG = "C"
                    DISPLAY "PROCEEDS ACCOUNT IS CHARGED OFF"
                    MOVE "N" TO WS-LN-FIELDS-OK-SWITCH
                 END-IF
              END-IF
           END-IF.

      *  THE LEVEL MONTHLY INSTALLMENT IS THE ANNUITY PAYMENT
      *  P * I / (1 - (1 + I) ** -N) FOR MONTHLY RATE I OVER N
      *  MONTHS. THE FIRST INSTALLMENT FALLS DUE ONE MONTH AFTER
      *  BOOKING, ON THE BOOKING DAY OF THE MONTH.
       874-CREATE-LOAN.
           COMPUTE WS-LN-MONTHLY-RATE = WS-LOAN-ANNUAL-RATE / 12
           COMPUTE WS-LN-PAYMENT-AMOUNT ROUNDED =
            WS-LN-PRINCIPAL * WS-LN-MONTHLY-RATE
             / (1 - (1 + WS-LN-MONTHLY-RATE)
                    ** (0 - WS-LN-TERM-MONTHS))
           MOVE RUN-BUSINESS-DATE TO WS-LN-DUE-DATE
           MOVE RUN-BUSINESS-DATE(7:2) TO WS-LN-PAYMENT-DAY
           PERFORM 884-NEXT-LOAN-DUE-DATE
           MOVE WS-LN-DUE-DATE TO WS-LN-FIRST-DUE-DATE
           PERFORM 210-FIND-NEXT-ACCTNUM
           MOVE WS-ACCOUNT-NUMBER  TO CLIENT-ACCTNUM
           MOVE CUST-LASTNAME      TO CLIENT-LASTNAME
           MOVE CUST-FIRSTNAME     TO CLIENT-FIRSTNAME
           MOVE WS-LN-PRINCIPAL    TO CLIENT-BALANCE
           MOVE ZERO               TO CLIENT-OVERDRAFT-LIMIT
           MOVE "L"                TO CLIENT-ACCOUNT-TYPE
           MOVE "N"                TO CLIENT-DORMANT-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO CLIENT-LAST-ACTIVITY-DATE
           MOVE WS-CUSTOMER-NUMBER TO CLIENT-CUSTOMER-NUMBER
           MOVE WS-OPERATOR-BRANCH TO CLIENT-BRANCH
           MOVE ZERO               TO CLIENT-INTEREST-YTD
           MOVE WS-ACCOUNT-NUMBER  TO WS-LN-LOAN-ACCTNUM
           WRITE CLIENT-RECORD
              INVALID KEY
                 DISPLAY "ERROR BOOKING LOAN " WS-ACCOUNT-NUMBER
              NOT INVALID KEY
                 PERFORM 157-LOG-ACCOUNT-OPEN
                 PERFORM 876-WRITE-LOAN-RECORD
           END-WRITE.

      *  A BOOKING THAT CANNOT BE COMPLETED IS TAKEN OFF AGAIN, SO
      *  NO LOAN IS LEFT ON FILE WITHOUT ITS LN-BOOK AND LN-DISB
      *  JOURNAL LINES.
       875-CANCEL-LOAN-ACCOUNT.
           MOVE WS-LN-LOAN-ACCTNUM TO WS-ACCOUNT-NUMBER
           PERFORM 200-SEARCH-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              MOVE "ACCT-CLOSE"   TO WS-MAINT-FUNCTION
              MOVE CLIENT-ACCTNUM TO WS-MAINT-KEY
              MOVE SPACES TO WS-MAINT-BEFORE
              STRING
                  "TYPE "                DELIMITED BY SIZE
                  CLIENT-ACCOUNT-TYPE    DELIMITED BY SIZE
                  " CUST "               DELIMITED BY SIZE
                  CLIENT-CUSTOMER-NUMBER DELIMITED BY SIZE
                  " BRANCH "             DELIMITED BY SIZE
                  CLIENT-BRANCH          DELIMITED BY SIZE
                  INTO WS-MAINT-BEFORE
              END-STRING
              MOVE "BOOKING CANCELLED" TO WS-MAINT-AFTER
              DELETE CLIENT-FILE
                 INVALID KEY
                    DISPLAY "ERROR REMOVING LOAN ACCOUNT "
                     WS-LN-LOAN-ACCTNUM
                 NOT INVALID KEY
                    PERFORM 082-LOG-APPLIED-CHANGE
              END-DELETE
           END-IF
           DISPLAY "LOAN NOT BOOKED".

       876-WRITE-LOAN-RECORD.
           MOVE WS-ACCOUNT-NUMBER    TO LN-ACCTNUM
           MOVE WS-LN-PRINCIPAL      TO LN-PRINCIPAL
           MOVE WS-LOAN-ANNUAL-RATE  TO LN-RATE
           MOVE WS-LN-TERM-MONTHS    TO LN-TERM-MONTHS
           MOVE WS-LN-PAYMENT-AMOUNT TO LN-PAYMENT-AMOUNT
           MOVE RUN-BUSINESS-DATE    TO LN-BOOKED-DATE
           MOVE WS-LN-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE
           MOVE WS-LN-PAYMENT-DAY    TO LN-PAYMENT-DAY
           MOVE ZERO                 TO LN-PAYMENTS-MADE
           MOVE ZERO                 TO LN-CURR-INT-PAID
           MOVE ZERO                 TO LN-CURR-PAID
           MOVE ZERO                 TO LN-DAYS-PAST-DUE
           MOVE WS-LN-DISB-ACCTNUM   TO LN-DISB-ACCTNUM
           MOVE "A"                  TO LN-STATUS
           WRITE LOAN-RECORD
              INVALID KEY
                 DISPLAY "ERROR WRITING LOAN RECORD"
                 PERFORM 875-CANCEL-LOAN-ACCOUNT
              NOT INVALID KEY
                 PERFORM 877-CREDIT-PROCEEDS
           END-WRITE.

      *  THE PROCEEDS ACCOUNT WAS PROVED BY 872, BUT IT IS READ AGAIN
      *  HERE; LN-BOOK IS ONLY JOURNALED TOGETHER WITH THE LN-DISB
      *  CREDIT SO THE TWO ALWAYS AGREE FOR THE GL PROOF.
       877-CREDIT-PROCEEDS.
           MOVE WS-LN-DISB-ACCTNUM TO WS-ACCOUNT-NUMBER
           PERFORM 200-SEARCH-ACCOUNT
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              DISPLAY "PROCEEDS ACCOUNT NOT FOUND"
              DELETE LOAN-FILE
                 INVALID KEY
                    DISPLAY "ERROR REMOVING LOAN RECORD "
                     WS-LN-LOAN-ACCTNUM
              END-DELETE
              PERFORM 875-CANCEL-LOAN-ACCOUNT
           ELSE
              DISPLAY "LOAN BOOKED. LOAN ACCOUNT NUMBER: "
               WS-LN-LOAN-ACCTNUM
              MOVE WS-LN-PAYMENT-AMOUNT TO WS-DISPLAY-LN-PAYMENT
              DISPLAY "MONTHLY PAYMENT:   " WS-DISPLAY-LN-PAYMENT
              DISPLAY "FIRST PAYMENT DUE: " WS-LN-FIRST-DUE-DATE
              MOVE WS-LN-LOAN-ACCTNUM TO WS-ACCOUNT-NUMBER
              MOVE "LN-BOOK"          TO WS-TRANS-ACTIVITY
              MOVE WS-LN-PRINCIPAL    TO WS-TRANS-AMOUNT
              MOVE ZERO               TO WS-TRANS-BEFORE-BALANCE
              MOVE WS-LN-PRINCIPAL    TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO               TO WS-TRANS-FEE-AMOUNT
              PERFORM 140-WRITE-TRANSACTION-RECORD
              PERFORM 878-PRINT-SCHEDULE
              MOVE WS-LN-DISB-ACCTNUM TO WS-ACCOUNT-NUMBER
              MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
              ADD WS-LN-PRINCIPAL TO CLIENT-BALANCE
              PERFORM 400-UPDATE-FILE
              MOVE "LN-DISB"          TO WS-TRANS-ACTIVITY
              MOVE WS-LN-PRINCIPAL    TO WS-TRANS-AMOUNT
              MOVE CLIENT-BALANCE     TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO               TO WS-TRANS-FEE-AMOUNT
              PERFORM 140-WRITE-TRANSACTION-RECORD
              DISPLAY "PROCEEDS CREDITED TO ACCOUNT "
               WS-LN-DISB-ACCTNUM
           END-IF.

      *  THE SCHEDULE USES THE SAME ONE-MONTH INTEREST RULE AS THE
      *  PAYMENT OPTION, SO A LOAN PAID EXACTLY TO SCHEDULE FOLLOWS
      *  IT TO THE CENT. THE LAST INSTALLMENT CLEARS WHATEVER
      *  PRINCIPAL IS LEFT AFTER ROUNDING.
       878-PRINT-SCHEDULE.
           MOVE SPACES TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           MOVE "INSTALLMENT LOAN AMORTIZATION SCHEDULE"
               TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           MOVE SPACES TO SCHEDULE-RECORD
           STRING
               "LOAN ACCOUNT: "  DELIMITED BY SIZE
               LN-ACCTNUM        DELIMITED BY SIZE
               "   BOOKED: "     DELIMITED BY SIZE
               LN-BOOKED-DATE    DELIMITED BY SIZE
               INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           MOVE SPACES TO SCHEDULE-RECORD
           STRING
               "BORROWER: "                     DELIMITED BY SIZE
               FUNCTION TRIM (CLIENT-FIRSTNAME) DELIMITED BY SIZE
               " "                              DELIMITED BY SIZE
               FUNCTION TRIM (CLIENT-LASTNAME)  DELIMITED BY SIZE
               INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           MOVE LN-PRINCIPAL TO WS-DISPLAY-LN-BALANCE
           MOVE LN-RATE      TO WS-DISPLAY-LN-RATE
           MOVE SPACES TO SCHEDULE-RECORD
           STRING
               "PRINCIPAL: "         DELIMITED BY SIZE
               WS-DISPLAY-LN-BALANCE DELIMITED BY SIZE
               "  ANNUAL RATE: "     DELIMITED BY SIZE
               WS-DISPLAY-LN-RATE    DELIMITED BY SIZE
               "  TERM: "            DELIMITED BY SIZE
               LN-TERM-MONTHS        DELIMITED BY SIZE
               " MONTHS"             DELIMITED BY SIZE
               INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           MOVE LN-PAYMENT-AMOUNT TO WS-DISPLAY-LN-PAYMENT
           MOVE SPACES TO SCHEDULE-RECORD
           STRING
               "MONTHLY PAYMENT: "   DELIMITED BY SIZE
               WS-DISPLAY-LN-PAYMENT DELIMITED BY SIZE
               INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           MOVE SPACES TO SCHEDULE-RECORD
           WRITE SCHEDULE-RECORD
           MOVE SPACES TO SCHEDULE-RECORD
           STRING
               "NO  DUE DATE     PAYMENT    INTEREST   PRINCIPAL"
                                 DELIMITED BY SIZE
               "     BALANCE" DELIMITED BY SIZE
               INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           MOVE LN-PRINCIPAL     TO WS-LN-SCHED-BALANCE
           MOVE LN-NEXT-DUE-DATE TO WS-LN-DUE-DATE
           MOVE ZERO TO WS-LN-SCHED-NO
           PERFORM 879-SCHEDULE-ONE-PAYMENT
              UNTIL WS-LN-SCHED-NO >= LN-TERM-MONTHS
           DISPLAY "AMORTIZATION SCHEDULE WRITTEN TO "
            "loan-schedule.txt".

       879-SCHEDULE-ONE-PAYMENT.
           ADD 1 TO WS-LN-SCHED-NO
           COMPUTE WS-LN-INTEREST-PART ROUNDED =
            WS-LN-SCHED-BALANCE * LN-RATE / 12
           COMPUTE WS-LN-PRINCIPAL-PART =
            LN-PAYMENT-AMOUNT - WS-LN-INTEREST-PART
           IF WS-LN-SCHED-NO = LN-TERM-MONTHS
            OR WS-LN-PRINCIPAL-PART > WS-LN-SCHED-BALANCE
              MOVE WS-LN-SCHED-BALANCE TO WS-LN-PRINCIPAL-PART
           END-IF
           COMPUTE WS-LN-SCHED-PAYMENT =
            WS-LN-INTEREST-PART + WS-LN-PRINCIPAL-PART
           SUBTRACT WS-LN-PRINCIPAL-PART FROM WS-LN-SCHED-BALANCE
           MOVE WS-LN-SCHED-PAYMENT  TO WS-DISPLAY-LN-PAYMENT
           MOVE WS-LN-INTEREST-PART  TO WS-DISPLAY-LN-INTEREST
           MOVE WS-LN-PRINCIPAL-PART TO WS-DISPLAY-LN-PRINCIPAL
           MOVE WS-LN-SCHED-BALANCE  TO WS-DISPLAY-LN-BALANCE
           MOVE SPACES TO SCHEDULE-RECORD
           STRING
               WS-LN-SCHED-NO          DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-LN-DUE-DATE          DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-DISPLAY-LN-PAYMENT   DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-DISPLAY-LN-INTEREST  DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-DISPLAY-LN-PRINCIPAL DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WS-DISPLAY-LN-BALANCE   DELIMITED BY SIZE
               INTO SCHEDULE-RECORD
           END-STRING
           WRITE SCHEDULE-RECORD
           PERFORM 884-NEXT-LOAN-DUE-DATE.

      *  STEPS WS-LN-DUE-DATE ON ONE MONTH TO THE LOAN'S PAYMENT DAY,
      *  CLAMPED TO THE LAST DAY OF A SHORT MONTH.
       884-NEXT-LOAN-DUE-DATE.
           MOVE WS-LN-DUE-DATE TO WS-TD-DATE-PARTS
           PERFORM 857-ADD-ONE-MONTH
           MOVE WS-LN-PAYMENT-DAY TO WS-TD-DAY
           PERFORM 859-SET-TD-MONTH-MAX-DAY
           IF WS-TD-DAY > WS-TD-MONTH-MAX-DAY
              MOVE WS-TD-MONTH-MAX-DAY TO WS-TD-DAY
           END-IF
           MOVE WS-TD-DATE-PARTS TO WS-LN-DUE-DATE.

       900-REVERSE-TRANSACTION.
           IF WS-OPERATOR-LEVEL NOT = "S"
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO REVERSE "
                 IF CLIENT-ACCOUNT-TYPE = "T"
                    DISPLAY "TERM DEPOSIT ACCOUNT - USE THE TERM "
                     "DEPOSIT FUNCTIONS"
                 ELSE
                 IF CLIENT-ACCOUNT-TYPE = "L"
                    DISPLAY "LOAN ACCOUNT - USE THE LOAN FUNCTIONS"
                 ELSE
                    PERFORM 905-SELECT-REVERSAL
                 END-IF
                 END-IF
              ELSE
                 DISPLAY "ACCOUNT NOT FOUND".
           DISPLAY " ".
      *  CLOSED AROUND THE INQUIRY PASS TO MAKE SURE EVERY LINE
      *  POSTED THIS SESSION IS ON DISK AND READABLE.
       905-SELECT-REVERSAL.
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           PERFORM 910-LOAD-DAY-ENTRIES
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           IF WS-REV-COUNT = ZERO
              DISPLAY "NO REVERSIBLE ENTRIES FOR THIS ACCOUNT ON "
               RUN-BUSINESS-DATE
       913-NOTE-JOURNAL-ENTRY.
           EVALUATE TRANS-LOG-ACTIVITY
              WHEN "DEPOSIT"
              WHEN "DEP-CHK"
              WHEN "WITHDRAWAL"
                 IF WS-REV-COUNT < 20
                    ADD 1 TO WS-REV-COUNT
                        TO WS-REV-FEE-TEXT (WS-REV-COUNT)
                    MOVE TRANS-LOG-TIMESTAMP(9:8)
                        TO WS-REV-TIMEREF (WS-REV-COUNT)
                    MOVE TRANS-LOG-REFERENCE
                        TO WS-REV-REFERENCE (WS-REV-COUNT)
                 ELSE
                    MOVE "Y" TO WS-REV-OVERFLOW-SWITCH
                 END-IF
              WHEN "RV-DEP"
              WHEN "RV-CHK"
              WHEN "RV-WD"
                 IF WS-RVREF-COUNT < 50
                    ADD 1 TO WS-RVREF-COUNT
                    MOVE TRANS-LOG-ACTIVITY
                        TO WS-RVREF-ACTIVITY (WS-RVREF-COUNT)
                    MOVE TRANS-LOG-REFERENCE
                        TO WS-RVREF-REFERENCE (WS-RVREF-COUNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *  AN ENTRY THAT ALREADY HAS A REVERSAL POINTING AT IT MUST
      *  NOT BE OFFERED AGAIN, SO ANY CANDIDATE WITH A MATCHING
      *  REVERSAL LINE IS DROPPED FROM THE LIST. THE CASH LINE AND
      *  THE CHECK LINES OF ONE DEPOSIT ARE WRITTEN IN THE SAME
      *  HUNDREDTH OF A SECOND, SO A DEP-CHK IS MATCHED ONLY TO AN
      *  RV-CHK CARRYING ITS ITEM SEQUENCE NUMBER, AND A DEPOSIT OR
      *  WITHDRAWAL ONLY TO AN RV-DEP OR RV-WD CARRYING ITS TIME.
       915-DROP-REVERSED-ENTRIES.
           MOVE ZERO TO WS-REV-SUB
           PERFORM 916-CHECK-ONE-CANDIDATE

       917-MATCH-ONE-REFERENCE.
           ADD 1 TO WS-RVREF-SUB
           EVALUATE WS-REV-ACTIVITY (WS-REV-SUB)
              WHEN "DEP-CHK"
                 IF WS-RVREF-ACTIVITY (WS-RVREF-SUB) = "RV-CHK"
                  AND WS-RVREF-REFERENCE (WS-RVREF-SUB) =
                   WS-REV-REFERENCE (WS-REV-SUB)
                    MOVE "Y" TO WS-REV-ALREADY-SWITCH
                 END-IF
              WHEN "DEPOSIT"
                 IF WS-RVREF-ACTIVITY (WS-RVREF-SUB) = "RV-DEP"
                  AND WS-RVREF-REFERENCE (WS-RVREF-SUB) =
                   WS-REV-TIMEREF (WS-REV-SUB)
                    MOVE "Y" TO WS-REV-ALREADY-SWITCH
                 END-IF
              WHEN OTHER
                 IF WS-RVREF-ACTIVITY (WS-RVREF-SUB) = "RV-WD"
                  AND WS-RVREF-REFERENCE (WS-RVREF-SUB) =
                   WS-REV-TIMEREF (WS-REV-SUB)
                    MOVE "Y" TO WS-REV-ALREADY-SWITCH
                 END-IF
           END-EVALUATE.

       918-REMOVE-CANDIDATE.
           MOVE WS-REV-SUB TO WS-REV-SHIFT-SUB
      *  OVERDRAFT FEE IT CHARGED; A REVERSED DEPOSIT TAKES THE
      *  AMOUNT BACK OUT. THE OFFSETTING JOURNAL LINE CARRIES THE
      *  ORIGINAL ENTRY'S TIME REFERENCE SO THE BALANCING JOBS CAN
      *  NET IT AGAINST THE ORIGINAL - EXCEPT AN RV-CHK, WHICH
      *  CARRIES THE CHECK'S ITEM SEQUENCE NUMBER BECAUSE EVERY LINE
      *  OF ONE DEPOSIT SHARES THE SAME TIME.
      *  A DEPOSITED CHECK CAN ONLY BE REVERSED WHILE ITS ITEM IS
      *  STILL PENDING - THE ITEM IS VOIDED SO IT NEVER GOES OUT ON
      *  THE CASH LETTER. ONCE SENT, AN UNPAID CHECK COMES BACK
      *  THROUGH THE RETURNED DEPOSIT RUN INSTEAD.
       930-POST-REVERSAL.
           COMPUTE WS-REV-NUMVAL-CHECK = FUNCTION TEST-NUMVAL
            (WS-REV-AMOUNT-TEXT (WS-REV-CHOICE-NUM))
                 MOVE ZERO TO WS-REV-FEE
              END-IF
              MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
              MOVE "Y" TO WS-ITEM-VOID-OK-SWITCH
              IF WS-REV-ACTIVITY (WS-REV-CHOICE-NUM) = "DEPOSIT"
                 SUBTRACT WS-REV-AMOUNT FROM CLIENT-BALANCE
                 MOVE "RV-DEP"       TO WS-TRANS-ACTIVITY
                 MOVE ZERO           TO WS-TRANS-FEE-AMOUNT
              ELSE
              IF WS-REV-ACTIVITY (WS-REV-CHOICE-NUM) = "DEP-CHK"
                 PERFORM 935-VOID-DEPOSIT-ITEM
                 SUBTRACT WS-REV-AMOUNT FROM CLIENT-BALANCE
                 MOVE "RV-CHK"       TO WS-TRANS-ACTIVITY
                 MOVE ZERO           TO WS-TRANS-FEE-AMOUNT
              ELSE
                 ADD WS-REV-AMOUNT TO CLIENT-BALANCE
                 ADD WS-REV-FEE    TO CLIENT-BALANCE
                 MOVE "RV-WD"        TO WS-TRANS-ACTIVITY
                 MOVE WS-REV-FEE     TO WS-TRANS-FEE-AMOUNT
              END-IF
              END-IF
              IF WS-ITEM-VOID-OK-SWITCH NOT = "Y"
                 MOVE WS-TRANS-BEFORE-BALANCE TO CLIENT-BALANCE
                 DISPLAY "CHECK ITEM NOT PENDING - ALREADY SENT FOR "
                  "COLLECTION. REVERSAL CANCELLED."
              ELSE
                 PERFORM 400-UPDATE-FILE
                 MOVE WS-REV-AMOUNT      TO WS-TRANS-AMOUNT
                 MOVE CLIENT-BALANCE     TO WS-TRANS-AFTER-BALANCE
                 IF WS-REV-ACTIVITY (WS-REV-CHOICE-NUM) = "DEP-CHK"
                    MOVE WS-REV-REFERENCE (WS-REV-CHOICE-NUM)
                        TO WS-TRANS-REFERENCE
                 ELSE
                    MOVE WS-REV-TIMEREF (WS-REV-CHOICE-NUM)
                        TO WS-TRANS-REFERENCE
                 END-IF
                 PERFORM 140-WRITE-TRANSACTION-RECORD
                 MOVE CLIENT-BALANCE TO WS-DISPLAY-BALANCE
                 DISPLAY "TRANSACTION REVERSED. NEW BALANCE: "
                  WS-DISPLAY-BALANCE
              END-IF
           END-IF.

       935-VOID-DEPOSIT-ITEM.
           MOVE "N" TO WS-ITEM-VOID-OK-SWITCH
           MOVE WS-ACCOUNT-NUMBER TO DI-ACCTNUM
           COMPUTE WS-REV-NUMVAL-CHECK = FUNCTION TEST-NUMVAL
            (WS-REV-REFERENCE (WS-REV-CHOICE-NUM))
           IF WS-REV-NUMVAL-CHECK = ZERO
              MOVE FUNCTION NUMVAL
               (WS-REV-REFERENCE (WS-REV-CHOICE-NUM)) TO DI-SEQNUM
              READ DEPOSIT-ITEM-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DI-STATUS = "P"
                       MOVE "V" TO DI-STATUS
                       REWRITE DEPOSIT-ITEM-RECORD
                          INVALID KEY
                             DISPLAY "ERROR VOIDING CHECK ITEM"
                          NOT INVALID KEY
                             MOVE "Y" TO WS-ITEM-VOID-OK-SWITCH
                       END-REWRITE
                    END-IF
              END-READ
           END-IF.

      *  EACH TELLER KEEPS ONE DRAWER RECORD PER BUSINESS DAY. CASH
      *  MOVES BETWEEN THE DRAWER AND THE BRANCH VAULT ONLY THROUGH
      *  THE BUY AND SELL OPTIONS HERE, SO THE VAULT POSITION AND
      *  THE DRAWER'S EXPECTED CASH ALWAYS AGREE WITH WHAT WAS KEYED.
       950-CASH-DRAWER-MENU.
           MOVE "N" TO WS-END-DRW-MENU-SWITCH
           PERFORM 952-DRW-MENU-SELECTION
              UNTIL WS-END-DRW-MENU-SWITCH = "Y".

       952-DRW-MENU-SELECTION.
           DISPLAY "******** CASH DRAWER AND VAULT ********".
           DISPLAY "ENTER O TO OPEN YOUR DRAWER".
           DISPLAY "ENTER B TO BUY CASH FROM THE VAULT".
           DISPLAY "ENTER S TO SELL CASH TO THE VAULT".
           DISPLAY "ENTER I FOR YOUR DRAWER POSITION".
           DISPLAY "ENTER C TO COUNT AND BALANCE YOUR DRAWER".
           DISPLAY "ENTER V TO ESTABLISH THE BRANCH VAULT CASH".
           DISPLAY "ENTER X TO RETURN TO THE MAIN MENU".
           DISPLAY "YOUR SELECTION: " WITH NO ADVANCING.
           ACCEPT WS-DRW-SELECTION.

           EVALUATE WS-DRW-SELECTION
              WHEN "O"
                 PERFORM 960-OPEN-DRAWER
              WHEN "B"
                 PERFORM 962-BUY-FROM-VAULT
              WHEN "S"
                 PERFORM 963-SELL-TO-VAULT
              WHEN "I"
                 PERFORM 968-DRAWER-INQUIRY
              WHEN "C"
                 PERFORM 970-COUNT-DRAWER
              WHEN "V"
                 PERFORM 966-ESTABLISH-VAULT
              WHEN "X"
                 MOVE "Y" TO WS-END-DRW-MENU-SWITCH
              WHEN OTHER
                 DISPLAY "UNEXPECTED INPUT. TRY AGAIN."
                 DISPLAY " "
           END-EVALUATE.

       954-READ-DRAWER.
           MOVE WS-OPERATOR-ID    TO DRW-OPER-ID
           MOVE RUN-BUSINESS-DATE TO DRW-BUSINESS-DATE
           READ CASH-DRAWER-FILE
              INVALID KEY MOVE "N" TO WS-DRW-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-DRW-FOUND-SWITCH
           END-READ.

      *  THE FIRST BUY OR SELL OF A NEW BUSINESS DAY ROLLS THE
      *  VAULT'S DAY FIGURES FORWARD BEFORE ANYTHING IS ADDED.
       956-READ-VAULT.
           MOVE WS-OPERATOR-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
              INVALID KEY MOVE "N" TO WS-VLT-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-VLT-FOUND-SWITCH
           END-READ
           IF WS-VLT-FOUND-SWITCH = "Y"
              IF VLT-DAY-DATE NOT = RUN-BUSINESS-DATE
                 MOVE RUN-BUSINESS-DATE TO VLT-DAY-DATE
                 MOVE VLT-CASH-ON-HAND  TO VLT-DAY-OPENING
                 MOVE ZERO TO VLT-DAY-TO-TELLERS
                 MOVE ZERO TO VLT-DAY-FROM-TELLERS
              END-IF
           END-IF.

       958-CHECK-DRAWER-OPEN.
           MOVE "N" TO WS-DRW-OPEN-SWITCH
           PERFORM 954-READ-DRAWER
           IF WS-DRW-FOUND-SWITCH NOT = "Y"
              DISPLAY "DRAWER NOT OPENED FOR " RUN-BUSINESS-DATE
               " - OPEN IT FIRST"
           ELSE
           IF DRW-STATUS = "C"
              DISPLAY "DRAWER ALREADY COUNTED AND CLOSED FOR "
               RUN-BUSINESS-DATE
           ELSE
              MOVE "Y" TO WS-DRW-OPEN-SWITCH
           END-IF
           END-IF.

       960-OPEN-DRAWER.
           PERFORM 954-READ-DRAWER
           IF WS-DRW-FOUND-SWITCH = "Y"
              DISPLAY "DRAWER ALREADY OPENED FOR " RUN-BUSINESS-DATE
           ELSE
              DISPLAY "ENTER OPENING CASH: " WITH NO ADVANCING
              ACCEPT WS-DRW-AMOUNT
              MOVE WS-OPERATOR-ID     TO DRW-OPER-ID
              MOVE RUN-BUSINESS-DATE  TO DRW-BUSINESS-DATE
              MOVE WS-OPERATOR-BRANCH TO DRW-BRANCH
              MOVE "O"                TO DRW-STATUS
              MOVE WS-DRW-AMOUNT      TO DRW-OPENING-CASH
              MOVE ZERO TO DRW-VAULT-IN
              MOVE ZERO TO DRW-VAULT-IN-COUNT
              MOVE ZERO TO DRW-VAULT-OUT
              MOVE ZERO TO DRW-VAULT-OUT-COUNT
              MOVE ZERO TO DRW-CASH-IN
              MOVE ZERO TO DRW-CASH-OUT
              MOVE ZERO TO DRW-EXPECTED-CASH
              MOVE ZERO TO DRW-COUNTED-CASH
              MOVE ZERO TO DRW-OVER-SHORT
              MOVE ZERO TO WS-DENOM-SUB
              PERFORM 961-CLEAR-ONE-DENOM
                 UNTIL WS-DENOM-SUB >= WS-DENOM-MAX
              WRITE CASH-DRAWER-RECORD
                 INVALID KEY
                    DISPLAY "ERROR OPENING DRAWER"
                 NOT INVALID KEY
                    MOVE DRW-OPENING-CASH TO WS-DISPLAY-DRW-AMOUNT
                    DISPLAY "DRAWER OPENED WITH "
                     WS-DISPLAY-DRW-AMOUNT
              END-WRITE
           END-IF.
           DISPLAY " ".

       961-CLEAR-ONE-DENOM.
           ADD 1 TO WS-DENOM-SUB
           MOVE ZERO TO DRW-DENOM-COUNT (WS-DENOM-SUB).

      *  A BUY (VAULT TO TELLER) CANNOT TAKE MORE THAN THE VAULT
      *  HOLDS. THE VAULT IS UPDATED FIRST SO A FAILED VAULT UPDATE
      *  LEAVES THE DRAWER UNTOUCHED.
       962-BUY-FROM-VAULT.
           PERFORM 958-CHECK-DRAWER-OPEN
           IF WS-DRW-OPEN-SWITCH = "Y"
              PERFORM 956-READ-VAULT
              IF WS-VLT-FOUND-SWITCH NOT = "Y"
                 DISPLAY "NO VAULT CASH ESTABLISHED FOR BRANCH "
                  WS-OPERATOR-BRANCH " - SEE A SUPERVISOR"
              ELSE
                 DISPLAY "ENTER AMOUNT BOUGHT FROM THE VAULT: "
                     WITH NO ADVANCING
                 ACCEPT WS-DRW-AMOUNT
                 IF WS-DRW-AMOUNT = ZERO
                    DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
                 ELSE
                 IF WS-DRW-AMOUNT > VLT-CASH-ON-HAND
                    MOVE VLT-CASH-ON-HAND TO WS-DISPLAY-DRW-AMOUNT
                    DISPLAY "VAULT HOLDS ONLY " WS-DISPLAY-DRW-AMOUNT
                     " - BUY REFUSED"
                 ELSE
                    SUBTRACT WS-DRW-AMOUNT FROM VLT-CASH-ON-HAND
                    ADD WS-DRW-AMOUNT TO VLT-DAY-TO-TELLERS
                    REWRITE VAULT-RECORD
                       INVALID KEY
                          DISPLAY "ERROR UPDATING VAULT - BUY "
                           "NOT RECORDED"
                       NOT INVALID KEY
                          ADD WS-DRW-AMOUNT TO DRW-VAULT-IN
                          ADD 1 TO DRW-VAULT-IN-COUNT
                          PERFORM 964-REWRITE-DRAWER
                          MOVE WS-DRW-AMOUNT TO WS-DISPLAY-DRW-AMOUNT
                          DISPLAY "BOUGHT FROM VAULT: "
                           WS-DISPLAY-DRW-AMOUNT
                    END-REWRITE
                 END-IF
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

      *  A SELL (TELLER TO VAULT) CANNOT HAND BACK MORE THAN THE
      *  DRAWER SHOULD HOLD AT THIS POINT IN THE SHIFT.
       963-SELL-TO-VAULT.
           PERFORM 958-CHECK-DRAWER-OPEN
           IF WS-DRW-OPEN-SWITCH = "Y"
              PERFORM 956-READ-VAULT
              IF WS-VLT-FOUND-SWITCH NOT = "Y"
                 DISPLAY "NO VAULT CASH ESTABLISHED FOR BRANCH "
                  WS-OPERATOR-BRANCH " - SEE A SUPERVISOR"
              ELSE
                 DISPLAY "ENTER AMOUNT SOLD TO THE VAULT: "
                     WITH NO ADVANCING
                 ACCEPT WS-DRW-AMOUNT
                 PERFORM 975-COMPUTE-EXPECTED-CASH
                 IF WS-DRW-AMOUNT = ZERO
                    DISPLAY "AMOUNT MUST BE GREATER THAN ZERO"
                 ELSE
                 IF WS-DRW-AMOUNT > WS-DRW-EXPECTED
                    MOVE WS-DRW-EXPECTED TO WS-DISPLAY-DRW-AMOUNT
                    DISPLAY "DRAWER SHOULD HOLD ONLY "
                     WS-DISPLAY-DRW-AMOUNT " - SELL REFUSED"
                 ELSE
                    ADD WS-DRW-AMOUNT TO VLT-CASH-ON-HAND
                    ADD WS-DRW-AMOUNT TO VLT-DAY-FROM-TELLERS
                    REWRITE VAULT-RECORD
                       INVALID KEY
                          DISPLAY "ERROR UPDATING VAULT - SELL "
                           "NOT RECORDED"
                       NOT INVALID KEY
                          ADD WS-DRW-AMOUNT TO DRW-VAULT-OUT
                          ADD 1 TO DRW-VAULT-OUT-COUNT
                          PERFORM 964-REWRITE-DRAWER
                          MOVE WS-DRW-AMOUNT TO WS-DISPLAY-DRW-AMOUNT
                          DISPLAY "SOLD TO VAULT: "
                           WS-DISPLAY-DRW-AMOUNT
                    END-REWRITE
                 END-IF
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       964-REWRITE-DRAWER.
           REWRITE CASH-DRAWER-RECORD
              INVALID KEY DISPLAY "ERROR UPDATING DRAWER RECORD"
           END-REWRITE.

      *  THE VAULT'S STARTING POSITION IS SET ONCE PER BRANCH BY A
      *  SUPERVISOR FROM A PHYSICAL COUNT. FROM THEN ON ONLY TELLER
      *  BUYS AND SELLS MOVE IT.
       966-ESTABLISH-VAULT.
           IF WS-OPERATOR-LEVEL NOT = "S"
              DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO ESTABLISH "
               "VAULT CASH"
           ELSE
              PERFORM 956-READ-VAULT
              IF WS-VLT-FOUND-SWITCH = "Y"
                 MOVE VLT-CASH-ON-HAND TO WS-DISPLAY-DRW-AMOUNT
                 DISPLAY "VAULT CASH ALREADY ESTABLISHED FOR BRANCH "
                  WS-OPERATOR-BRANCH " - ON HAND "
                  WS-DISPLAY-DRW-AMOUNT
              ELSE
                 DISPLAY "ENTER COUNTED VAULT CASH FOR BRANCH "
                  WS-OPERATOR-BRANCH ": " WITH NO ADVANCING
                 ACCEPT WS-DRW-AMOUNT
                 MOVE WS-OPERATOR-BRANCH TO VLT-BRANCH
                 MOVE WS-DRW-AMOUNT      TO VLT-CASH-ON-HAND
                 MOVE RUN-BUSINESS-DATE  TO VLT-DAY-DATE
                 MOVE WS-DRW-AMOUNT      TO VLT-DAY-OPENING
                 MOVE ZERO               TO VLT-DAY-TO-TELLERS
                 MOVE ZERO               TO VLT-DAY-FROM-TELLERS
                 MOVE WS-OPERATOR-ID     TO VLT-ESTABLISHED-BY
                 MOVE RUN-BUSINESS-DATE  TO VLT-ESTABLISHED-DATE
                 WRITE VAULT-RECORD
                    INVALID KEY
                       DISPLAY "ERROR ESTABLISHING VAULT CASH"
                    NOT INVALID KEY
                       DISPLAY "VAULT CASH ESTABLISHED"
                 END-WRITE
              END-IF
           END-IF.
           DISPLAY " ".

       968-DRAWER-INQUIRY.
           PERFORM 954-READ-DRAWER
           IF WS-DRW-FOUND-SWITCH NOT = "Y"
              DISPLAY "DRAWER NOT OPENED FOR " RUN-BUSINESS-DATE
           ELSE
           IF DRW-STATUS = "C"
              MOVE DRW-CASH-IN       TO WS-DRW-CASH-IN
              MOVE DRW-CASH-OUT      TO WS-DRW-CASH-OUT
              MOVE DRW-EXPECTED-CASH TO WS-DRW-EXPECTED
              PERFORM 978-DISPLAY-DRAWER-POSITION
              MOVE DRW-COUNTED-CASH TO WS-DISPLAY-DRW-AMOUNT
              DISPLAY "COUNTED CASH:      " WS-DISPLAY-DRW-AMOUNT
              MOVE DRW-OVER-SHORT TO WS-DISPLAY-DRW-AMOUNT
              DISPLAY "OVER / SHORT:      " WS-DISPLAY-DRW-AMOUNT
              DISPLAY "DRAWER COUNTED AND CLOSED"
           ELSE
              PERFORM 975-COMPUTE-EXPECTED-CASH
              PERFORM 978-DISPLAY-DRAWER-POSITION
           END-IF
           END-IF.
           DISPLAY " ".

      *  THE END-OF-SHIFT COUNT IS KEYED AS PIECES PER DENOMINATION
      *  AND COMPARED WITH THE EXPECTED POSITION. NOTHING IS POSTED
      *  UNTIL THE TELLER ACCEPTS THE COUNT; A COUNT THAT IS NOT
      *  ACCEPTED LEAVES THE DRAWER OPEN FOR A RECOUNT.
       970-COUNT-DRAWER.
           PERFORM 958-CHECK-DRAWER-OPEN
           IF WS-DRW-OPEN-SWITCH = "Y"
              DISPLAY "ENTER THE NUMBER OF PIECES OF EACH "
               "DENOMINATION"
              MOVE "Y" TO WS-DRW-COUNT-OK-SWITCH
              MOVE ZERO TO WS-DRW-COUNTED
              MOVE ZERO TO WS-DENOM-SUB
              PERFORM 972-ACCEPT-DENOMINATION
                 UNTIL WS-DENOM-SUB >= WS-DENOM-MAX
                    OR WS-DRW-COUNT-OK-SWITCH = "N"
              IF WS-DRW-COUNT-OK-SWITCH = "N"
                 DISPLAY "COUNT CANCELLED - DRAWER REMAINS OPEN"
              ELSE
                 PERFORM 975-COMPUTE-EXPECTED-CASH
                 COMPUTE WS-DRW-OVER-SHORT =
                  WS-DRW-COUNTED - WS-DRW-EXPECTED
                 PERFORM 978-DISPLAY-DRAWER-POSITION
                 MOVE WS-DRW-COUNTED TO WS-DISPLAY-DRW-AMOUNT
                 DISPLAY "COUNTED CASH:      " WS-DISPLAY-DRW-AMOUNT
                 MOVE WS-DRW-OVER-SHORT TO WS-DISPLAY-DRW-AMOUNT
                 IF WS-DRW-OVER-SHORT > ZERO
                    DISPLAY "DRAWER OVER:       " WS-DISPLAY-DRW-AMOUNT
                 ELSE
                 IF WS-DRW-OVER-SHORT < ZERO
                    DISPLAY "DRAWER SHORT:      " WS-DISPLAY-DRW-AMOUNT
                 ELSE
                    DISPLAY "DRAWER IN BALANCE"
                 END-IF
                 END-IF
                 DISPLAY "ACCEPT THIS COUNT AND CLOSE THE DRAWER "
                  "(Y/N): " WITH NO ADVANCING
                 ACCEPT WS-DRW-CONFIRM
                 IF WS-DRW-CONFIRM = "Y"
                    PERFORM 980-CLOSE-DRAWER
                 ELSE
                    DISPLAY "COUNT NOT ACCEPTED - DRAWER REMAINS OPEN"
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

      *  A BLANK ENTRY COUNTS AS NO PIECES. AN ENTRY THAT IS NOT A
      *  WHOLE NUMBER OF PIECES IS ASKED FOR AGAIN.
       972-ACCEPT-DENOMINATION.
           ADD 1 TO WS-DENOM-SUB
           MOVE WS-DENOM-VALUE (WS-DENOM-SUB) TO WS-DISPLAY-DENOM
           DISPLAY "PIECES OF " WS-DISPLAY-DENOM
            " (X TO CANCEL): " WITH NO ADVANCING
           ACCEPT WS-DRW-COUNT-INPUT
           MOVE "Y" TO WS-DRW-PIECE-OK-SWITCH
           MOVE ZERO TO WS-DRW-PIECES (WS-DENOM-SUB)
           IF WS-DRW-COUNT-INPUT = "X"
              MOVE "N" TO WS-DRW-COUNT-OK-SWITCH
           ELSE
           IF WS-DRW-COUNT-INPUT NOT = SPACES
              COMPUTE WS-DRW-NUMVAL-CHECK =
               FUNCTION TEST-NUMVAL (WS-DRW-COUNT-INPUT)
              IF WS-DRW-NUMVAL-CHECK NOT = ZERO
                 MOVE "N" TO WS-DRW-PIECE-OK-SWITCH
              ELSE
                 MOVE FUNCTION NUMVAL (WS-DRW-COUNT-INPUT)
                     TO WS-DRW-NUMVAL-CHECK
                 MOVE WS-DRW-NUMVAL-CHECK
                     TO WS-DRW-PIECES (WS-DENOM-SUB)
                 IF WS-DRW-NUMVAL-CHECK NOT =
                  WS-DRW-PIECES (WS-DENOM-SUB)
                    MOVE "N" TO WS-DRW-PIECE-OK-SWITCH
                 END-IF
              END-IF
           END-IF
           END-IF
           IF WS-DRW-PIECE-OK-SWITCH NOT = "Y"
              DISPLAY "PIECES MUST BE A WHOLE NUMBER - REENTER"
              SUBTRACT 1 FROM WS-DENOM-SUB
           ELSE
           IF WS-DRW-COUNT-OK-SWITCH = "Y"
              COMPUTE WS-DRW-COUNTED = WS-DRW-COUNTED
               + WS-DRW-PIECES (WS-DENOM-SUB)
               * WS-DENOM-VALUE (WS-DENOM-SUB)
           END-IF
           END-IF.

      *  THE EXPECTED POSITION IS BUILT FROM THE DRAWER RECORD AND
      *  FROM THIS OPERATOR'S JOURNAL LINES FOR THE BUSINESS DATE,
      *  NETTED THE SAME WAY TELLER BALANCING NETS THEM: CASH
      *  DEPOSITS AND LOAN PAYMENTS IN, CASH WITHDRAWALS AND TD
      *  EARLY REDEMPTIONS OUT, SUPERVISOR REVERSALS BACKED OUT OF
      *  THE DRAWER THEY WERE POSTED THROUGH. THE JOURNAL IS CLOSED
      *  AROUND THE PASS AS FOR THE REVERSAL INQUIRY.
       975-COMPUTE-EXPECTED-CASH.
           MOVE ZERO TO WS-DRW-CASH-IN
           MOVE ZERO TO WS-DRW-CASH-OUT
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           MOVE "N" TO WS-JRNL-EOF-SWITCH
           OPEN INPUT JOURNAL-INQUIRY-FILE
           PERFORM 976-SCAN-DRAWER-JOURNAL
              UNTIL WS-JRNL-EOF-SWITCH = "Y"
           CLOSE JOURNAL-INQUIRY-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           COMPUTE WS-DRW-EXPECTED =
            DRW-OPENING-CASH + DRW-VAULT-IN - DRW-VAULT-OUT
             + WS-DRW-CASH-IN - WS-DRW-CASH-OUT.

       976-SCAN-DRAWER-JOURNAL.
           READ JOURNAL-INQUIRY-FILE
              AT END
                 MOVE "Y" TO WS-JRNL-EOF-SWITCH
              NOT AT END
                 IF TRANS-LOG-OPERATOR = WS-OPERATOR-ID
                  AND TRANS-LOG-TIMESTAMP(1:8) = RUN-BUSINESS-DATE
                    PERFORM 977-NOTE-DRAWER-CASH
                 END-IF
           END-READ.

       977-NOTE-DRAWER-CASH.
           COMPUTE WS-DRW-NUMVAL-CHECK =
            FUNCTION TEST-NUMVAL (TRANS-LOG-AMOUNT-TEXT)
           IF WS-DRW-NUMVAL-CHECK = ZERO
              MOVE FUNCTION NUMVAL (TRANS-LOG-AMOUNT-TEXT)
                  TO WS-DRW-JRNL-AMOUNT
              EVALUATE TRANS-LOG-ACTIVITY
                 WHEN "DEPOSIT"
                 WHEN "LN-PRIN"
                 WHEN "LN-INT"
                    ADD WS-DRW-JRNL-AMOUNT TO WS-DRW-CASH-IN
                 WHEN "RV-DEP"
                    SUBTRACT WS-DRW-JRNL-AMOUNT FROM WS-DRW-CASH-IN
                 WHEN "WITHDRAWAL"
                 WHEN "TD-EARLY"
                    ADD WS-DRW-JRNL-AMOUNT TO WS-DRW-CASH-OUT
                 WHEN "RV-WD"
                    SUBTRACT WS-DRW-JRNL-AMOUNT FROM WS-DRW-CASH-OUT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       978-DISPLAY-DRAWER-POSITION.
           MOVE DRW-OPENING-CASH TO WS-DISPLAY-DRW-AMOUNT
           DISPLAY "OPENING CASH:      " WS-DISPLAY-DRW-AMOUNT
           MOVE DRW-VAULT-IN TO WS-DISPLAY-DRW-AMOUNT
           DISPLAY "BOUGHT FROM VAULT: " WS-DISPLAY-DRW-AMOUNT
           MOVE DRW-VAULT-OUT TO WS-DISPLAY-DRW-AMOUNT
           DISPLAY "SOLD TO VAULT:     " WS-DISPLAY-DRW-AMOUNT
           MOVE WS-DRW-CASH-IN TO WS-DISPLAY-DRW-AMOUNT
           DISPLAY "CASH TAKEN IN:     " WS-DISPLAY-DRW-AMOUNT
           MOVE WS-DRW-CASH-OUT TO WS-DISPLAY-DRW-AMOUNT
           DISPLAY "CASH PAID OUT:     " WS-DISPLAY-DRW-AMOUNT
           MOVE WS-DRW-EXPECTED TO WS-DISPLAY-DRW-AMOUNT
           DISPLAY "EXPECTED CASH:     " WS-DISPLAY-DRW-AMOUNT.

       980-CLOSE-DRAWER.
           MOVE WS-DRW-CASH-IN    TO DRW-CASH-IN
           MOVE WS-DRW-CASH-OUT   TO DRW-CASH-OUT
           MOVE WS-DRW-EXPECTED   TO DRW-EXPECTED-CASH
           MOVE WS-DRW-COUNTED    TO DRW-COUNTED-CASH
           MOVE WS-DRW-OVER-SHORT TO DRW-OVER-SHORT
           MOVE "C"               TO DRW-STATUS
           MOVE ZERO TO WS-DENOM-SUB
           PERFORM 982-SAVE-ONE-DENOM
              UNTIL WS-DENOM-SUB >= WS-DENOM-MAX
           REWRITE CASH-DRAWER-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING DRAWER RECORD - COUNT NOT "
                  "RECORDED"
              NOT INVALID KEY
                 IF WS-DRW-OVER-SHORT NOT = ZERO
                    PERFORM 984-POST-OVER-SHORT
                 END-IF
                 DISPLAY "DRAWER COUNTED AND CLOSED FOR "
                  RUN-BUSINESS-DATE
           END-REWRITE.

       982-SAVE-ONE-DENOM.
           ADD 1 TO WS-DENOM-SUB
           MOVE WS-DRW-PIECES (WS-DENOM-SUB)
               TO DRW-DENOM-COUNT (WS-DENOM-SUB).

      *  AN OVER/SHORT IS A DRAWER POSTING, NOT AN ACCOUNT POSTING.
      *  THE JOURNAL LINE CARRIES "DRAWER" IN THE ACCOUNT COLUMN,
      *  THE DIFFERENCE AS A POSITIVE AMOUNT AND ZERO BALANCES, AND
      *  IS STAMPED WITH THE TELLER AND BRANCH LIKE ANY OTHER WINDOW
      *  POSTING SO THE GL EXTRACT CAN CARRY IT TO THE BRANCH.
       984-POST-OVER-SHORT.
           MOVE "DRAWER"               TO WS-ACCOUNT-NUMBER
           IF WS-DRW-OVER-SHORT > ZERO
              MOVE "CASH-OVER"         TO WS-TRANS-ACTIVITY
              MOVE WS-DRW-OVER-SHORT   TO WS-TRANS-AMOUNT
           ELSE
              MOVE "CASH-SHORT"        TO WS-TRANS-ACTIVITY
              COMPUTE WS-TRANS-AMOUNT = ZERO - WS-DRW-OVER-SHORT
           END-IF
           MOVE ZERO                   TO WS-TRANS-BEFORE-BALANCE
                                          WS-TRANS-AFTER-BALANCE
                                          WS-TRANS-FEE-AMOUNT
           PERFORM 140-WRITE-TRANSACTION-RECORD.
