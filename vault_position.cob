       IDENTIFICATION DIVISION.
       PROGRAM-ID. vault_position.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASH-DRAWER-FILE
               ASSIGN TO "cash-drawer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRW-KEY.
           SELECT OPTIONAL VAULT-FILE ASSIGN TO "vault-cash.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLT-BRANCH.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "vault-position.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-DRAWER-FILE.
           COPY DRAWREC.

       FD  VAULT-FILE.
           COPY VAULTREC.

       FD  TRANSACTION-FILE.
           COPY TRANSREC.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-DRAWERS               PIC X        VALUE "N".
       77 END-OF-VAULTS                PIC X        VALUE "N".
       77 END-OF-JOURNAL               PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-TRANS-AMOUNT              PIC S9(7)V99 VALUE ZERO.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99 VALUE ZERO.
       77 WS-DRAWERS-READ              PIC 9(5)     VALUE ZERO.
       77 WS-DRAWERS-COUNTED           PIC 9(5)     VALUE ZERO.
       77 WS-DRAWERS-OPEN              PIC 9(5)     VALUE ZERO.
       77 WS-TOTAL-OVER                PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-SHORT               PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-POSITION            PIC S9(11)V99 VALUE ZERO.
       77 WS-BRANCH-POSITION           PIC S9(11)V99 VALUE ZERO.
       77 WS-DRAWER-CASH               PIC S9(9)V99 VALUE ZERO.
       77 WS-DISPLAY-OPENING           PIC -(7)9.99.
       77 WS-DISPLAY-IN                PIC -(7)9.99.
       77 WS-DISPLAY-OUT               PIC -(7)9.99.
       77 WS-DISPLAY-EXPECTED          PIC -(7)9.99.
       77 WS-DISPLAY-COUNTED           PIC -(7)9.99.
       77 WS-DISPLAY-OVER-SHORT        PIC -(7)9.99.
       77 WS-DISPLAY-TOTAL             PIC -(9)9.99.
       77 WS-DRAWER-STATE              PIC X(11).

       77 WS-DR-SUB                    PIC 9(2)     VALUE ZERO.
       77 WS-DR-COUNT                  PIC 9(2)     VALUE ZERO.
       77 WS-DR-TABLE-MAX              PIC 9(2)     VALUE 50.
       77 WS-DR-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-OPERATOR           PIC X(4)     VALUE SPACES.

      *  THE DAY'S DRAWERS. JOURNAL CASH IN AND OUT IS GATHERED FOR
      *  EVERY DRAWER SO ONE STILL OPEN AT REPORT TIME CAN BE SHOWN
      *  AT ITS EXPECTED POSITION.
       01 WS-DRAWER-TABLE.
           05 WS-DR-ENTRY OCCURS 50 TIMES.
              10 WS-DR-OPER-ID         PIC X(4).
              10 WS-DR-BRANCH          PIC X(3).
              10 WS-DR-STATUS          PIC X(1).
              10 WS-DR-OPENING         PIC S9(9)V99.
              10 WS-DR-VAULT-IN        PIC S9(9)V99.
              10 WS-DR-VAULT-OUT       PIC S9(9)V99.
              10 WS-DR-CASH-IN         PIC S9(9)V99.
              10 WS-DR-CASH-OUT        PIC S9(9)V99.
              10 WS-DR-EXPECTED        PIC S9(9)V99.
              10 WS-DR-COUNTED         PIC S9(9)V99.
              10 WS-DR-OVER-SHORT      PIC S9(9)V99.

       77 WS-BR-SUB                    PIC 9(2)     VALUE ZERO.
       77 WS-BR-COUNT                  PIC 9(2)     VALUE ZERO.
       77 WS-BR-TABLE-MAX              PIC 9(2)     VALUE 10.
       77 WS-BR-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-BRANCH             PIC X(3)     VALUE SPACES.

      *  ONE ENTRY PER BRANCH THAT HAS A VAULT OR A DRAWER OPEN
      *  TODAY. A VAULT NOT TOUCHED TODAY STILL CARRIES YESTERDAY'S
      *  DAY FIGURES, SO ITS OPENING IS TAKEN AS THE CASH ON HAND.
       01 WS-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 10 TIMES.
              10 WS-BR-CODE            PIC X(3).
              10 WS-BR-VAULT-SWITCH    PIC X(1).
              10 WS-BR-VAULT-OPENING   PIC S9(9)V99.
              10 WS-BR-TO-TELLERS      PIC S9(9)V99.
              10 WS-BR-FROM-TELLERS    PIC S9(9)V99.
              10 WS-BR-ON-HAND         PIC S9(9)V99.
              10 WS-BR-DRAWER-COUNT    PIC 9(3).
              10 WS-BR-OPEN-COUNT      PIC 9(3).
              10 WS-BR-DRAWER-CASH     PIC S9(9)V99.
              10 WS-BR-OVER-SHORT      PIC S9(9)V99.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-LOAD-DRAWERS
                 UNTIL END-OF-DRAWERS = "Y"
              PERFORM 220-LOAD-VAULTS
                 UNTIL END-OF-VAULTS = "Y"
              PERFORM 240-PROCESS-JOURNAL
                 UNTIL END-OF-JOURNAL = "Y"
              PERFORM 270-SETTLE-DRAWERS
              PERFORM 300-PRINT-BRANCHES
              PERFORM 350-PRINT-TOTALS
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
                 IF RUN-LAST-VAULT-DATE = RUN-BUSINESS-DATE
                    DISPLAY "VAULT POSITION ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN INPUT CASH-DRAWER-FILE
           OPEN INPUT VAULT-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT REPORT-FILE
           DISPLAY "BRANCH VAULT POSITION - BUSINESS DATE " WS-RUN-DATE
           PERFORM 110-PRINT-HEADER
           PERFORM 210-READ-DRAWER
           PERFORM 230-READ-VAULT
           PERFORM 250-READ-JOURNAL.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "BRANCH VAULT POSITION REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

       200-LOAD-DRAWERS.
           IF DRW-BUSINESS-DATE = WS-RUN-DATE
              ADD 1 TO WS-DRAWERS-READ
              PERFORM 205-NOTE-DRAWER
           END-IF
           PERFORM 210-READ-DRAWER.

       205-NOTE-DRAWER.
           IF WS-DR-COUNT >= WS-DR-TABLE-MAX
              DISPLAY "DRAWER TABLE FULL - INCREASE TABLE SIZE"
           ELSE
              ADD 1 TO WS-DR-COUNT
              MOVE DRW-OPER-ID       TO WS-DR-OPER-ID (WS-DR-COUNT)
              MOVE DRW-BRANCH        TO WS-DR-BRANCH (WS-DR-COUNT)
              MOVE DRW-STATUS        TO WS-DR-STATUS (WS-DR-COUNT)
              MOVE DRW-OPENING-CASH  TO WS-DR-OPENING (WS-DR-COUNT)
              MOVE DRW-VAULT-IN      TO WS-DR-VAULT-IN (WS-DR-COUNT)
              MOVE DRW-VAULT-OUT     TO WS-DR-VAULT-OUT (WS-DR-COUNT)
              MOVE ZERO              TO WS-DR-CASH-IN (WS-DR-COUNT)
              MOVE ZERO              TO WS-DR-CASH-OUT (WS-DR-COUNT)
              MOVE DRW-EXPECTED-CASH TO WS-DR-EXPECTED (WS-DR-COUNT)
              MOVE DRW-COUNTED-CASH  TO WS-DR-COUNTED (WS-DR-COUNT)
              MOVE DRW-OVER-SHORT    TO WS-DR-OVER-SHORT (WS-DR-COUNT)
              MOVE DRW-BRANCH TO WS-SEARCH-BRANCH
              PERFORM 260-FIND-BRANCH-ENTRY
           END-IF.

       210-READ-DRAWER.
           READ CASH-DRAWER-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-DRAWERS
           END-READ.

       220-LOAD-VAULTS.
           MOVE VLT-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 260-FIND-BRANCH-ENTRY
           IF WS-BR-FOUND-SWITCH = "Y"
              MOVE "Y" TO WS-BR-VAULT-SWITCH (WS-BR-SUB)
              MOVE VLT-CASH-ON-HAND TO WS-BR-ON-HAND (WS-BR-SUB)
              IF VLT-DAY-DATE = WS-RUN-DATE
                 MOVE VLT-DAY-OPENING
                     TO WS-BR-VAULT-OPENING (WS-BR-SUB)
                 MOVE VLT-DAY-TO-TELLERS
                     TO WS-BR-TO-TELLERS (WS-BR-SUB)
                 MOVE VLT-DAY-FROM-TELLERS
                     TO WS-BR-FROM-TELLERS (WS-BR-SUB)
              ELSE
                 MOVE VLT-CASH-ON-HAND
                     TO WS-BR-VAULT-OPENING (WS-BR-SUB)
              END-IF
           END-IF
           PERFORM 230-READ-VAULT.

       230-READ-VAULT.
           READ VAULT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-VAULTS
           END-READ.

      *  CASH IN AND OUT ARE NETTED AS TELLER BALANCING NETS THEM
      *  AND AS THE WINDOW NETS THEM FOR THE DRAWER COUNT.
       240-PROCESS-JOURNAL.
           IF TRANS-LOG-RECORD NOT = SPACES
            AND TRANS-LOG-TIMESTAMP(1:8) = WS-RUN-DATE
              MOVE TRANS-LOG-OPERATOR TO WS-SEARCH-OPERATOR
              PERFORM 242-FIND-DRAWER-ENTRY
              IF WS-DR-FOUND-SWITCH = "Y"
                 COMPUTE WS-NUMVAL-RESULT =
                  FUNCTION TEST-NUMVAL (TRANS-LOG-AMOUNT-TEXT)
                 IF WS-NUMVAL-RESULT = ZERO
                    MOVE FUNCTION NUMVAL (TRANS-LOG-AMOUNT-TEXT)
                        TO WS-TRANS-AMOUNT
                    PERFORM 246-ACCUMULATE-DRAWER-CASH
                 END-IF
              END-IF
           END-IF
           PERFORM 250-READ-JOURNAL.

       242-FIND-DRAWER-ENTRY.
           MOVE "N" TO WS-DR-FOUND-SWITCH
           MOVE ZERO TO WS-DR-SUB
           PERFORM 244-SCAN-DRAWER-ENTRY
              UNTIL WS-DR-FOUND-SWITCH = "Y"
                 OR WS-DR-SUB >= WS-DR-COUNT.

       244-SCAN-DRAWER-ENTRY.
           ADD 1 TO WS-DR-SUB
           IF WS-DR-OPER-ID (WS-DR-SUB) = WS-SEARCH-OPERATOR
              MOVE "Y" TO WS-DR-FOUND-SWITCH
           END-IF.

       246-ACCUMULATE-DRAWER-CASH.
           EVALUATE TRANS-LOG-ACTIVITY
              WHEN "DEPOSIT"
              WHEN "LN-PRIN"
              WHEN "LN-INT"
                 ADD WS-TRANS-AMOUNT TO WS-DR-CASH-IN (WS-DR-SUB)
              WHEN "RV-DEP"
                 SUBTRACT WS-TRANS-AMOUNT
                     FROM WS-DR-CASH-IN (WS-DR-SUB)
              WHEN "WITHDRAWAL"
              WHEN "TD-EARLY"
                 ADD WS-TRANS-AMOUNT TO WS-DR-CASH-OUT (WS-DR-SUB)
              WHEN "RV-WD"
                 SUBTRACT WS-TRANS-AMOUNT
                     FROM WS-DR-CASH-OUT (WS-DR-SUB)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       250-READ-JOURNAL.
           READ TRANSACTION-FILE
              AT END MOVE "Y" TO END-OF-JOURNAL
           END-READ.

       260-FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-BR-FOUND-SWITCH
           MOVE ZERO TO WS-BR-SUB
           PERFORM 265-SCAN-BRANCH-ENTRY
              UNTIL WS-BR-FOUND-SWITCH = "Y"
                 OR WS-BR-SUB >= WS-BR-COUNT
           IF WS-BR-FOUND-SWITCH NOT = "Y"
              IF WS-BR-COUNT >= WS-BR-TABLE-MAX
                 DISPLAY "BRANCH TABLE FULL - INCREASE TABLE SIZE"
              ELSE
                 ADD 1 TO WS-BR-COUNT
                 MOVE WS-BR-COUNT TO WS-BR-SUB
                 MOVE WS-SEARCH-BRANCH TO WS-BR-CODE (WS-BR-SUB)
                 MOVE "N"  TO WS-BR-VAULT-SWITCH (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-VAULT-OPENING (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-TO-TELLERS (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-FROM-TELLERS (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-ON-HAND (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-DRAWER-COUNT (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-OPEN-COUNT (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-DRAWER-CASH (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-OVER-SHORT (WS-BR-SUB)
                 MOVE "Y" TO WS-BR-FOUND-SWITCH
              END-IF
           END-IF.

       265-SCAN-BRANCH-ENTRY.
           ADD 1 TO WS-BR-SUB
           IF WS-BR-CODE (WS-BR-SUB) = WS-SEARCH-BRANCH
              MOVE "Y" TO WS-BR-FOUND-SWITCH
           END-IF.

      *  A COUNTED DRAWER STANDS AT ITS COUNT AND KEEPS THE
      *  EXPECTED FIGURE WORKED OUT AT THE WINDOW. A DRAWER STILL
      *  OPEN STANDS AT ITS EXPECTED POSITION FROM TODAY'S JOURNAL.
       270-SETTLE-DRAWERS.
           MOVE ZERO TO WS-DR-SUB
           PERFORM 275-SETTLE-ONE-DRAWER
              UNTIL WS-DR-SUB >= WS-DR-COUNT.

       275-SETTLE-ONE-DRAWER.
           ADD 1 TO WS-DR-SUB
           IF WS-DR-STATUS (WS-DR-SUB) = "C"
              MOVE WS-DR-COUNTED (WS-DR-SUB) TO WS-DRAWER-CASH
              ADD 1 TO WS-DRAWERS-COUNTED
              IF WS-DR-OVER-SHORT (WS-DR-SUB) > ZERO
                 ADD WS-DR-OVER-SHORT (WS-DR-SUB) TO WS-TOTAL-OVER
              ELSE
                 SUBTRACT WS-DR-OVER-SHORT (WS-DR-SUB)
                     FROM WS-TOTAL-SHORT
              END-IF
           ELSE
              COMPUTE WS-DR-EXPECTED (WS-DR-SUB) =
               WS-DR-OPENING (WS-DR-SUB)
                + WS-DR-VAULT-IN (WS-DR-SUB)
                - WS-DR-VAULT-OUT (WS-DR-SUB)
                + WS-DR-CASH-IN (WS-DR-SUB)
                - WS-DR-CASH-OUT (WS-DR-SUB)
              MOVE ZERO TO WS-DR-COUNTED (WS-DR-SUB)
              MOVE ZERO TO WS-DR-OVER-SHORT (WS-DR-SUB)
              MOVE WS-DR-EXPECTED (WS-DR-SUB) TO WS-DRAWER-CASH
              ADD 1 TO WS-DRAWERS-OPEN
           END-IF
           MOVE WS-DR-BRANCH (WS-DR-SUB) TO WS-SEARCH-BRANCH
           PERFORM 260-FIND-BRANCH-ENTRY
           IF WS-BR-FOUND-SWITCH = "Y"
              ADD 1 TO WS-BR-DRAWER-COUNT (WS-BR-SUB)
              IF WS-DR-STATUS (WS-DR-SUB) NOT = "C"
                 ADD 1 TO WS-BR-OPEN-COUNT (WS-BR-SUB)
              END-IF
              ADD WS-DRAWER-CASH TO WS-BR-DRAWER-CASH (WS-BR-SUB)
              ADD WS-DR-OVER-SHORT (WS-DR-SUB)
                  TO WS-BR-OVER-SHORT (WS-BR-SUB)
           END-IF.

       300-PRINT-BRANCHES.
           MOVE ZERO TO WS-BR-SUB
           PERFORM 310-PRINT-ONE-BRANCH
              UNTIL WS-BR-SUB >= WS-BR-COUNT.

       310-PRINT-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB
           MOVE SPACES TO REPORT-RECORD
           STRING
               "BRANCH "               DELIMITED BY SIZE
               WS-BR-CODE (WS-BR-SUB)  DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           IF WS-BR-VAULT-SWITCH (WS-BR-SUB) = "Y"
              MOVE SPACES TO REPORT-RECORD
              STRING
                  "  VAULT      OPENING  TO TELLERS FROM TELLERS"
                                    DELIMITED BY SIZE
                  "     ON HAND" DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE WS-BR-VAULT-OPENING (WS-BR-SUB)
                  TO WS-DISPLAY-OPENING
              MOVE WS-BR-TO-TELLERS (WS-BR-SUB) TO WS-DISPLAY-OUT
              MOVE WS-BR-FROM-TELLERS (WS-BR-SUB) TO WS-DISPLAY-IN
              MOVE WS-BR-ON-HAND (WS-BR-SUB) TO WS-DISPLAY-EXPECTED
              MOVE SPACES TO REPORT-RECORD
              STRING
                  "         "          DELIMITED BY SIZE
                  WS-DISPLAY-OPENING   DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DISPLAY-OUT       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DISPLAY-IN        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DISPLAY-EXPECTED  DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           ELSE
              MOVE "  NO VAULT CASH ESTABLISHED FOR THIS BRANCH"
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING
               "  OPER     OPENING  FROM VAULT    TO VAULT"
                                 DELIMITED BY SIZE
               "    EXPECTED     COUNTED  OVER/SHORT STATE"
                                 DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE ZERO TO WS-DR-SUB
           PERFORM 320-PRINT-BRANCH-DRAWER
              UNTIL WS-DR-SUB >= WS-DR-COUNT
           COMPUTE WS-BRANCH-POSITION =
            WS-BR-ON-HAND (WS-BR-SUB) + WS-BR-DRAWER-CASH (WS-BR-SUB)
           ADD WS-BRANCH-POSITION TO WS-TOTAL-POSITION
           MOVE WS-BRANCH-POSITION TO WS-DISPLAY-TOTAL
           MOVE WS-BR-OVER-SHORT (WS-BR-SUB) TO WS-DISPLAY-OVER-SHORT
           MOVE SPACES TO REPORT-RECORD
           STRING
               "  BRANCH CASH POSITION: "     DELIMITED BY SIZE
               WS-DISPLAY-TOTAL               DELIMITED BY SIZE
               "  DRAWERS: "                  DELIMITED BY SIZE
               WS-BR-DRAWER-COUNT (WS-BR-SUB) DELIMITED BY SIZE
               "  NOT COUNTED: "              DELIMITED BY SIZE
               WS-BR-OPEN-COUNT (WS-BR-SUB)   DELIMITED BY SIZE
               "  OVER/SHORT: "               DELIMITED BY SIZE
               WS-DISPLAY-OVER-SHORT          DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

       320-PRINT-BRANCH-DRAWER.
           ADD 1 TO WS-DR-SUB
           IF WS-DR-BRANCH (WS-DR-SUB) = WS-BR-CODE (WS-BR-SUB)
              MOVE WS-DR-OPENING (WS-DR-SUB) TO WS-DISPLAY-OPENING
              MOVE WS-DR-VAULT-IN (WS-DR-SUB) TO WS-DISPLAY-IN
              MOVE WS-DR-VAULT-OUT (WS-DR-SUB) TO WS-DISPLAY-OUT
              MOVE WS-DR-EXPECTED (WS-DR-SUB) TO WS-DISPLAY-EXPECTED
              MOVE WS-DR-COUNTED (WS-DR-SUB) TO WS-DISPLAY-COUNTED
              MOVE WS-DR-OVER-SHORT (WS-DR-SUB)
                  TO WS-DISPLAY-OVER-SHORT
              IF WS-DR-STATUS (WS-DR-SUB) = "C"
                 MOVE "COUNTED"     TO WS-DRAWER-STATE
              ELSE
                 MOVE "NOT COUNTED" TO WS-DRAWER-STATE
              END-IF
              MOVE SPACES TO REPORT-RECORD
              STRING
                  "  "                       DELIMITED BY SIZE
                  WS-DR-OPER-ID (WS-DR-SUB)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DISPLAY-OPENING         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DISPLAY-IN              DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DISPLAY-OUT             DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DISPLAY-EXPECTED        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DISPLAY-COUNTED         DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DISPLAY-OVER-SHORT      DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DRAWER-STATE            DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       350-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "DRAWERS FOR THE DAY:   " DELIMITED BY SIZE
               WS-DRAWERS-READ          DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "DRAWERS NOT COUNTED:   " DELIMITED BY SIZE
               WS-DRAWERS-OPEN          DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-OVER TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "TOTAL CASH OVER:    "   DELIMITED BY SIZE
               WS-DISPLAY-TOTAL         DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-SHORT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "TOTAL CASH SHORT:   "   DELIMITED BY SIZE
               WS-DISPLAY-TOTAL         DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-POSITION TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "TOTAL CASH POSITION:"   DELIMITED BY SIZE
               WS-DISPLAY-TOTAL         DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       900-TERMINATE.
           CLOSE CASH-DRAWER-FILE
           CLOSE VAULT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "DRAWERS FOR THE DAY: " WS-DRAWERS-READ
           IF WS-DRAWERS-OPEN > ZERO
              DISPLAY "DRAWERS NOT COUNTED: " WS-DRAWERS-OPEN
           END-IF
           DISPLAY "REPORT WRITTEN TO vault-position.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-VAULT-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
