           05 GL-AMOUNT               PIC 9(9)V99.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.
       77 WS-TOTAL-INTEREST            PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-TD-EARLY            PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-TD-PENALTY          PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-LOAN-BOOKED         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-LOAN-DISB           PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-LOAN-PRIN           PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-LOAN-INT            PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-ACH-CREDITS         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-ACH-DEBITS          PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-CHECK-DEPOSITS      PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-DEPOSIT-RETURNS     PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-CASH-OVER           PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-CASH-SHORT          PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-CHARGE-OFFS         PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-RECOVERIES          PIC S9(9)V99 VALUE ZERO.
       77 WS-IN-BALANCE-SWITCH         PIC X        VALUE "N".
       77 WS-GL-RECORD-COUNT           PIC 9(5)     VALUE ZERO.
       77 WS-HASH-TOTAL                PIC 9(11)V99 VALUE ZERO.
       77 WS-BR-SUM-DEPOSITS           PIC S9(9)V99 VALUE ZERO.
       77 WS-BR-SUM-WITHDRAWALS        PIC S9(9)V99 VALUE ZERO.
       77 WS-BR-SUM-TD-EARLY           PIC S9(9)V99 VALUE ZERO.
       77 WS-BR-SUM-LOAN-PMTS          PIC S9(9)V99 VALUE ZERO.
       77 WS-BR-SUM-OVER-SHORT         PIC S9(9)V99 VALUE ZERO.

      *  PER-BRANCH CASH MOVEMENT, USED FOR THE INTERBRANCH
      *  SETTLEMENT SECTION. ONLY THE OVER-THE-COUNTER CASH
      *  ACTIVITIES BELONG HERE - CLEARED CHECKS, TRANSFERS, FEES
      *  AND INTEREST MOVE NO CASH AT A BRANCH WINDOW. LOAN
      *  PAYMENTS ARE TAKEN IN CASH, SO BOTH THEIR PRINCIPAL AND
      *  THEIR INTEREST PIECES ARE CASH IN AT THE BRANCH. A DRAWER
      *  OVER/SHORT FOUND AT THE TELLER'S CASH COUNT CHANGES THE
      *  BRANCH'S CASH TOO - OVER ADDS TO IT, SHORT TAKES FROM IT.
       01 WS-GL-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 10 TIMES.
              10 WS-BR-CODE            PIC X(3).
              10 WS-BR-DEPOSITS        PIC S9(9)V99.
              10 WS-BR-WITHDRAWALS     PIC S9(9)V99.
              10 WS-BR-TD-EARLY        PIC S9(9)V99.
              10 WS-BR-LOAN-PMTS       PIC S9(9)V99.
              10 WS-BR-OVER-SHORT      PIC S9(9)V99.

       01 WS-CONTROL-RECORD.
           05 WS-CTL-RECORD-TYPE      PIC X(1).
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-TD-EARLY
              WHEN "TD-PENALTY"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-TD-PENALTY
      *  A BOOKED LOAN JOURNALS LN-BOOK ON THE LOAN ACCOUNT AND
      *  LN-DISB ON THE ACCOUNT CREDITED WITH THE PROCEEDS - THE
      *  TWO MUST OFFSET LIKE THE TRANSFER LEGS. A LOAN PAYMENT
      *  JOURNALS ITS INTEREST (LN-INT) AND PRINCIPAL (LN-PRIN)
      *  PIECES SEPARATELY.
              WHEN "LN-BOOK"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-LOAN-BOOKED
              WHEN "LN-DISB"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-LOAN-DISB
              WHEN "LN-PRIN"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-LOAN-PRIN
              WHEN "LN-INT"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-LOAN-INT
              WHEN "ACH-CR"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-ACH-CREDITS
              WHEN "ACH-DB"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-ACH-DEBITS
                 ADD WS-TRANS-FEE    TO WS-TOTAL-OD-FEES
      *  CHECKS TAKEN ON DEPOSIT ARE NOT CASH - THEY ARE CARRIED IN
      *  CLEARING UNTIL THE CASH LETTER SETTLES, AND A CHECK THAT
      *  COMES BACK UNPAID IS CHARGED BACK OUT OF CLEARING. A
      *  REVERSED CHECK DEPOSIT NETS AGAINST THE CHECK DEPOSITS.
              WHEN "DEP-CHK"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-CHECK-DEPOSITS
              WHEN "RV-CHK"
                 SUBTRACT WS-TRANS-AMOUNT FROM WS-TOTAL-CHECK-DEPOSITS
              WHEN "DEP-RTN"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-DEPOSIT-RETURNS
      *  A TELLER'S END-OF-SHIFT COUNT POSTS ANY DIFFERENCE FROM
      *  THE EXPECTED DRAWER POSITION AS CASH-OVER OR CASH-SHORT.
              WHEN "CASH-OVER"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-CASH-OVER
              WHEN "CASH-SHORT"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-CASH-SHORT
      *  AN OVERDRAWN ACCOUNT WRITTEN OFF TO ZERO BY THE OVERDRAFT
      *  AGING RUN JOURNALS CHARGE-OFF; MONEY THAT LATER COMES IN ON
      *  A CHARGED-OFF ACCOUNT IS TAKEN BACK OUT AS RECOVERY.
              WHEN "CHARGE-OFF"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-CHARGE-OFFS
              WHEN "RECOVERY"
                 ADD WS-TRANS-AMOUNT TO WS-TOTAL-RECOVERIES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
            OR TRANS-LOG-ACTIVITY = "TD-EARLY"
            OR TRANS-LOG-ACTIVITY = "RV-DEP"
            OR TRANS-LOG-ACTIVITY = "RV-WD"
            OR TRANS-LOG-ACTIVITY = "LN-PRIN"
            OR TRANS-LOG-ACTIVITY = "LN-INT"
            OR TRANS-LOG-ACTIVITY = "CASH-OVER"
            OR TRANS-LOG-ACTIVITY = "CASH-SHORT"
              PERFORM 242-FIND-BRANCH-ENTRY
              IF WS-BR-FOUND-SWITCH = "Y"
                 PERFORM 246-POST-BRANCH-CASH
                 MOVE ZERO TO WS-BR-DEPOSITS (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-WITHDRAWALS (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-TD-EARLY (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-LOAN-PMTS (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-OVER-SHORT (WS-BR-SUB)
                 MOVE "Y" TO WS-BR-FOUND-SWITCH
              END-IF
           END-IF.
              WHEN "RV-WD"
                 SUBTRACT WS-TRANS-AMOUNT
                     FROM WS-BR-WITHDRAWALS (WS-BR-SUB)
              WHEN "LN-PRIN"
              WHEN "LN-INT"
                 ADD WS-TRANS-AMOUNT TO WS-BR-LOAN-PMTS (WS-BR-SUB)
              WHEN "CASH-OVER"
                 ADD WS-TRANS-AMOUNT
                     TO WS-BR-OVER-SHORT (WS-BR-SUB)
              WHEN "CASH-SHORT"
                 SUBTRACT WS-TRANS-AMOUNT
                     FROM WS-BR-OVER-SHORT (WS-BR-SUB)
           END-EVALUATE.

       300-PROVE-IN-BALANCE.
              DISPLAY "TRANSFER LEGS DO NOT OFFSET"
              MOVE "N" TO WS-IN-BALANCE-SWITCH
           END-IF
           IF WS-TOTAL-LOAN-BOOKED NOT = WS-TOTAL-LOAN-DISB
              DISPLAY "LOANS BOOKED DO NOT AGREE TO PROCEEDS CREDITED"
              MOVE "N" TO WS-IN-BALANCE-SWITCH
           END-IF
           IF WS-TOTAL-DEPOSITS < ZERO
            OR WS-TOTAL-WITHDRAWALS < ZERO
            OR WS-TOTAL-CHECKS-PAID < ZERO
            OR WS-TOTAL-INTEREST < ZERO
            OR WS-TOTAL-TD-EARLY < ZERO
            OR WS-TOTAL-TD-PENALTY < ZERO
            OR WS-TOTAL-LOAN-DISB < ZERO
            OR WS-TOTAL-LOAN-PRIN < ZERO
            OR WS-TOTAL-LOAN-INT < ZERO
            OR WS-TOTAL-ACH-CREDITS < ZERO
            OR WS-TOTAL-ACH-DEBITS < ZERO
            OR WS-TOTAL-CHECK-DEPOSITS < ZERO
            OR WS-TOTAL-DEPOSIT-RETURNS < ZERO
            OR WS-TOTAL-CASH-OVER < ZERO
            OR WS-TOTAL-CASH-SHORT < ZERO
            OR WS-TOTAL-CHARGE-OFFS < ZERO
            OR WS-TOTAL-RECOVERIES < ZERO
              DISPLAY "NEGATIVE CATEGORY TOTAL - CHECK THE JOURNAL"
              MOVE "N" TO WS-IN-BALANCE-SWITCH
           END-IF
           PERFORM 320-PROVE-BRANCH-CASH.
      *  EVERY POSTING RECORD CARRIES ONE DEBIT AND ONE CREDIT FOR
      *  THE SAME AMOUNT, SO DEBITS EQUAL CREDITS BY CONSTRUCTION
      *  ONCE THE TRANSFER AND LOAN BOOKING LEGS OFFSET AND NO
      *  CATEGORY TOTAL IS NEGATIVE - THOSE CHECKS ABOVE ARE THE
      *  BALANCE PROOF.

      *  EACH BRANCH'S CASH MOVEMENT IS DISPLAYED AND THE BRANCH
      *  PIECES MUST ADD BACK TO THE COMBINED CASH CATEGORIES
           MOVE ZERO TO WS-BR-SUM-DEPOSITS
           MOVE ZERO TO WS-BR-SUM-WITHDRAWALS
           MOVE ZERO TO WS-BR-SUM-TD-EARLY
           MOVE ZERO TO WS-BR-SUM-LOAN-PMTS
           MOVE ZERO TO WS-BR-SUM-OVER-SHORT
           MOVE ZERO TO WS-BR-SUB
           PERFORM 325-PROVE-ONE-BRANCH
              UNTIL WS-BR-SUB >= WS-BR-COUNT
           IF WS-BR-SUM-DEPOSITS NOT = WS-TOTAL-DEPOSITS
            OR WS-BR-SUM-WITHDRAWALS NOT = WS-TOTAL-WITHDRAWALS
            OR WS-BR-SUM-TD-EARLY NOT = WS-TOTAL-TD-EARLY
            OR WS-BR-SUM-LOAN-PMTS NOT =
               WS-TOTAL-LOAN-PRIN + WS-TOTAL-LOAN-INT
            OR WS-BR-SUM-OVER-SHORT NOT =
               WS-TOTAL-CASH-OVER - WS-TOTAL-CASH-SHORT
              DISPLAY "BRANCH CASH DOES NOT PROVE TO THE COMBINED "
               "TOTALS"
              MOVE "N" TO WS-IN-BALANCE-SWITCH
            WS-BR-DEPOSITS (WS-BR-SUB)
             - WS-BR-WITHDRAWALS (WS-BR-SUB)
             - WS-BR-TD-EARLY (WS-BR-SUB)
             + WS-BR-LOAN-PMTS (WS-BR-SUB)
             + WS-BR-OVER-SHORT (WS-BR-SUB)
           MOVE WS-BR-NET-CASH TO WS-DISPLAY-TOTAL
           DISPLAY "BRANCH " WS-BR-CODE (WS-BR-SUB)
            " NET CASH: " WS-DISPLAY-TOTAL
           ADD WS-BR-DEPOSITS (WS-BR-SUB) TO WS-BR-SUM-DEPOSITS
           ADD WS-BR-WITHDRAWALS (WS-BR-SUB)
               TO WS-BR-SUM-WITHDRAWALS
           ADD WS-BR-TD-EARLY (WS-BR-SUB) TO WS-BR-SUM-TD-EARLY
           ADD WS-BR-LOAN-PMTS (WS-BR-SUB) TO WS-BR-SUM-LOAN-PMTS
           ADD WS-BR-OVER-SHORT (WS-BR-SUB) TO WS-BR-SUM-OVER-SHORT.

       400-WRITE-GL-FILE.
           OPEN OUTPUT GL-POSTING-FILE
           MOVE "4030" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-TD-PENALTY TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "LOANS DISBURSED     " TO GL-CATEGORY
           MOVE "1200" TO GL-DEBIT-ACCOUNT
           MOVE "2010" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-LOAN-DISB TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "LOAN PRINCIPAL REPAY" TO GL-CATEGORY
           MOVE "1010" TO GL-DEBIT-ACCOUNT
           MOVE "1200" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-LOAN-PRIN TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "LOAN INTEREST INCOME" TO GL-CATEGORY
           MOVE "1010" TO GL-DEBIT-ACCOUNT
           MOVE "4040" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-LOAN-INT TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "ACH CREDITS         " TO GL-CATEGORY
           MOVE "1020" TO GL-DEBIT-ACCOUNT
           MOVE "2010" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-ACH-CREDITS TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "ACH DEBITS          " TO GL-CATEGORY
           MOVE "2010" TO GL-DEBIT-ACCOUNT
           MOVE "1020" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-ACH-DEBITS TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "CHECKS DEPOSITED    " TO GL-CATEGORY
           MOVE "1020" TO GL-DEBIT-ACCOUNT
           MOVE "2010" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-CHECK-DEPOSITS TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "DEPOSITS RETURNED   " TO GL-CATEGORY
           MOVE "2010" TO GL-DEBIT-ACCOUNT
           MOVE "1020" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-DEPOSIT-RETURNS TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "TELLER CASH OVER    " TO GL-CATEGORY
           MOVE "1010" TO GL-DEBIT-ACCOUNT
           MOVE "5090" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-CASH-OVER TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "TELLER CASH SHORT   " TO GL-CATEGORY
           MOVE "5090" TO GL-DEBIT-ACCOUNT
           MOVE "1010" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-CASH-SHORT TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "OVERDRAFT CHARGE-OFF" TO GL-CATEGORY
           MOVE "5020" TO GL-DEBIT-ACCOUNT
           MOVE "2010" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-CHARGE-OFFS TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           MOVE "CHARGE-OFF RECOVERY " TO GL-CATEGORY
           MOVE "2010" TO GL-DEBIT-ACCOUNT
           MOVE "4050" TO GL-CREDIT-ACCOUNT
           MOVE WS-TOTAL-RECOVERIES TO GL-AMOUNT
           PERFORM 410-WRITE-GL-DETAIL
           PERFORM 430-WRITE-SETTLEMENT-SECTION
           PERFORM 420-WRITE-GL-CONTROL
           CLOSE GL-POSTING-FILE.
            WS-BR-DEPOSITS (WS-BR-SUB)
             - WS-BR-WITHDRAWALS (WS-BR-SUB)
             - WS-BR-TD-EARLY (WS-BR-SUB)
             + WS-BR-LOAN-PMTS (WS-BR-SUB)
             + WS-BR-OVER-SHORT (WS-BR-SUB)
           IF WS-BR-NET-CASH NOT = ZERO
              MOVE "S" TO GL-RECORD-TYPE
              MOVE WS-RUN-DATE TO GL-POSTING-DATE
           DISPLAY "TD EARLY REDEMPTIONS:  " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-TD-PENALTY TO WS-DISPLAY-TOTAL
           DISPLAY "TD PENALTY INCOME:     " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-LOAN-DISB TO WS-DISPLAY-TOTAL
           DISPLAY "LOANS DISBURSED:       " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-LOAN-PRIN TO WS-DISPLAY-TOTAL
           DISPLAY "LOAN PRINCIPAL REPAID: " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-LOAN-INT TO WS-DISPLAY-TOTAL
           DISPLAY "LOAN INTEREST INCOME:  " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-ACH-CREDITS TO WS-DISPLAY-TOTAL
           DISPLAY "ACH CREDITS:           " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-ACH-DEBITS TO WS-DISPLAY-TOTAL
           DISPLAY "ACH DEBITS:            " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CHECK-DEPOSITS TO WS-DISPLAY-TOTAL
           DISPLAY "CHECKS DEPOSITED:      " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-DEPOSIT-RETURNS TO WS-DISPLAY-TOTAL
           DISPLAY "DEPOSITS RETURNED:     " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CASH-OVER TO WS-DISPLAY-TOTAL
           DISPLAY "TELLER CASH OVER:      " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CASH-SHORT TO WS-DISPLAY-TOTAL
           DISPLAY "TELLER CASH SHORT:     " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-CHARGE-OFFS TO WS-DISPLAY-TOTAL
           DISPLAY "OVERDRAFT CHARGE-OFFS: " WS-DISPLAY-TOTAL
           MOVE WS-TOTAL-RECOVERIES TO WS-DISPLAY-TOTAL
           DISPLAY "CHARGE-OFF RECOVERIES: " WS-DISPLAY-TOTAL
           DISPLAY "GL RECORDS WRITTEN: " WS-GL-RECORD-COUNT
           DISPLAY "POSTING FILE WRITTEN TO gl-posting.txt".

