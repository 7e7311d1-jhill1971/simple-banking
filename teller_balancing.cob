       01 REPORT-RECORD                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.
      *  OF THE OPERATOR WHO POSTED THE REVERSAL - THAT IS WHOSE
      *  DRAWER THE CASH WENT BACK THROUGH. THE ITEM COUNTS ARE LEFT
      *  ALONE; ONLY THE AMOUNTS AND FEES ARE NETTED.
      *  LOAN PAYMENTS ARE TAKEN IN CASH, SO THEIR INTEREST (LN-INT)
      *  AND PRINCIPAL (LN-PRIN) PIECES ARE CASH RECEIVED AND ADD TO
      *  THE DEPOSIT AMOUNTS. ONE PAYMENT WRITES TWO JOURNAL LINES,
      *  SO THEY ARE NOT COUNTED AS DEPOSIT ITEMS.
       240-ACCUMULATE-OPERATOR.
           EVALUATE TRANS-LOG-ACTIVITY
              WHEN "DEPOSIT"
                 SUBTRACT WS-TRANS-AMOUNT
                     FROM WS-OPER-WD-AMOUNT (WS-OPER-SUB)
                 SUBTRACT WS-TRANS-AMOUNT FROM WS-GRAND-WITHDRAWALS
              WHEN "LN-PRIN"
              WHEN "LN-INT"
                 ADD WS-TRANS-AMOUNT
                     TO WS-OPER-DEP-AMOUNT (WS-OPER-SUB)
                 ADD WS-TRANS-AMOUNT TO WS-GRAND-DEPOSITS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
              WHEN "RV-WD"
                 SUBTRACT WS-TRANS-AMOUNT
                     FROM WS-BR-WD-AMOUNT (WS-BR-SUB)
              WHEN "LN-PRIN"
              WHEN "LN-INT"
                 ADD WS-TRANS-AMOUNT
                     TO WS-BR-DEP-AMOUNT (WS-BR-SUB)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
