      *  REVERSAL ENTRY (RV-DEP / RV-WD) IT CARRIES THE HHMMSSss
      *  PORTION (POSITIONS 9-16) OF THE REVERSED ENTRY'S TIMESTAMP,
      *  WHICH TOGETHER WITH THE ACCOUNT AND DATE IDENTIFIES THE
      *  JOURNAL LINE BEING BACKED OUT. A DEP-CHK AND THE RV-CHK
      *  THAT REVERSES IT BOTH CARRY THE DEPOSIT ITEM SEQUENCE
      *  NUMBER (DI-SEQNUM) INSTEAD. ON A STANDING ORDER RUN'S
      *  XFER-NSF (OPERATOR SORD) IT CARRIES THE ORDER NUMBER.
      *  TRANS-LOG-BRANCH IS THE BRANCH THE POSTING BELONGS TO: THE
      *  OPERATOR'S BRANCH ON TELLER WORK, THE ACCOUNT'S BRANCH ON
      *  BATCH POSTINGS. BLANK ON LINES WRITTEN BEFORE BRANCHES
      *  EXISTED.
      *  CASH-OVER / CASH-SHORT LINES ARE TELLER DRAWER POSTINGS,
      *  NOT ACCOUNT POSTINGS: THE ACCOUNT COLUMN CARRIES "DRAWER"
      *  AND THE BEFORE AND AFTER BALANCES ARE ZERO.
       01 TRANS-LOG-RECORD.
           05 TRANS-LOG-ACCTNUM       PIC X(7).
           05 FILLER                  PIC X(1).
