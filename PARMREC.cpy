      *    PWD-EXPIRY-DAYS  VALUE-1 = DAYS BEFORE AN OPERATOR
      *                     PASSWORD EXPIRES AND A CHANGE IS FORCED
      *                     (0 OR ABSENT = PASSWORDS NEVER EXPIRE)
      *    LOAN-ANNUAL-RATE VALUE-1 = ANNUAL RATE LOCKED INTO AN
      *                     INSTALLMENT LOAN AT BOOKING (E.G. 0.0850)
      *    BANK-ROUTING     VALUE-1 = THIS BANK'S NINE-DIGIT ROUTING
      *                     NUMBER, SENT ON THE OUTGOING CASH LETTER
      *    COLLECT-NOTICE   VALUE-1 = DAYS OVERDRAWN AT WHICH A
      *                     COLLECTION NOTICE IS SENT (UP TO 3,
      *                     ASCENDING; DEFAULT 30 AND 60)
      *    CHARGE-OFF-DAYS  VALUE-1 = DAYS OVERDRAWN AFTER WHICH THE
      *                     ACCOUNT IS CHARGED OFF (DEFAULT 90)
      *    INDEX-HISTORY-MONTHS VALUE-1 = MONTHS OF JOURNAL ARCHIVE
      *                     FILES LOADED BY THE JOURNAL INDEX
      *                     REBUILD (DEFAULT 24)
      *    TD-NOTICE-DAYS   VALUE-1 = DAYS BEFORE MATURITY THAT A
      *                     TERM DEPOSIT CUSTOMER IS SENT A NOTICE
      *                     (DEFAULT 7)
      *    HOLD-NOTICE-DAYS VALUE-1 = DAYS BEFORE EXPIRY THAT A
      *                     CUSTOMER IS SENT A FUNDS HOLD NOTICE
      *                     (DEFAULT 2)
       01 PARM-RECORD.
           05 PARM-KEYWORD            PIC X(20).
           05 PARM-VALUE-1            PIC X(12).
