      *  PROGRAM THAT OPENS THE CLIENT MASTER SO THE LAYOUT ONLY
      *  HAS TO CHANGE IN ONE PLACE.
      *  CLIENT-DORMANT-FLAG: Y = DORMANT (DEBITS REFUSED UNTIL A
      *  SUPERVISOR REACTIVATES), C = CHARGED OFF BY THE OVERDRAFT
      *  AGING RUN (DEBITS FROZEN UNTIL THE CHARGE-OFF IS RECOVERED
      *  - SEE OVDREC), N OR SPACE = ACTIVE.
      *  CLIENT-LAST-ACTIVITY-DATE (YYYYMMDD) IS MAINTAINED BY THE
      *  DORMANCY SCAN FROM THE TRANSACTION JOURNAL.
      *  CLIENT-CUSTOMER-NUMBER LINKS THE ACCOUNT TO ITS OWNER ON
