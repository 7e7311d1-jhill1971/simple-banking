      *  OVDREC.CPY
      *  SHARED OVERDRAWN ACCOUNT RECORD LAYOUT FOR OVERDRAWN-FILE
      *  (overdrawn-accounts.txt). ONE RECORD PER CHECKING OR
      *  SAVINGS ACCOUNT THAT IS OR HAS BEEN OVERDRAWN, KEYED ON
      *  OVD-ACCTNUM (THE CLIENT-ACCTNUM). THE RECORD IS WRITTEN BY
      *  THE NIGHTLY OVERDRAFT AGING RUN THE FIRST NIGHT IT FINDS
      *  THE ACCOUNT BELOW ZERO, AND DELETED AGAIN THE FIRST NIGHT
      *  THE ACCOUNT IS BACK AT ZERO OR ABOVE - UNLESS IT HAS BEEN
      *  CHARGED OFF, IN WHICH CASE IT IS KEPT TO TRACK RECOVERIES.
      *  COPIED BY EVERY PROGRAM THAT OPENS THE OVERDRAWN FILE SO
      *  THE LAYOUT ONLY HAS TO CHANGE IN ONE PLACE.
      *  OVD-STATUS: A = OVERDRAWN AND AGING, C = CHARGED OFF (THE
      *  CLIENT RECORD CARRIES DORMANT FLAG "C" AND DEBITS ARE
      *  FROZEN), R = CHARGE-OFF RECOVERED IN FULL.
      *  OVD-DAYS-NEGATIVE IS THE BUSINESS DATE LESS
      *  OVD-FIRST-NEGATIVE-DATE AS OF THE LAST AGING RUN.
      *  OVD-NOTICES-SENT IS THE HIGHEST COLLECTION NOTICE
      *  THRESHOLD ALREADY NOTIFIED (0 = NONE YET).
      *  OVD-CHARGE-OFF-AMOUNT IS THE NEGATIVE BALANCE WRITTEN OFF,
      *  OVD-RECOVERED-AMOUNT WHAT HAS COME BACK AGAINST IT SINCE.
      *  DATES ARE YYYYMMDD.
       01 OVERDRAWN-RECORD.
           05 OVD-ACCTNUM             PIC X(7).
           05 OVD-STATUS              PIC X(1).
           05 OVD-FIRST-NEGATIVE-DATE PIC X(8).
           05 OVD-DAYS-NEGATIVE       PIC 9(5).
           05 OVD-NOTICES-SENT        PIC 9(1).
           05 OVD-LAST-NOTICE-DATE    PIC X(8).
           05 OVD-CHARGE-OFF-DATE     PIC X(8).
           05 OVD-CHARGE-OFF-AMOUNT   PIC 9(7)V99.
           05 OVD-RECOVERED-AMOUNT    PIC 9(7)V99.
           05 OVD-LAST-RECOVERY-DATE  PIC X(8).
