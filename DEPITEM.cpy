      *  DEPITEM.CPY
      *  SHARED DEPOSITED-CHECK ITEM RECORD LAYOUT FOR
      *  DEPOSIT-ITEM-FILE (deposit-items.txt). ONE RECORD PER CHECK
      *  TAKEN IN OVER THE COUNTER, KEYED ON DI-KEY (DEPOSITING
      *  ACCOUNT NUMBER PLUS ITEM SEQUENCE NUMBER) THE SAME WAY THE
      *  HOLD FILE IS. THE KEY IS ALSO THE ITEM SEQUENCE NUMBER SENT
      *  ON THE OUTGOING CASH LETTER, SO A CHECK COMING BACK UNPAID
      *  CAN BE MATCHED TO THE DEPOSIT IT WAS TAKEN IN ON. COPIED BY
      *  EVERY PROGRAM THAT OPENS THE DEPOSIT ITEM FILE SO THE LAYOUT
      *  ONLY HAS TO CHANGE IN ONE PLACE.
      *  DI-ROUTING IS THE DRAWER BANK'S NINE-DIGIT ROUTING NUMBER.
      *  DI-BRANCH IS THE BRANCH OF THE TELLER WHO TOOK THE ITEM IN.
      *  DI-STATUS: P = PENDING, NOT YET ON A CASH LETTER;
      *  S = SENT ON THE CASH LETTER DATED DI-LETTER-DATE;
      *  R = RETURNED UNPAID AND CHARGED BACK ON DI-RETURN-DATE;
      *  V = VOIDED BY A SUPERVISOR REVERSAL BEFORE IT WAS SENT.
      *  DATES ARE YYYYMMDD.
       01 DEPOSIT-ITEM-RECORD.
           05 DI-KEY.
              10 DI-ACCTNUM           PIC X(7).
              10 DI-SEQNUM            PIC 9(5).
           05 DI-BUSINESS-DATE        PIC X(8).
           05 DI-ROUTING              PIC X(9).
           05 DI-CHECKNUM             PIC X(6).
           05 DI-AMOUNT               PIC 9(7)V99.
           05 DI-OPERATOR             PIC X(4).
           05 DI-BRANCH               PIC X(3).
           05 DI-STATUS               PIC X(1).
           05 DI-LETTER-DATE          PIC X(8).
           05 DI-RETURN-DATE          PIC X(8).
           05 DI-RETURN-REASON        PIC X(20).
