      *  BALHIST.CPY
      *  SHARED DAILY BALANCE HISTORY RECORD LAYOUT FOR
      *  BALANCE-HISTORY-FILE (balance-history.txt). ONE RECORD PER
      *  ACCOUNT PER BUSINESS DAY, WRITTEN BY THE END-OF-DAY BALANCE
      *  HISTORY RUN FROM THE CLIENT MASTER AS IT STANDS AT THE CLOSE
      *  OF THE DAY. KEYED ON BH-KEY (BUSINESS DATE PLUS ACCOUNT
      *  NUMBER) SO A MONTH CAN BE READ DAY BY DAY FROM A START ON
      *  ITS FIRST DATE. COPIED BY EVERY PROGRAM THAT OPENS THE
      *  HISTORY FILE SO THE LAYOUT ONLY HAS TO CHANGE IN ONE PLACE.
      *  THE TYPE AND BRANCH ARE THE ACCOUNT'S AS OF THAT DAY.
      *  DATES ARE YYYYMMDD.
       01 BALANCE-HISTORY-RECORD.
           05 BH-KEY.
              10 BH-BUSINESS-DATE     PIC X(8).
              10 BH-ACCTNUM           PIC X(7).
           05 BH-ACCOUNT-TYPE         PIC X(1).
           05 BH-BRANCH               PIC X(3).
           05 BH-BALANCE              PIC S9(7)V99.
