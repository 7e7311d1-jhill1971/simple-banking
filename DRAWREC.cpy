      *  DRAWREC.CPY
      *  SHARED TELLER CASH DRAWER RECORD LAYOUT FOR CASH-DRAWER-FILE
      *  (cash-drawer.txt). ONE RECORD PER OPERATOR PER BUSINESS
      *  DAY, KEYED ON DRW-KEY (OPERATOR ID PLUS BUSINESS DATE). THE
      *  RECORD IS CREATED WHEN THE TELLER OPENS THE DRAWER AT THE
      *  WINDOW, PICKS UP EVERY VAULT BUY AND SELL KEYED DURING THE
      *  SHIFT, AND IS CLOSED BY THE END-OF-SHIFT CASH COUNT. COPIED
      *  BY EVERY PROGRAM THAT OPENS THE DRAWER FILE SO THE LAYOUT
      *  ONLY HAS TO CHANGE IN ONE PLACE.
      *  DRW-BRANCH IS THE OPERATOR'S BRANCH (OPER-BRANCH) AT OPEN.
      *  DRW-VAULT-IN IS CASH BOUGHT FROM THE BRANCH VAULT INTO THE
      *  DRAWER, DRW-VAULT-OUT IS CASH SOLD BACK TO THE VAULT.
      *  DRW-CASH-IN / DRW-CASH-OUT ARE THE OPERATOR'S NET CASH
      *  TAKEN IN AND PAID OUT ACROSS THE WINDOW FOR THE DAY, TAKEN
      *  FROM THE JOURNAL AT COUNT TIME THE SAME WAY TELLER
      *  BALANCING TOTALS THEM. DRW-EXPECTED-CASH IS OPENING CASH
      *  PLUS VAULT BUYS LESS VAULT SELLS PLUS CASH IN LESS CASH OUT.
      *  DRW-DENOM-COUNT HOLDS THE PIECES COUNTED OF EACH
      *  DENOMINATION IN THE ORDER 100.00, 50.00, 20.00, 10.00,
      *  5.00, 2.00, 1.00, 0.50, 0.25, 0.10, 0.05, 0.01.
      *  DRW-OVER-SHORT IS COUNTED LESS EXPECTED - POSITIVE IS OVER,
      *  NEGATIVE IS SHORT - AND IS JOURNALED AS CASH-OVER OR
      *  CASH-SHORT WHEN THE COUNT IS ACCEPTED.
      *  DRW-STATUS: O = OPEN, C = COUNTED AND CLOSED FOR THE DAY.
      *  DATES ARE YYYYMMDD.
       01 CASH-DRAWER-RECORD.
           05 DRW-KEY.
              10 DRW-OPER-ID          PIC X(4).
              10 DRW-BUSINESS-DATE    PIC X(8).
           05 DRW-BRANCH              PIC X(3).
           05 DRW-STATUS              PIC X(1).
           05 DRW-OPENING-CASH        PIC 9(7)V99.
           05 DRW-VAULT-IN            PIC 9(7)V99.
           05 DRW-VAULT-IN-COUNT      PIC 9(3).
           05 DRW-VAULT-OUT           PIC 9(7)V99.
           05 DRW-VAULT-OUT-COUNT     PIC 9(3).
           05 DRW-CASH-IN             PIC S9(9)V99.
           05 DRW-CASH-OUT            PIC S9(9)V99.
           05 DRW-EXPECTED-CASH       PIC S9(9)V99.
           05 DRW-DENOM-COUNT         PIC 9(5) OCCURS 12 TIMES.
           05 DRW-COUNTED-CASH        PIC 9(9)V99.
           05 DRW-OVER-SHORT          PIC S9(7)V99.
