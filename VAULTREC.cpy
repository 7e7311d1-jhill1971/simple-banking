      *  VAULTREC.CPY
      *  SHARED BRANCH VAULT RECORD LAYOUT FOR VAULT-FILE
      *  (vault-cash.txt). ONE RECORD PER BRANCH, KEYED ON
      *  VLT-BRANCH (THE OPER-BRANCH / CLIENT-BRANCH CODE). A
      *  SUPERVISOR ESTABLISHES THE VAULT'S STARTING CASH ONCE AT
      *  THE WINDOW; AFTER THAT THE POSITION MOVES ONLY WITH THE
      *  TELLER BUYS AND SELLS KEYED AGAINST THE DRAWERS. COPIED BY
      *  EVERY PROGRAM THAT OPENS THE VAULT FILE SO THE LAYOUT ONLY
      *  HAS TO CHANGE IN ONE PLACE.
      *  VLT-CASH-ON-HAND IS THE CURRENT VAULT POSITION.
      *  VLT-DAY-DATE IS THE BUSINESS DATE THE DAY FIGURES BELONG
      *  TO. THE FIRST BUY OR SELL ON A NEW BUSINESS DATE ROLLS THE
      *  DAY: VLT-DAY-OPENING TAKES THE CASH ON HAND AND THE DAY
      *  TOTALS START AGAIN FROM ZERO.
      *  VLT-DAY-TO-TELLERS IS CASH SOLD OUT OF THE VAULT TO THE
      *  DRAWERS (TELLER BUYS), VLT-DAY-FROM-TELLERS IS CASH TAKEN
      *  BACK INTO THE VAULT (TELLER SELLS).
      *  DATES ARE YYYYMMDD.
       01 VAULT-RECORD.
           05 VLT-BRANCH              PIC X(3).
           05 VLT-CASH-ON-HAND        PIC S9(9)V99.
           05 VLT-DAY-DATE            PIC X(8).
           05 VLT-DAY-OPENING         PIC S9(9)V99.
           05 VLT-DAY-TO-TELLERS      PIC 9(9)V99.
           05 VLT-DAY-FROM-TELLERS    PIC 9(9)V99.
           05 VLT-ESTABLISHED-BY      PIC X(4).
           05 VLT-ESTABLISHED-DATE    PIC X(8).
