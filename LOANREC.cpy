      *  LOANREC.CPY
      *  SHARED INSTALLMENT LOAN RECORD LAYOUT FOR LOAN-FILE
      *  (loans.txt). LOAN-FILE IS KEYED ON LN-ACCTNUM AND IS THE
      *  COMPANION OF A CLIENT-RECORD WITH ACCOUNT TYPE "L" - THE
      *  CLIENT BALANCE CARRIES THE PRINCIPAL STILL OUTSTANDING,
      *  THIS RECORD CARRIES THE TERMS AND THE REPAYMENT POSITION.
      *  THE RATE IS LOCKED AT BOOKING FROM THE LOAN-ANNUAL-RATE
      *  PARAMETER AND NEVER REPRICED. COPIED BY EVERY PROGRAM THAT
      *  OPENS THE LOAN FILE SO THE LAYOUT ONLY HAS TO CHANGE IN ONE
      *  PLACE.
      *  LN-PRINCIPAL IS THE AMOUNT BOOKED; LN-PAYMENT-AMOUNT IS THE
      *  LEVEL MONTHLY INSTALLMENT WORKED OUT AT BOOKING.
      *  LN-PAYMENT-DAY IS THE DAY OF THE MONTH INSTALLMENTS FALL
      *  DUE, KEPT SO A DUE DATE CLAMPED TO A SHORT MONTH GOES BACK
      *  TO THE BOOKED DAY THE MONTH AFTER.
      *  LN-CURR-INT-PAID IS THE INTEREST ALREADY COLLECTED TOWARD
      *  THE INSTALLMENT NOW DUE, SO PART PAYMENTS ARE NOT CHARGED A
      *  MONTH'S INTEREST EACH TIME. IT IS CLEARED WHEN THE DUE DATE
      *  ADVANCES.
      *  LN-CURR-PAID IS EVERYTHING RECEIVED TOWARD THE INSTALLMENT
      *  NOW DUE. EACH TIME IT REACHES LN-PAYMENT-AMOUNT ONE
      *  INSTALLMENT IS TAKEN OFF IT AND THE DUE DATE ADVANCES A
      *  MONTH, SO PART PAYMENTS ADD UP AND AN OVERPAYMENT CARRIES
      *  FORWARD TO THE NEXT INSTALLMENT.
      *  LN-DAYS-PAST-DUE IS SET BY THE NIGHTLY LOAN AGING RUN AND
      *  CLEARED WHEN A PAYMENT BRINGS THE LOAN CURRENT.
      *  LN-STATUS: A = ACTIVE, P = PAID IN FULL.
      *  DATES ARE YYYYMMDD.
       01 LOAN-RECORD.
           05 LN-ACCTNUM              PIC X(7).
           05 LN-PRINCIPAL            PIC 9(7)V99.
           05 LN-RATE                 PIC 9V9(6).
           05 LN-TERM-MONTHS          PIC 9(3).
           05 LN-PAYMENT-AMOUNT       PIC 9(7)V99.
           05 LN-BOOKED-DATE          PIC X(8).
           05 LN-NEXT-DUE-DATE        PIC X(8).
           05 LN-PAYMENT-DAY          PIC 9(2).
           05 LN-PAYMENTS-MADE        PIC 9(3).
           05 LN-CURR-INT-PAID        PIC 9(7)V99.
           05 LN-CURR-PAID            PIC 9(7)V99.
           05 LN-DAYS-PAST-DUE        PIC 9(4).
           05 LN-DISB-ACCTNUM         PIC X(7).
           05 LN-STATUS               PIC X(1).
