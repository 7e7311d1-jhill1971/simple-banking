      *  MAINTPND.CPY
      *  SHARED PENDING MAINTENANCE RECORD LAYOUT FOR
      *  PENDING-MAINT-FILE (maint-pending.txt). A TELLER'S CHANGE
      *  TO AN OVERDRAFT LIMIT OR A CUSTOMER NAME IS NOT APPLIED AT
      *  THE WINDOW BUT WRITTEN HERE UNTIL A SUPERVISOR APPROVES OR
      *  REJECTS IT. KEYED ON PEND-KEY (THE MAINTENANCE FUNCTION PLUS
      *  THE RECORD KEY), SO ONLY ONE CHANGE CAN BE WAITING FOR ANY
      *  ONE RECORD. THE RECORD IS DELETED WHEN IT IS DECIDED - THE
      *  MAINTENANCE LOG (SEE MAINTREC) KEEPS THE HISTORY. COPIED BY
      *  EVERY PROGRAM THAT OPENS THE PENDING FILE SO THE LAYOUT ONLY
      *  HAS TO CHANGE IN ONE PLACE.
      *  PEND-FUNCTION: OD-LIMIT (PEND-TARGET IS THE ACCOUNT) OR
      *  CUST-NAME (PEND-TARGET IS THE CUSTOMER NUMBER).
      *  PEND-BEFORE / PEND-AFTER ARE THE IMAGES AS THEY GO TO THE
      *  LOG. THE BEFORE IMAGE IS COMPARED WITH THE RECORD AGAIN AT
      *  APPROVAL SO A CHANGE KEYED AGAINST A STALE VALUE IS NOT
      *  APPLIED. THE REDEFINES GIVE THE NAME VIEW (LAST NAME THEN
      *  FIRST NAME) AND THE LIMIT VIEW (AN EDITED AMOUNT).
      *  DATES ARE YYYYMMDD.
       01 PENDING-MAINT-RECORD.
           05 PEND-KEY.
              10 PEND-FUNCTION        PIC X(10).
              10 PEND-TARGET          PIC X(13).
           05 PEND-REQUESTED-BY       PIC X(4).
           05 PEND-BRANCH             PIC X(3).
           05 PEND-REQUEST-DATE       PIC X(8).
           05 PEND-BEFORE             PIC X(40).
           05 PEND-BEFORE-NAME REDEFINES PEND-BEFORE.
              10 PEND-BEFORE-LASTNAME PIC X(20).
              10 PEND-BEFORE-FIRSTNAME
                                      PIC X(20).
           05 PEND-AFTER              PIC X(40).
           05 PEND-AFTER-NAME REDEFINES PEND-AFTER.
              10 PEND-AFTER-LASTNAME  PIC X(20).
              10 PEND-AFTER-FIRSTNAME PIC X(20).
           05 PEND-AFTER-LIMIT-VIEW REDEFINES PEND-AFTER.
              10 PEND-AFTER-LIMIT     PIC X(10).
              10 FILLER               PIC X(30).
