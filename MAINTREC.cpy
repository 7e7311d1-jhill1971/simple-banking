      *  MAINTREC.CPY
      *  SHARED MAINTENANCE LOG RECORD LAYOUT FOR MAINTENANCE-FILE
      *  (maintenance.log, LINE SEQUENTIAL, APPENDED TO). ONE LINE
      *  PER NON-MONETARY CHANGE TO A MASTER RECORD - MONEY MOVEMENT
      *  GOES TO THE TRANSACTION JOURNAL, NOT HERE. COPIED BY EVERY
      *  PROGRAM THAT WRITES OR READS THE LOG SO THE LAYOUT ONLY HAS
      *  TO CHANGE IN ONE PLACE.
      *  MLOG-OPERATOR / MLOG-BRANCH ARE THE OPERATOR WHO MADE (OR
      *  APPROVED OR REJECTED) THE CHANGE AND THAT OPERATOR'S
      *  BRANCH. MLOG-REQUESTED-BY IS THE OPERATOR WHO KEYED IT -
      *  THE SAME OPERATOR UNLESS A SUPERVISOR IS DECIDING A QUEUED
      *  TELLER REQUEST.
      *  MLOG-FUNCTION NAMES THE CHANGE (OD-LIMIT, CUST-NAME,
      *  CUST-ADD, SO-ADD, SO-AMEND, SO-SUSPEND, SO-REINST,
      *  SO-CANCEL, STOP-PLACE, STOP-REL, HOLD-PLACE, HOLD-REL,
      *  DORMANT, REACTIVATE, ACCT-CLOSE) AND MLOG-KEY THE RECORD
      *  CHANGED (ACCOUNT, ACCOUNT + CHECK OR HOLD NUMBER, ORDER
      *  NUMBER OR CUSTOMER NUMBER).
      *  MLOG-ACTION: C = CHANGE APPLIED, P = QUEUED FOR SUPERVISOR
      *  APPROVAL (NOT YET APPLIED), A = QUEUED CHANGE APPROVED AND
      *  APPLIED, R = QUEUED CHANGE REJECTED.
      *  MLOG-BEFORE / MLOG-AFTER ARE THE PRINTABLE BEFORE AND AFTER
      *  IMAGES OF THE FIELDS CHANGED. DATES ARE YYYYMMDD.
       01 MAINT-LOG-RECORD.
           05 MLOG-TIMESTAMP          PIC X(21).
           05 FILLER                  PIC X(1).
           05 MLOG-BUSINESS-DATE      PIC X(8).
           05 FILLER                  PIC X(1).
           05 MLOG-OPERATOR           PIC X(4).
           05 FILLER                  PIC X(1).
           05 MLOG-BRANCH             PIC X(3).
           05 FILLER                  PIC X(1).
           05 MLOG-FUNCTION           PIC X(10).
           05 FILLER                  PIC X(1).
           05 MLOG-KEY                PIC X(13).
           05 FILLER                  PIC X(1).
           05 MLOG-ACTION             PIC X(1).
           05 FILLER                  PIC X(1).
           05 MLOG-REQUESTED-BY       PIC X(4).
           05 FILLER                  PIC X(1).
           05 MLOG-BEFORE             PIC X(40).
           05 FILLER                  PIC X(1).
           05 MLOG-AFTER              PIC X(40).
