               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "dormancy.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINTENANCE-FILE
               ASSIGN TO "maintenance.log"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY PARMREC.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       FD  MAINTENANCE-FILE.
           COPY MAINTREC.

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

                 CLOSE TRANSACTION-FILE
                 CLOSE CLIENT-FILE
                 CLOSE REPORT-FILE
                 CLOSE MAINTENANCE-FILE
              ELSE
                 PERFORM 300-PROCESS-ACCOUNTS
                    UNTIL END-OF-FILE = "Y"
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O CLIENT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND MAINTENANCE-FILE
           MOVE FUNCTION NUMVAL (RUN-BUSINESS-DATE)
               TO WS-DATE-NUMERIC
           COMPUTE WS-BUSINESS-DATE-INT =
           ELSE
              EVALUATE TRANS-LOG-ACTIVITY
                 WHEN "DEPOSIT"
                 WHEN "DEP-CHK"
                 WHEN "WITHDRAWAL"
                 WHEN "XFER-OUT"
                 WHEN "XFER-IN"
           IF CLIENT-DORMANT-FLAG = "Y"
              ADD 1 TO WS-ALREADY-DORMANT
           ELSE
      *  A CHARGED-OFF ACCOUNT IS ALREADY FROZEN AND KEEPS ITS "C"
      *  FLAG UNTIL THE CHARGE-OFF IS RECOVERED.
           IF CLIENT-DORMANT-FLAG = "C"
              CONTINUE
           ELSE
              PERFORM 340-TEST-DORMANCY
           END-IF
           END-IF
           IF WS-RECORD-CHANGED-SWITCH = "Y"
              REWRITE CLIENT-RECORD
                 INVALID KEY
                 WRITE REPORT-RECORD
              ELSE
                 IF CLIENT-ACCOUNT-TYPE NOT = "T"
                  AND CLIENT-ACCOUNT-TYPE NOT = "L"
                    PERFORM 350-FLAG-IF-INACTIVE
                 END-IF
              END-IF
      *  OPENING AND ITS MATURITY, SO INACTIVITY MEANS NOTHING FOR
      *  TYPE "T", AND MATURITY PROCESSING AND THE CONFIRMED
      *  EARLY-WITHDRAWAL PATH CARRY THEIR OWN CONTROLS.
      *  INSTALLMENT LOANS ("L") ARE EXCLUDED THE SAME WAY - A LOAN
      *  THAT STOPS PAYING IS A DELINQUENCY, FOLLOWED UP BY THE LOAN
      *  AGING RUN, NOT A DORMANT ACCOUNT.
       350-FLAG-IF-INACTIVE.
           MOVE FUNCTION NUMVAL (CLIENT-LAST-ACTIVITY-DATE)
               TO WS-DATE-NUMERIC
                 MOVE "Y" TO CLIENT-DORMANT-FLAG
                 MOVE "Y" TO WS-RECORD-CHANGED-SWITCH
                 ADD 1 TO WS-ACCOUNTS-FLAGGED
                 PERFORM 360-LOG-DORMANT-FLAG
                 MOVE SPACES TO REPORT-RECORD
                 STRING
                     CLIENT-ACCTNUM              DELIMITED BY SIZE
              END-IF
           END-IF.

      *  THE FLAG CHANGE GOES TO THE MAINTENANCE LOG LIKE ANY
      *  CHANGE KEYED AT THE WINDOW, UNDER THE BATCH OPERATOR ID AND
      *  THE ACCOUNT'S OWN BRANCH.
       360-LOG-DORMANT-FLAG.
           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE  TO MLOG-TIMESTAMP
           MOVE RUN-BUSINESS-DATE      TO MLOG-BUSINESS-DATE
           MOVE "DORM"                 TO MLOG-OPERATOR
           MOVE CLIENT-BRANCH          TO MLOG-BRANCH
           MOVE "DORMANT"              TO MLOG-FUNCTION
           MOVE CLIENT-ACCTNUM         TO MLOG-KEY
           MOVE "C"                    TO MLOG-ACTION
           MOVE "DORM"                 TO MLOG-REQUESTED-BY
           MOVE "DORMANT FLAG N"       TO MLOG-BEFORE
           MOVE "DORMANT FLAG Y"       TO MLOG-AFTER
           WRITE MAINT-LOG-RECORD.

       400-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
       900-TERMINATE.
           CLOSE TRANSACTION-FILE
           CLOSE CLIENT-FILE
           CLOSE REPORT-FILE
           CLOSE MAINTENANCE-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "ACCOUNTS READ: " WS-ACCOUNTS-READ
           DISPLAY "NEWLY FLAGGED DORMANT: " WS-ACCOUNTS-FLAGGED
