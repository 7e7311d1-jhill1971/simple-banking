       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan_aging.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCTNUM.
           SELECT CLIENT-FILE ASSIGN TO "client-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ACCTNUM
               ALTERNATE RECORD KEY IS CLIENT-LASTNAME
                   WITH DUPLICATES.
           SELECT REPORT-FILE ASSIGN TO "delinquency.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-ACCOUNT-FOUND-SWITCH      PIC X        VALUE "N".
       77 WS-DATE-NUMERIC              PIC 9(8)     VALUE ZERO.
       77 WS-BUSINESS-DATE-INT         PIC 9(8)     VALUE ZERO.
       77 WS-DUE-DATE-INT              PIC 9(8)     VALUE ZERO.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99 VALUE ZERO.
       77 WS-LOANS-READ                PIC 9(5)     VALUE ZERO.
       77 WS-LOANS-PAST-DUE            PIC 9(5)     VALUE ZERO.
       77 WS-LOANS-REVIEW              PIC 9(5)     VALUE ZERO.
       77 WS-AGE-SUB                   PIC 9(1)     VALUE ZERO.
       77 WS-AGE-NAME                  PIC X(8)     VALUE SPACES.
       77 WS-LOAN-BALANCE              PIC S9(7)V99 VALUE ZERO.
       77 WS-BORROWER-NAME             PIC X(30)    VALUE SPACES.
       77 WS-DISPLAY-AMOUNT            PIC -(7)9.99.
       77 WS-DISPLAY-TOTAL             PIC -(9)9.99.

      *  DELINQUENCY BUCKETS: 1 = CURRENT, 2 = 1-29 DAYS PAST DUE,
      *  3 = 30-59, 4 = 60-89, 5 = 90 AND OVER.
       01 WS-AGING-TABLE.
           05 WS-AGE-ENTRY OCCURS 5 TIMES.
              10 WS-AGE-COUNT          PIC 9(5).
              10 WS-AGE-BALANCE        PIC S9(9)V99.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-PROCESS-LOANS
                 UNTIL END-OF-FILE = "Y"
              PERFORM 300-PRINT-TOTALS
              PERFORM 900-TERMINATE
           END-IF
           STOP RUN.

       050-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-ALLOWED-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
              AT END
                 DISPLAY "RUN CONTROL FILE MISSING OR EMPTY - "
                  "RUN CANCELLED"
              NOT AT END
                 IF RUN-LAST-LNAGE-DATE = RUN-BUSINESS-DATE
                    DISPLAY "LOAN AGING ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN I-O LOAN-FILE
           OPEN INPUT CLIENT-FILE
           OPEN OUTPUT REPORT-FILE
           INITIALIZE WS-AGING-TABLE
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUMERIC
           COMPUTE WS-BUSINESS-DATE-INT =
            FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           DISPLAY "LOAN DELINQUENCY AGING - BUSINESS DATE "
            WS-RUN-DATE
           PERFORM 110-PRINT-HEADER
           PERFORM 210-READ-LOAN-FILE.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "LOAN DELINQUENCY REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACCOUNT BORROWER                           BALANCE"
                                 DELIMITED BY SIZE
               " NEXT DUE DAYS BUCKET" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      *  PAID-OFF LOANS ARE SKIPPED. EVERY ACTIVE LOAN HAS ITS DAYS
      *  PAST DUE RECOMPUTED FROM ITS NEXT DUE DATE AND IS COUNTED IN
      *  ITS BUCKET; ONLY THE PAST-DUE ONES ARE LISTED.
       200-PROCESS-LOANS.
           IF LN-STATUS = "A"
              ADD 1 TO WS-LOANS-READ
              PERFORM 220-AGE-ONE-LOAN
           END-IF
           PERFORM 210-READ-LOAN-FILE.

       210-READ-LOAN-FILE.
           READ LOAN-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
           END-READ.

       220-AGE-ONE-LOAN.
           PERFORM 250-READ-LOAN-ACCOUNT
           COMPUTE WS-NUMVAL-RESULT =
            FUNCTION TEST-NUMVAL (LN-NEXT-DUE-DATE)
           IF WS-NUMVAL-RESULT NOT = ZERO
              PERFORM 290-WRITE-REVIEW-LINE
           ELSE
              MOVE FUNCTION NUMVAL (LN-NEXT-DUE-DATE)
                  TO WS-DATE-NUMERIC
              COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
              IF WS-DUE-DATE-INT = ZERO
                 PERFORM 290-WRITE-REVIEW-LINE
              ELSE
                 PERFORM 230-SET-DAYS-PAST-DUE
              END-IF
           END-IF.

       230-SET-DAYS-PAST-DUE.
           IF WS-DUE-DATE-INT < WS-BUSINESS-DATE-INT
              COMPUTE LN-DAYS-PAST-DUE =
               WS-BUSINESS-DATE-INT - WS-DUE-DATE-INT
           ELSE
              MOVE ZERO TO LN-DAYS-PAST-DUE
           END-IF
           REWRITE LOAN-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING LOAN " LN-ACCTNUM
           END-REWRITE
           PERFORM 240-SET-BUCKET
           ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB)
           ADD WS-LOAN-BALANCE TO WS-AGE-BALANCE (WS-AGE-SUB)
           IF LN-DAYS-PAST-DUE > ZERO
              ADD 1 TO WS-LOANS-PAST-DUE
              PERFORM 280-WRITE-DETAIL-LINE
           END-IF.

       240-SET-BUCKET.
           EVALUATE TRUE
              WHEN LN-DAYS-PAST-DUE = ZERO
                 MOVE 1 TO WS-AGE-SUB
              WHEN LN-DAYS-PAST-DUE < 30
                 MOVE 2 TO WS-AGE-SUB
              WHEN LN-DAYS-PAST-DUE < 60
                 MOVE 3 TO WS-AGE-SUB
              WHEN LN-DAYS-PAST-DUE < 90
                 MOVE 4 TO WS-AGE-SUB
              WHEN OTHER
                 MOVE 5 TO WS-AGE-SUB
           END-EVALUATE
           PERFORM 245-SET-BUCKET-NAME.

       245-SET-BUCKET-NAME.
           EVALUATE WS-AGE-SUB
              WHEN 1
                 MOVE "CURRENT " TO WS-AGE-NAME
              WHEN 2
                 MOVE "1-29    " TO WS-AGE-NAME
              WHEN 3
                 MOVE "30-59   " TO WS-AGE-NAME
              WHEN 4
                 MOVE "60-89   " TO WS-AGE-NAME
              WHEN OTHER
                 MOVE "90+     " TO WS-AGE-NAME
           END-EVALUATE.

      *  THE OUTSTANDING PRINCIPAL AND THE BORROWER NAME COME FROM
      *  THE CLIENT MASTER RECORD OF THE LOAN ACCOUNT.
       250-READ-LOAN-ACCOUNT.
           MOVE LN-ACCTNUM TO CLIENT-ACCTNUM
           READ CLIENT-FILE
              INVALID KEY MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-READ
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              MOVE CLIENT-BALANCE TO WS-LOAN-BALANCE
              MOVE SPACES TO WS-BORROWER-NAME
              STRING
                  FUNCTION TRIM (CLIENT-FIRSTNAME) DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM (CLIENT-LASTNAME)  DELIMITED BY SIZE
                  INTO WS-BORROWER-NAME
              END-STRING
           ELSE
              MOVE ZERO TO WS-LOAN-BALANCE
              MOVE "** ACCOUNT MISSING ON MASTER **"
                  TO WS-BORROWER-NAME
           END-IF.

       280-WRITE-DETAIL-LINE.
           MOVE WS-LOAN-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               LN-ACCTNUM           DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-BORROWER-NAME     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               LN-NEXT-DUE-DATE     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               LN-DAYS-PAST-DUE     DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-AGE-NAME          DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       290-WRITE-REVIEW-LINE.
           ADD 1 TO WS-LOANS-REVIEW
           MOVE SPACES TO REPORT-RECORD
           STRING
               LN-ACCTNUM                       DELIMITED BY SIZE
               "  INVALID DUE DATE - REVIEW MANUALLY"
                                                DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       300-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE "BUCKET   LOANS       BALANCE" TO REPORT-RECORD
           WRITE REPORT-RECORD.
           PERFORM 310-PRINT-BUCKET-LINE
              VARYING WS-AGE-SUB FROM 1 BY 1
              UNTIL WS-AGE-SUB > 5
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACTIVE LOANS:     " DELIMITED BY SIZE
               WS-LOANS-READ        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "PAST DUE:         " DELIMITED BY SIZE
               WS-LOANS-PAST-DUE    DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "REVIEW MANUALLY:  " DELIMITED BY SIZE
               WS-LOANS-REVIEW      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       310-PRINT-BUCKET-LINE.
           PERFORM 245-SET-BUCKET-NAME
           MOVE WS-AGE-BALANCE (WS-AGE-SUB) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               WS-AGE-NAME                DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               WS-AGE-COUNT (WS-AGE-SUB)  DELIMITED BY SIZE
               " "                        DELIMITED BY SIZE
               WS-DISPLAY-TOTAL           DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       900-TERMINATE.
           CLOSE LOAN-FILE
           CLOSE CLIENT-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "ACTIVE LOANS: " WS-LOANS-READ
           DISPLAY "PAST DUE: " WS-LOANS-PAST-DUE
           DISPLAY "REPORT WRITTEN TO delinquency.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-LNAGE-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
