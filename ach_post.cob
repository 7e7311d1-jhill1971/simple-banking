       IDENTIFICATION DIVISION.
       PROGRAM-ID. ach_post.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO "ach-inbound.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENT-FILE ASSIGN TO "client-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENT-ACCTNUM
               ALTERNATE RECORD KEY IS CLIENT-LASTNAME
                   WITH DUPLICATES.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "hold-data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-INDEX-FILE
               ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT ACH-RETURN-FILE ASSIGN TO "ach-returns.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "ach-posting.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "parameter-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *  THE INBOUND ACH FILE CARRIES ONE OR MORE BATCHES. EACH
      *  BATCH IS A BATCH HEADER (TYPE 5), ITS ENTRY DETAILS (TYPE 6)
      *  AND A BATCH CONTROL (TYPE 8). FILE HEADER AND FILE CONTROL
      *  RECORDS (TYPES 1 AND 9) ARE PASSED OVER. AMOUNTS ARE
      *  UNEDITED DIGITS WITH TWO IMPLIED DECIMALS. TRANSACTION
      *  CODES: 22 / 32 = CREDIT TO CHECKING / SAVINGS, 27 / 37 =
      *  DEBIT TO CHECKING / SAVINGS.
       FD  ACH-FILE.
       01 ACH-HEADER-RECORD.
           05 ACHH-RECORD-TYPE        PIC X(1).
           05 ACHH-COMPANY-NAME       PIC X(16).
           05 ACHH-COMPANY-ID         PIC X(10).
           05 ACHH-ENTRY-CLASS        PIC X(3).
           05 ACHH-ENTRY-DESC         PIC X(10).
           05 ACHH-EFFECTIVE-DATE     PIC X(8).
           05 ACHH-BATCH-NUMBER       PIC X(7).
       01 ACH-ENTRY-RECORD.
           05 ACHE-RECORD-TYPE        PIC X(1).
           05 ACHE-TRAN-CODE          PIC X(2).
           05 ACHE-ROUTING.
              10 ACHE-DFI-ID          PIC 9(8).
              10 ACHE-CHECK-DIGIT     PIC X(1).
           05 ACHE-ACCTNUM            PIC X(7).
           05 ACHE-AMOUNT             PIC 9(8)V99.
           05 ACHE-INDIVIDUAL-ID      PIC X(15).
           05 ACHE-INDIVIDUAL-NAME    PIC X(22).
           05 ACHE-TRACE-NUMBER       PIC X(15).
       01 ACH-CONTROL-RECORD.
           05 ACHC-RECORD-TYPE        PIC X(1).
           05 ACHC-ENTRY-COUNT        PIC 9(6).
           05 ACHC-ENTRY-HASH         PIC 9(10).
           05 ACHC-TOTAL-DEBITS       PIC 9(10)V99.
           05 ACHC-TOTAL-CREDITS      PIC 9(10)V99.
           05 ACHC-COMPANY-ID         PIC X(10).
           05 ACHC-BATCH-NUMBER       PIC X(7).

       FD  CLIENT-FILE.
           COPY CLIENTREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  TRANSACTION-FILE.
       01 TRANSACTION-RECORD           PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  ACH-RETURN-FILE.
       01 ACH-RETURN-RECORD.
           05 ACHR-TRACE-NUMBER       PIC X(15).
           05 ACHR-COMPANY-ID         PIC X(10).
           05 ACHR-BATCH-NUMBER       PIC X(7).
           05 ACHR-TRAN-CODE          PIC X(2).
           05 ACHR-ACCTNUM            PIC X(7).
           05 ACHR-AMOUNT             PIC 9(8)V99.
           05 ACHR-RETURN-CODE        PIC X(3).
           05 ACHR-RETURN-REASON      PIC X(20).
           05 ACHR-RETURN-DATE        PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-IN-BATCH-SWITCH           PIC X        VALUE "N".
       77 WS-TABLE-OVERFLOW-SWITCH     PIC X        VALUE "N".
       77 WS-BATCH-SUB                 PIC 9(3)     VALUE ZERO.
       77 WS-BATCH-COUNT               PIC 9(3)     VALUE ZERO.
       77 WS-BATCH-TABLE-MAX           PIC 9(3)     VALUE 100.
       77 WS-BATCHES-ACCEPTED          PIC 9(3)     VALUE ZERO.
       77 WS-BATCHES-REJECTED          PIC 9(3)     VALUE ZERO.
       77 WS-CUR-ENTRY-COUNT           PIC 9(6)     VALUE ZERO.
       77 WS-CUR-HASH-SUM              PIC 9(15)    VALUE ZERO.
       77 WS-CUR-HASH                  PIC 9(10)    VALUE ZERO.
       77 WS-CUR-DEBITS                PIC 9(10)V99 VALUE ZERO.
       77 WS-CUR-CREDITS               PIC 9(10)V99 VALUE ZERO.
       77 WS-CUR-COMPANY-ID            PIC X(10)    VALUE SPACES.
       77 WS-CUR-BATCH-NUMBER          PIC X(7)     VALUE SPACES.
       77 WS-ENTRIES-READ              PIC 9(5)     VALUE ZERO.
       77 WS-ENTRIES-POSTED            PIC 9(5)     VALUE ZERO.
       77 WS-ENTRIES-RETURNED          PIC 9(5)     VALUE ZERO.
       77 WS-ENTRIES-REJECTED          PIC 9(5)     VALUE ZERO.
       77 WS-TOTAL-CREDITS-POSTED      PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-DEBITS-POSTED       PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-RETURNED            PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-REJECTED            PIC S9(9)V99 VALUE ZERO.
       77 WS-ENTRY-OK-SWITCH           PIC X        VALUE "N".
       77 WS-ENTRY-AMOUNT              PIC 9(7)V99  VALUE ZERO.
       77 WS-RETURN-CODE               PIC X(3).
       77 WS-RETURN-REASON             PIC X(20).
       77 WS-ACCOUNT-FOUND-SWITCH      PIC X        VALUE "N".
       77 WS-DEBIT-AMOUNT              PIC 9(7)V99.
       77 WS-DEBIT-OK-SWITCH           PIC X        VALUE "N".
       77 WS-AVAILABLE-BALANCE         PIC S9(7)V99.
       77 WS-OVERDRAFT-FEE             PIC 9(3)V99  VALUE 5.00.
       77 WS-OD-FEE-CHARGED            PIC S9(3)V99 VALUE ZERO.
       77 WS-ACTIVE-HOLD-TOTAL         PIC S9(9)V99 VALUE ZERO.
       77 WS-HOLD-SEARCH-ACCTNUM       PIC X(7).
       77 WS-HOLD-SCAN-EOF-SWITCH      PIC X        VALUE "N".
       77 WS-PARM-EOF-SWITCH           PIC X        VALUE "N".
       77 WS-PARM-NUMVAL-CHECK         PIC S9(9)V99.
       77 WS-TRANS-ACTIVITY            PIC X(10).
       77 WS-TRANS-AMOUNT              PIC S9(7)V99.
       77 WS-TRANS-AMOUNT-TEXT         PIC -(7)9.99.
       77 WS-TRANS-BEFORE-BALANCE      PIC S9(7)V99.
       77 WS-TRANS-BEFORE-TEXT         PIC -(7)9.99.
       77 WS-TRANS-AFTER-BALANCE       PIC S9(7)V99.
       77 WS-TRANS-AFTER-TEXT          PIC -(7)9.99.
       77 WS-TRANS-FEE-AMOUNT          PIC S9(3)V99 VALUE ZERO.
       77 WS-TRANS-FEE-TEXT            PIC -(3)9.99.
       77 WS-TRANS-TIMESTAMP           PIC X(21).
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-OPERATOR-ID               PIC X(4)     VALUE "ACHP".
       77 WS-TRANS-REFERENCE           PIC X(8)     VALUE SPACES.
       77 WS-DISPLAY-AMOUNT            PIC ZZZZZZ9.99.
       77 WS-DISPLAY-TOTAL             PIC -(9)9.99.

      *  ONE ENTRY PER BATCH IN FILE ORDER, FILLED BY THE PROOF PASS.
      *  WS-BT-STATUS: A = CONTROLS PROVED, BATCH IS POSTED;
      *  R = REJECTED, NO ENTRY IN THE BATCH IS POSTED.
       01 WS-BATCH-TABLE.
           05 WS-BT-ENTRY OCCURS 100 TIMES.
              10 WS-BT-STATUS          PIC X(1).
              10 WS-BT-REASON          PIC X(20).

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              IF WS-TABLE-OVERFLOW-SWITCH = "Y"
                 DISPLAY "MORE THAN " WS-BATCH-TABLE-MAX
                  " BATCHES IN THE FILE - RUN CANCELLED, "
                  "NOTHING POSTED"
                 CLOSE ACH-FILE
                 CLOSE CLIENT-FILE
                 CLOSE HOLD-FILE
                 CLOSE JOURNAL-INDEX-FILE
                 CLOSE TRANSACTION-FILE
                 CLOSE ACH-RETURN-FILE
                 CLOSE REPORT-FILE
              ELSE
                 PERFORM 200-PROCESS-RECORDS
                    UNTIL END-OF-FILE = "Y"
                 PERFORM 300-PRINT-TOTALS
                 PERFORM 900-TERMINATE
              END-IF
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
                 IF RUN-LAST-ACH-DATE = RUN-BUSINESS-DATE
                    DISPLAY "ACH POSTING ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

      *  THE FILE IS READ TWICE. THE FIRST PASS PROVES EVERY BATCH
      *  AGAINST ITS BATCH CONTROL BEFORE ANYTHING IS POSTED, SO A
      *  BATCH THAT FAILS ITS CONTROLS IS REJECTED WHOLE. THE SECOND
      *  PASS POSTS THE ENTRIES OF THE BATCHES THAT PROVED.
       100-INITIALIZE.
           OPEN I-O CLIENT-FILE
           OPEN INPUT HOLD-FILE
           OPEN EXTEND TRANSACTION-FILE
           OPEN I-O JOURNAL-INDEX-FILE
           OPEN OUTPUT ACH-RETURN-FILE
           OPEN OUTPUT REPORT-FILE
           DISPLAY "ACH INBOUND POSTING - RUN DATE " WS-RUN-DATE
           PERFORM 120-LOAD-PARAMETERS
           PERFORM 110-PRINT-HEADER
           PERFORM 150-PROVE-BATCHES
           MOVE "N" TO END-OF-FILE
           MOVE "N" TO WS-IN-BATCH-SWITCH
           MOVE ZERO TO WS-BATCH-SUB
           OPEN INPUT ACH-FILE
           PERFORM 170-READ-ACH-FILE.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACH INBOUND POSTING REPORT - RUN DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

       120-LOAD-PARAMETERS.
           MOVE "N" TO WS-PARM-EOF-SWITCH
           OPEN INPUT PARAMETER-FILE
           PERFORM 130-READ-PARAMETER
              UNTIL WS-PARM-EOF-SWITCH = "Y"
           CLOSE PARAMETER-FILE.

       130-READ-PARAMETER.
           READ PARAMETER-FILE
              AT END
                 MOVE "Y" TO WS-PARM-EOF-SWITCH
              NOT AT END
                 IF PARM-KEYWORD = "OVERDRAFT-FEE"
                    COMPUTE WS-PARM-NUMVAL-CHECK =
                     FUNCTION TEST-NUMVAL (PARM-VALUE-1)
                    IF WS-PARM-NUMVAL-CHECK = ZERO
                       MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                           TO WS-OVERDRAFT-FEE
                    ELSE
                       DISPLAY "BAD OVERDRAFT-FEE PARAMETER IGNORED"
                    END-IF
                 END-IF
           END-READ.

       150-PROVE-BATCHES.
           OPEN INPUT ACH-FILE
           PERFORM 170-READ-ACH-FILE
           PERFORM 160-PROVE-ONE-RECORD
              UNTIL END-OF-FILE = "Y"
                 OR WS-TABLE-OVERFLOW-SWITCH = "Y"
           IF WS-IN-BATCH-SWITCH = "Y"
              MOVE "NO BATCH CONTROL" TO WS-BT-REASON (WS-BATCH-SUB)
              MOVE "R" TO WS-BT-STATUS (WS-BATCH-SUB)
           END-IF
           CLOSE ACH-FILE.

       160-PROVE-ONE-RECORD.
           EVALUATE ACHH-RECORD-TYPE
              WHEN "5"
                 PERFORM 162-OPEN-BATCH
              WHEN "6"
                 IF WS-IN-BATCH-SWITCH = "Y"
                    PERFORM 164-ADD-ENTRY-TO-BATCH
                 END-IF
              WHEN "8"
                 IF WS-IN-BATCH-SWITCH = "Y"
                    PERFORM 166-CHECK-BATCH-CONTROL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 170-READ-ACH-FILE.

      *  A BATCH HEADER ARRIVING BEFORE THE PREVIOUS BATCH'S CONTROL
      *  MEANS THAT BATCH WAS NEVER CLOSED - IT IS REJECTED.
       162-OPEN-BATCH.
           IF WS-IN-BATCH-SWITCH = "Y"
              MOVE "NO BATCH CONTROL" TO WS-BT-REASON (WS-BATCH-SUB)
              MOVE "R" TO WS-BT-STATUS (WS-BATCH-SUB)
           END-IF
           IF WS-BATCH-COUNT >= WS-BATCH-TABLE-MAX
              MOVE "Y" TO WS-TABLE-OVERFLOW-SWITCH
           ELSE
              ADD 1 TO WS-BATCH-COUNT
              MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
              MOVE "A" TO WS-BT-STATUS (WS-BATCH-SUB)
              MOVE SPACES TO WS-BT-REASON (WS-BATCH-SUB)
              MOVE "Y" TO WS-IN-BATCH-SWITCH
              MOVE ZERO TO WS-CUR-ENTRY-COUNT
              MOVE ZERO TO WS-CUR-HASH-SUM
              MOVE ZERO TO WS-CUR-DEBITS
              MOVE ZERO TO WS-CUR-CREDITS
           END-IF.

       164-ADD-ENTRY-TO-BATCH.
           ADD 1 TO WS-CUR-ENTRY-COUNT
           IF ACHE-DFI-ID NOT NUMERIC
            OR ACHE-AMOUNT NOT NUMERIC
              PERFORM 168-REJECT-BATCH-ENTRY
           ELSE
              ADD ACHE-DFI-ID TO WS-CUR-HASH-SUM
              EVALUATE ACHE-TRAN-CODE
                 WHEN "22"
                 WHEN "32"
                    ADD ACHE-AMOUNT TO WS-CUR-CREDITS
                 WHEN "27"
                 WHEN "37"
                    ADD ACHE-AMOUNT TO WS-CUR-DEBITS
                 WHEN OTHER
                    IF WS-BT-STATUS (WS-BATCH-SUB) = "A"
                       MOVE "INVALID TRAN CODE"
                           TO WS-BT-REASON (WS-BATCH-SUB)
                       MOVE "R" TO WS-BT-STATUS (WS-BATCH-SUB)
                    END-IF
              END-EVALUATE
           END-IF.

      *  THE ENTRY HASH IS THE SUM OF THE EIGHT-DIGIT RECEIVING
      *  BANK IDS, KEEPING ONLY THE LOW-ORDER TEN DIGITS.
       166-CHECK-BATCH-CONTROL.
           MOVE "N" TO WS-IN-BATCH-SWITCH
           COMPUTE WS-CUR-HASH =
            FUNCTION MOD (WS-CUR-HASH-SUM 10000000000)
           IF WS-BT-STATUS (WS-BATCH-SUB) = "A"
              IF ACHC-ENTRY-COUNT NOT NUMERIC
               OR ACHC-ENTRY-HASH NOT NUMERIC
               OR ACHC-TOTAL-DEBITS NOT NUMERIC
               OR ACHC-TOTAL-CREDITS NOT NUMERIC
                 MOVE "CONTROL UNREADABLE"
                     TO WS-BT-REASON (WS-BATCH-SUB)
              ELSE
              IF ACHC-ENTRY-COUNT NOT = WS-CUR-ENTRY-COUNT
                 MOVE "ENTRY COUNT MISMATCH"
                     TO WS-BT-REASON (WS-BATCH-SUB)
              ELSE
              IF ACHC-ENTRY-HASH NOT = WS-CUR-HASH
                 MOVE "ENTRY HASH MISMATCH"
                     TO WS-BT-REASON (WS-BATCH-SUB)
              ELSE
              IF ACHC-TOTAL-DEBITS NOT = WS-CUR-DEBITS
                 MOVE "DEBIT TOTAL MISMATCH"
                     TO WS-BT-REASON (WS-BATCH-SUB)
              ELSE
              IF ACHC-TOTAL-CREDITS NOT = WS-CUR-CREDITS
                 MOVE "CREDIT TOTAL MISMATCH"
                     TO WS-BT-REASON (WS-BATCH-SUB)
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              IF WS-BT-REASON (WS-BATCH-SUB) NOT = SPACES
                 MOVE "R" TO WS-BT-STATUS (WS-BATCH-SUB)
              END-IF
           END-IF.

       168-REJECT-BATCH-ENTRY.
           IF WS-BT-STATUS (WS-BATCH-SUB) = "A"
              MOVE "UNREADABLE ENTRY" TO WS-BT-REASON (WS-BATCH-SUB)
              MOVE "R" TO WS-BT-STATUS (WS-BATCH-SUB)
           END-IF.

       170-READ-ACH-FILE.
           READ ACH-FILE
              AT END MOVE "Y" TO END-OF-FILE
           END-READ.

       200-PROCESS-RECORDS.
           EVALUATE ACHH-RECORD-TYPE
              WHEN "5"
                 PERFORM 210-START-BATCH
              WHEN "6"
                 PERFORM 220-PROCESS-ENTRY
              WHEN "8"
                 IF WS-IN-BATCH-SWITCH = "Y"
                    MOVE "N" TO WS-IN-BATCH-SWITCH
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 170-READ-ACH-FILE.

       210-START-BATCH.
           ADD 1 TO WS-BATCH-SUB
           MOVE "Y" TO WS-IN-BATCH-SWITCH
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           IF WS-BT-STATUS (WS-BATCH-SUB) = "A"
              ADD 1 TO WS-BATCHES-ACCEPTED
              STRING
                  "BATCH "             DELIMITED BY SIZE
                  ACHH-BATCH-NUMBER    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACHH-COMPANY-NAME    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACHH-ENTRY-CLASS     DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACHH-EFFECTIVE-DATE  DELIMITED BY SIZE
                  "  CONTROLS PROVED"  DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
           ELSE
              ADD 1 TO WS-BATCHES-REJECTED
              STRING
                  "BATCH "             DELIMITED BY SIZE
                  ACHH-BATCH-NUMBER    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACHH-COMPANY-NAME    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACHH-ENTRY-CLASS     DELIMITED BY SIZE
                  "  REJECTED - "      DELIMITED BY SIZE
                  WS-BT-REASON (WS-BATCH-SUB)
                                       DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
           END-IF
           WRITE REPORT-RECORD.
           MOVE ACHH-COMPANY-ID   TO WS-CUR-COMPANY-ID
           MOVE ACHH-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER.

      *  ENTRIES OF A REJECTED BATCH, AND ENTRIES FOUND OUTSIDE ANY
      *  BATCH, ARE NOT POSTED AND NOT RETURNED ONE BY ONE - THE
      *  WHOLE BATCH GOES BACK TO THE ORIGINATOR FOR CORRECTION.
       220-PROCESS-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           IF WS-IN-BATCH-SWITCH NOT = "Y"
              ADD 1 TO WS-ENTRIES-REJECTED
              MOVE SPACES TO WS-RETURN-CODE
              MOVE "NOT IN A BATCH" TO WS-RETURN-REASON
              MOVE ZERO TO WS-ENTRY-AMOUNT
              PERFORM 290-WRITE-REPORT-LINE
           ELSE
           IF WS-BT-STATUS (WS-BATCH-SUB) NOT = "A"
              ADD 1 TO WS-ENTRIES-REJECTED
              IF ACHE-AMOUNT NUMERIC
                 ADD ACHE-AMOUNT TO WS-TOTAL-REJECTED
              END-IF
           ELSE
              MOVE ACHE-AMOUNT TO WS-ENTRY-AMOUNT
              MOVE ACHE-TRACE-NUMBER(8:8) TO WS-TRANS-REFERENCE
              MOVE "Y" TO WS-ENTRY-OK-SWITCH
              MOVE SPACES TO WS-RETURN-CODE
              MOVE SPACES TO WS-RETURN-REASON
              PERFORM 230-VALIDATE-ENTRY
              IF WS-ENTRY-OK-SWITCH = "Y"
                 IF ACHE-TRAN-CODE = "22" OR ACHE-TRAN-CODE = "32"
                    PERFORM 240-POST-CREDIT
                 ELSE
                    PERFORM 242-POST-DEBIT
                 END-IF
              END-IF
              IF WS-ENTRY-OK-SWITCH = "Y"
                 ADD 1 TO WS-ENTRIES-POSTED
                 MOVE "POSTED" TO WS-RETURN-REASON
                 PERFORM 290-WRITE-REPORT-LINE
              ELSE
                 PERFORM 260-RETURN-ENTRY
              END-IF
           END-IF
           END-IF.

      *  CREDITS TO A DORMANT ACCOUNT POST, THE SAME AS A TELLER
      *  DEPOSIT; ONLY DEBITS ARE REFUSED ON A DORMANT ACCOUNT.
      *  TERM DEPOSITS AND LOANS DO NOT TAKE ACH ENTRIES. A CLOSED
      *  ACCOUNT IS NO LONGER ON THE MASTER AND RETURNS AS R03. AN
      *  AMOUNT TOO LARGE FOR AN ACCOUNT BALANCE IS RETURNED UNREAD.
       230-VALIDATE-ENTRY.
           MOVE ACHE-ACCTNUM TO CLIENT-ACCTNUM
           PERFORM 250-READ-CLIENT-RANDOM
           IF ACHE-AMOUNT > 9999999.99
              MOVE ZERO TO WS-ENTRY-AMOUNT
              MOVE "R17" TO WS-RETURN-CODE
              MOVE "AMOUNT OVER LIMIT" TO WS-RETURN-REASON
              MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
           IF WS-ACCOUNT-FOUND-SWITCH NOT = "Y"
              MOVE "R03" TO WS-RETURN-CODE
              MOVE "NO ACCOUNT" TO WS-RETURN-REASON
              MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
              IF CLIENT-ACCOUNT-TYPE NOT = "C"
               AND CLIENT-ACCOUNT-TYPE NOT = "S"
                 MOVE "R20" TO WS-RETURN-CODE
                 MOVE "NON-TRANSACTION ACCT" TO WS-RETURN-REASON
                 MOVE "N" TO WS-ENTRY-OK-SWITCH
              ELSE
                 IF CLIENT-DORMANT-FLAG = "Y"
                  AND (ACHE-TRAN-CODE = "27" OR ACHE-TRAN-CODE = "37")
                    MOVE "R16" TO WS-RETURN-CODE
                    MOVE "ACCOUNT DORMANT" TO WS-RETURN-REASON
                    MOVE "N" TO WS-ENTRY-OK-SWITCH
                 END-IF
                 IF CLIENT-DORMANT-FLAG = "C"
                  AND (ACHE-TRAN-CODE = "27" OR ACHE-TRAN-CODE = "37")
                    MOVE "R16" TO WS-RETURN-CODE
                    MOVE "ACCOUNT FROZEN" TO WS-RETURN-REASON
                    MOVE "N" TO WS-ENTRY-OK-SWITCH
                 END-IF
              END-IF
           END-IF
           END-IF.

       240-POST-CREDIT.
           MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
           ADD WS-ENTRY-AMOUNT TO CLIENT-BALANCE
           REWRITE CLIENT-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING ACCOUNT " CLIENT-ACCTNUM
           END-REWRITE
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS-POSTED
           MOVE "ACH-CR"           TO WS-TRANS-ACTIVITY
           MOVE WS-ENTRY-AMOUNT    TO WS-TRANS-AMOUNT
           MOVE CLIENT-BALANCE     TO WS-TRANS-AFTER-BALANCE
           MOVE ZERO               TO WS-TRANS-FEE-AMOUNT
           PERFORM 280-WRITE-TRANSACTION-RECORD.

       242-POST-DEBIT.
           MOVE CLIENT-BALANCE TO WS-TRANS-BEFORE-BALANCE
           MOVE WS-ENTRY-AMOUNT TO WS-DEBIT-AMOUNT
           PERFORM 245-DEBIT-WITH-OVERDRAFT
           IF WS-DEBIT-OK-SWITCH NOT = "Y"
              MOVE "R01" TO WS-RETURN-CODE
              MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
              MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
              REWRITE CLIENT-RECORD
                 INVALID KEY
                    DISPLAY "ERROR UPDATING ACCOUNT " CLIENT-ACCTNUM
              END-REWRITE
              ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS-POSTED
              MOVE "ACH-DB"           TO WS-TRANS-ACTIVITY
              MOVE WS-ENTRY-AMOUNT    TO WS-TRANS-AMOUNT
              MOVE CLIENT-BALANCE     TO WS-TRANS-AFTER-BALANCE
              MOVE WS-OD-FEE-CHARGED  TO WS-TRANS-FEE-AMOUNT
              PERFORM 280-WRITE-TRANSACTION-RECORD
           END-IF.

       245-DEBIT-WITH-OVERDRAFT.
           MOVE ZERO TO WS-OD-FEE-CHARGED
           MOVE CLIENT-ACCTNUM TO WS-HOLD-SEARCH-ACCTNUM
           PERFORM 247-SUM-ACTIVE-HOLDS
           COMPUTE WS-AVAILABLE-BALANCE =
            CLIENT-BALANCE + CLIENT-OVERDRAFT-LIMIT
             - WS-ACTIVE-HOLD-TOTAL
           IF WS-DEBIT-AMOUNT <=
            CLIENT-BALANCE - WS-ACTIVE-HOLD-TOTAL
              SUBTRACT WS-DEBIT-AMOUNT FROM CLIENT-BALANCE
              MOVE "Y" TO WS-DEBIT-OK-SWITCH
           ELSE
              IF WS-DEBIT-AMOUNT + WS-OVERDRAFT-FEE >
               WS-AVAILABLE-BALANCE
                 MOVE "N" TO WS-DEBIT-OK-SWITCH
              ELSE
                 SUBTRACT WS-DEBIT-AMOUNT FROM CLIENT-BALANCE
                 SUBTRACT WS-OVERDRAFT-FEE FROM CLIENT-BALANCE
                 MOVE WS-OVERDRAFT-FEE TO WS-OD-FEE-CHARGED
                 MOVE "Y" TO WS-DEBIT-OK-SWITCH
              END-IF
           END-IF.

       247-SUM-ACTIVE-HOLDS.
           MOVE ZERO TO WS-ACTIVE-HOLD-TOTAL
           MOVE "N" TO WS-HOLD-SCAN-EOF-SWITCH
           MOVE WS-HOLD-SEARCH-ACCTNUM TO HOLD-ACCTNUM
           MOVE ZERO TO HOLD-SEQNUM
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
              INVALID KEY MOVE "Y" TO WS-HOLD-SCAN-EOF-SWITCH
           END-START
           PERFORM 248-SUM-NEXT-HOLD
              UNTIL WS-HOLD-SCAN-EOF-SWITCH = "Y".

       248-SUM-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO WS-HOLD-SCAN-EOF-SWITCH
              NOT AT END
                 IF HOLD-ACCTNUM NOT = WS-HOLD-SEARCH-ACCTNUM
                    MOVE "Y" TO WS-HOLD-SCAN-EOF-SWITCH
                 ELSE
                    IF HOLD-STATUS = "A"
                       ADD HOLD-AMOUNT TO WS-ACTIVE-HOLD-TOTAL
                    END-IF
                 END-IF
           END-READ.

       250-READ-CLIENT-RANDOM.
           READ CLIENT-FILE
              INVALID KEY MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
           END-READ.

      *  RETURNED ENTRIES GO BACK TO THE ORIGINATOR ON THE RETURN
      *  FILE WITH THEIR RETURN REASON CODE, AND ARE JOURNALED AS
      *  ZERO-EFFECT ACH-RTN LINES WHEN THE ACCOUNT IS ON FILE, THE
      *  SAME WAY INCLEARING JOURNALS A RETURNED CHECK.
       260-RETURN-ENTRY.
           ADD 1 TO WS-ENTRIES-RETURNED
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-RETURNED
           MOVE ACHE-TRACE-NUMBER TO ACHR-TRACE-NUMBER
           MOVE WS-CUR-COMPANY-ID TO ACHR-COMPANY-ID
           MOVE WS-CUR-BATCH-NUMBER TO ACHR-BATCH-NUMBER
           MOVE ACHE-TRAN-CODE    TO ACHR-TRAN-CODE
           MOVE ACHE-ACCTNUM      TO ACHR-ACCTNUM
           MOVE ACHE-AMOUNT       TO ACHR-AMOUNT
           MOVE WS-RETURN-CODE    TO ACHR-RETURN-CODE
           MOVE WS-RETURN-REASON  TO ACHR-RETURN-REASON
           MOVE WS-RUN-DATE       TO ACHR-RETURN-DATE
           WRITE ACH-RETURN-RECORD
           PERFORM 290-WRITE-REPORT-LINE
           IF WS-ACCOUNT-FOUND-SWITCH = "Y"
              MOVE "ACH-RTN"          TO WS-TRANS-ACTIVITY
              MOVE WS-ENTRY-AMOUNT    TO WS-TRANS-AMOUNT
              MOVE CLIENT-BALANCE     TO WS-TRANS-BEFORE-BALANCE
              MOVE CLIENT-BALANCE     TO WS-TRANS-AFTER-BALANCE
              MOVE ZERO               TO WS-TRANS-FEE-AMOUNT
              PERFORM 280-WRITE-TRANSACTION-RECORD
           END-IF.

       280-WRITE-TRANSACTION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TRANS-TIMESTAMP
           MOVE RUN-BUSINESS-DATE TO WS-TRANS-TIMESTAMP(1:8)
           MOVE WS-TRANS-AMOUNT          TO WS-TRANS-AMOUNT-TEXT
           MOVE WS-TRANS-BEFORE-BALANCE  TO WS-TRANS-BEFORE-TEXT
           MOVE WS-TRANS-AFTER-BALANCE   TO WS-TRANS-AFTER-TEXT
           MOVE WS-TRANS-FEE-AMOUNT      TO WS-TRANS-FEE-TEXT
           MOVE SPACES TO TRANSACTION-RECORD
           STRING
               ACHE-ACCTNUM        DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-ACTIVITY   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-AMOUNT-TEXT DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-BEFORE-TEXT DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-AFTER-TEXT DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-FEE-TEXT   DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-TIMESTAMP  DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-OPERATOR-ID      DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-TRANS-REFERENCE  DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               CLIENT-BRANCH       DELIMITED BY SIZE
               INTO TRANSACTION-RECORD
           END-STRING
           WRITE TRANSACTION-RECORD
           PERFORM 285-INDEX-JOURNAL-ENTRY.

      *  EVERY JOURNAL LINE IS INDEXED BY ACCOUNT AND TIMESTAMP AS
      *  IT IS WRITTEN (SEE JRNLIDX).
       285-INDEX-JOURNAL-ENTRY.
           MOVE TRANSACTION-RECORD TO JIX-JOURNAL-LINE
           MOVE JIX-LINE-ACCTNUM   TO JIX-ACCTNUM
           MOVE JIX-LINE-TIMESTAMP TO JIX-TIMESTAMP
           MOVE ZERO TO JIX-SEQ
           MOVE "N" TO WS-JIX-WRITTEN-SWITCH
           PERFORM 286-WRITE-INDEX-ENTRY
              UNTIL WS-JIX-WRITTEN-SWITCH = "Y"
                 OR JIX-SEQ = 99
           IF WS-JIX-WRITTEN-SWITCH NOT = "Y"
              DISPLAY "JOURNAL INDEX ENTRY NOT WRITTEN FOR "
               JIX-ACCTNUM " " JIX-TIMESTAMP
           END-IF.

       286-WRITE-INDEX-ENTRY.
           WRITE JOURNAL-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO JIX-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WS-JIX-WRITTEN-SWITCH
           END-WRITE.

       290-WRITE-REPORT-LINE.
           MOVE WS-ENTRY-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               ACHE-ACCTNUM         DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               ACHE-TRAN-CODE       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               ACHE-TRACE-NUMBER    DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               WS-RETURN-CODE       DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-RETURN-REASON     DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       300-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "BATCHES ACCEPTED:  " DELIMITED BY SIZE
               WS-BATCHES-ACCEPTED   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "BATCHES REJECTED:  " DELIMITED BY SIZE
               WS-BATCHES-REJECTED   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ENTRIES POSTED:    " DELIMITED BY SIZE
               WS-ENTRIES-POSTED     DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-CREDITS-POSTED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "CREDITS POSTED:    " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-DEBITS-POSTED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "DEBITS POSTED:     " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ENTRIES RETURNED:  " DELIMITED BY SIZE
               WS-ENTRIES-RETURNED   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-RETURNED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "AMOUNT RETURNED:   " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ENTRIES REJECTED:  " DELIMITED BY SIZE
               WS-ENTRIES-REJECTED   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-REJECTED TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "AMOUNT REJECTED:   " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       900-TERMINATE.
           CLOSE ACH-FILE
           CLOSE CLIENT-FILE
           CLOSE HOLD-FILE
           CLOSE JOURNAL-INDEX-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACH-RETURN-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "ENTRIES READ: " WS-ENTRIES-READ
           DISPLAY "ENTRIES POSTED: " WS-ENTRIES-POSTED
           DISPLAY "ENTRIES RETURNED: " WS-ENTRIES-RETURNED
           DISPLAY "ENTRIES REJECTED: " WS-ENTRIES-REJECTED
           IF WS-BATCHES-REJECTED > ZERO
              DISPLAY WS-BATCHES-REJECTED " BATCH(ES) REJECTED - "
               "SEE ach-posting.rpt"
           END-IF
           DISPLAY "RETURN ENTRIES WRITTEN TO ach-returns.txt"
           DISPLAY "REPORT WRITTEN TO ach-posting.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-ACH-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
