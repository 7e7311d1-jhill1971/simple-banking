       IDENTIFICATION DIVISION.
       PROGRAM-ID. cash_letter.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSIT-ITEM-FILE
               ASSIGN TO "deposit-items.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DI-KEY.
           SELECT CASH-LETTER-FILE ASSIGN TO "cash-letter.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "cash-letter.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "parameter-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

      *  THE OUTGOING CASH LETTER IS ONE HEADER (TYPE 1), ONE ITEM
      *  RECORD PER CHECK (TYPE 2) AND ONE CONTROL RECORD (TYPE 9).
      *  THE ITEM SEQUENCE NUMBER IS THE DEPOSIT ITEM KEY AND COMES
      *  BACK ON ANY RETURNED ITEM. AMOUNTS ARE UNEDITED DIGITS WITH
      *  TWO IMPLIED DECIMALS. THE ROUTING HASH IS THE SUM OF THE
      *  FIRST EIGHT DIGITS OF EVERY DRAWER ROUTING NUMBER, KEPT TO
      *  TEN DIGITS, AS ON AN ACH BATCH CONTROL.
       FD  CASH-LETTER-FILE.
       01 CL-HEADER-RECORD.
           05 CLH-RECORD-TYPE         PIC X(1).
           05 CLH-SENDING-ROUTING     PIC X(9).
           05 CLH-BUSINESS-DATE       PIC X(8).
       01 CL-ITEM-RECORD.
           05 CLI-RECORD-TYPE         PIC X(1).
           05 CLI-ITEM-SEQUENCE       PIC X(12).
           05 CLI-DRAWER-ROUTING.
              10 CLI-DRAWER-DFI-ID    PIC 9(8).
              10 CLI-DRAWER-CHECK-DIGIT
                                      PIC X(1).
           05 CLI-CHECKNUM            PIC X(6).
           05 CLI-AMOUNT              PIC 9(8)V99.
           05 CLI-BRANCH              PIC X(3).
       01 CL-CONTROL-RECORD.
           05 CLC-RECORD-TYPE         PIC X(1).
           05 CLC-ITEM-COUNT          PIC 9(6).
           05 CLC-TOTAL-AMOUNT        PIC 9(10)V99.
           05 CLC-ROUTING-HASH        PIC 9(10).
           05 CLC-BUSINESS-DATE       PIC X(8).

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
       77 WS-BANK-ROUTING              PIC X(9)     VALUE "000000000".
       77 WS-ROUTING-FOUND-SWITCH      PIC X        VALUE "N".
       77 WS-PARM-EOF-SWITCH           PIC X        VALUE "N".
       77 WS-ITEMS-READ                PIC 9(7)     VALUE ZERO.
       77 WS-ITEMS-SENT                PIC 9(6)     VALUE ZERO.
       77 WS-ITEMS-HELD                PIC 9(6)     VALUE ZERO.
       77 WS-TOTAL-SENT                PIC 9(10)V99 VALUE ZERO.
       77 WS-HASH-SUM                  PIC 9(15)    VALUE ZERO.
       77 WS-ROUTING-HASH              PIC 9(10)    VALUE ZERO.
       77 WS-DISPLAY-AMOUNT            PIC ZZZZZZ9.99.
       77 WS-DISPLAY-TOTAL             PIC -(9)9.99.

       77 WS-BR-SUB                    PIC 9(2)     VALUE ZERO.
       77 WS-BR-COUNT                  PIC 9(2)     VALUE ZERO.
       77 WS-BR-TABLE-MAX              PIC 9(2)     VALUE 10.
       77 WS-BR-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-BRANCH             PIC X(3)     VALUE SPACES.

      *  ITEM COUNT AND AMOUNT BY THE BRANCH THAT TOOK EACH CHECK
      *  IN, FOR THE REPORT. THE CASH LETTER ITSELF IS NOT SPLIT.
       01 WS-CL-BRANCH-TABLE.
           05 WS-BR-ENTRY OCCURS 10 TIMES.
              10 WS-BR-CODE            PIC X(3).
              10 WS-BR-ITEM-COUNT      PIC 9(6).
              10 WS-BR-AMOUNT          PIC 9(10)V99.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-PROCESS-ITEMS
                 UNTIL END-OF-FILE = "Y"
              PERFORM 260-WRITE-LETTER-CONTROL
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
                 IF RUN-LAST-CASHLTR-DATE = RUN-BUSINESS-DATE
                    DISPLAY "CASH LETTER ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN I-O DEPOSIT-ITEM-FILE
           OPEN OUTPUT CASH-LETTER-FILE
           OPEN OUTPUT REPORT-FILE
           INITIALIZE WS-CL-BRANCH-TABLE
           DISPLAY "OUTGOING CASH LETTER - BUSINESS DATE " WS-RUN-DATE
           PERFORM 120-LOAD-PARAMETERS
           IF WS-ROUTING-FOUND-SWITCH NOT = "Y"
              DISPLAY "BANK-ROUTING PARAMETER MISSING OR INVALID - "
               "HEADER CARRIES ZEROS"
           END-IF
           PERFORM 110-PRINT-HEADER
           MOVE "1"               TO CLH-RECORD-TYPE
           MOVE WS-BANK-ROUTING   TO CLH-SENDING-ROUTING
           MOVE WS-RUN-DATE       TO CLH-BUSINESS-DATE
           WRITE CL-HEADER-RECORD
           PERFORM 210-READ-ITEM-FILE.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "OUTGOING CASH LETTER REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE "ITEM SEQUENCE ROUTING   CHECK      AMOUNT BR  TAKEN"
             TO REPORT-RECORD
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
                 IF PARM-KEYWORD = "BANK-ROUTING"
                    IF PARM-VALUE-1(1:9) IS NUMERIC
                       MOVE PARM-VALUE-1(1:9) TO WS-BANK-ROUTING
                       MOVE "Y" TO WS-ROUTING-FOUND-SWITCH
                    ELSE
                       DISPLAY "BAD BANK-ROUTING PARAMETER IGNORED"
                    END-IF
                 END-IF
           END-READ.

      *  EVERY PENDING ITEM TAKEN IN ON OR BEFORE THE BUSINESS DATE
      *  GOES OUT - AN ITEM KEYED AFTER A PREVIOUS DAY'S LETTER WAS
      *  CUT IS PICKED UP HERE. ITEMS ALREADY SENT, RETURNED OR
      *  VOIDED ARE PASSED OVER.
       200-PROCESS-ITEMS.
           ADD 1 TO WS-ITEMS-READ
           IF DI-STATUS = "P"
              IF DI-BUSINESS-DATE > WS-RUN-DATE
                 ADD 1 TO WS-ITEMS-HELD
              ELSE
                 PERFORM 220-SEND-ITEM
              END-IF
           END-IF
           PERFORM 210-READ-ITEM-FILE.

       210-READ-ITEM-FILE.
           READ DEPOSIT-ITEM-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-FILE
           END-READ.

       220-SEND-ITEM.
           MOVE "2"               TO CLI-RECORD-TYPE
           MOVE DI-KEY            TO CLI-ITEM-SEQUENCE
           MOVE DI-ROUTING        TO CLI-DRAWER-ROUTING
           MOVE DI-CHECKNUM       TO CLI-CHECKNUM
           MOVE DI-AMOUNT         TO CLI-AMOUNT
           MOVE DI-BRANCH         TO CLI-BRANCH
           WRITE CL-ITEM-RECORD
           ADD 1 TO WS-ITEMS-SENT
           ADD DI-AMOUNT TO WS-TOTAL-SENT
           ADD CLI-DRAWER-DFI-ID TO WS-HASH-SUM
           MOVE "S"               TO DI-STATUS
           MOVE WS-RUN-DATE       TO DI-LETTER-DATE
           REWRITE DEPOSIT-ITEM-RECORD
              INVALID KEY
                 DISPLAY "ERROR UPDATING ITEM " DI-KEY
           END-REWRITE
           PERFORM 240-FIND-BRANCH-ENTRY
           IF WS-BR-FOUND-SWITCH = "Y"
              ADD 1 TO WS-BR-ITEM-COUNT (WS-BR-SUB)
              ADD DI-AMOUNT TO WS-BR-AMOUNT (WS-BR-SUB)
           END-IF
           PERFORM 290-WRITE-REPORT-LINE.

       240-FIND-BRANCH-ENTRY.
           MOVE "N" TO WS-BR-FOUND-SWITCH
           MOVE ZERO TO WS-BR-SUB
           MOVE DI-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 245-SCAN-BRANCH-ENTRY
              UNTIL WS-BR-FOUND-SWITCH = "Y"
                 OR WS-BR-SUB >= WS-BR-COUNT
           IF WS-BR-FOUND-SWITCH NOT = "Y"
              IF WS-BR-COUNT >= WS-BR-TABLE-MAX
                 DISPLAY "BRANCH TABLE FULL - INCREASE TABLE SIZE"
              ELSE
                 ADD 1 TO WS-BR-COUNT
                 MOVE WS-BR-COUNT TO WS-BR-SUB
                 MOVE WS-SEARCH-BRANCH TO WS-BR-CODE (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-ITEM-COUNT (WS-BR-SUB)
                 MOVE ZERO TO WS-BR-AMOUNT (WS-BR-SUB)
                 MOVE "Y" TO WS-BR-FOUND-SWITCH
              END-IF
           END-IF.

       245-SCAN-BRANCH-ENTRY.
           ADD 1 TO WS-BR-SUB
           IF WS-BR-CODE (WS-BR-SUB) = WS-SEARCH-BRANCH
              MOVE "Y" TO WS-BR-FOUND-SWITCH
           END-IF.

       260-WRITE-LETTER-CONTROL.
           MOVE "9"               TO CLC-RECORD-TYPE
           MOVE WS-ITEMS-SENT     TO CLC-ITEM-COUNT
           MOVE WS-TOTAL-SENT     TO CLC-TOTAL-AMOUNT
           COMPUTE WS-ROUTING-HASH =
            FUNCTION MOD (WS-HASH-SUM, 10000000000)
           MOVE WS-ROUTING-HASH   TO CLC-ROUTING-HASH
           MOVE WS-RUN-DATE       TO CLC-BUSINESS-DATE
           WRITE CL-CONTROL-RECORD.

       290-WRITE-REPORT-LINE.
           MOVE DI-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               DI-KEY               DELIMITED BY SIZE
               "  "                 DELIMITED BY SIZE
               DI-ROUTING           DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               DI-CHECKNUM          DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               WS-DISPLAY-AMOUNT    DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               DI-BRANCH            DELIMITED BY SIZE
               " "                  DELIMITED BY SIZE
               DI-BUSINESS-DATE     DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       300-PRINT-TOTALS.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE "BRANCH  ITEMS         AMOUNT" TO REPORT-RECORD
           WRITE REPORT-RECORD.
           PERFORM 310-PRINT-BRANCH-LINE
              VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > WS-BR-COUNT
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ITEMS ON CASH LETTER: " DELIMITED BY SIZE
               WS-ITEMS-SENT            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-SENT TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               "CASH LETTER TOTAL:    " DELIMITED BY SIZE
               WS-DISPLAY-TOTAL         DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ROUTING HASH:         " DELIMITED BY SIZE
               WS-ROUTING-HASH          DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ITEMS DATED AHEAD:    " DELIMITED BY SIZE
               WS-ITEMS-HELD            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       310-PRINT-BRANCH-LINE.
           MOVE WS-BR-AMOUNT (WS-BR-SUB) TO WS-DISPLAY-TOTAL
           MOVE SPACES TO REPORT-RECORD
           STRING
               WS-BR-CODE (WS-BR-SUB)        DELIMITED BY SIZE
               "     "                       DELIMITED BY SIZE
               WS-BR-ITEM-COUNT (WS-BR-SUB)  DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-DISPLAY-TOTAL              DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       900-TERMINATE.
           CLOSE DEPOSIT-ITEM-FILE
           CLOSE CASH-LETTER-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           MOVE WS-TOTAL-SENT TO WS-DISPLAY-TOTAL
           DISPLAY "ITEMS ON CASH LETTER: " WS-ITEMS-SENT
           DISPLAY "CASH LETTER TOTAL:    " WS-DISPLAY-TOTAL
           DISPLAY "CASH LETTER WRITTEN TO cash-letter.txt"
           DISPLAY "REPORT WRITTEN TO cash-letter.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-CASHLTR-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
