       IDENTIFICATION DIVISION.
       PROGRAM-ID. maint_report.
       AUTHOR. James Hill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINTENANCE-FILE
               ASSIGN TO "maintenance.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-MAINT-FILE
               ASSIGN TO "maint-pending.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY.
           SELECT REPORT-FILE ASSIGN TO "maintenance.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINTENANCE-FILE.
           COPY MAINTREC.

       FD  PENDING-MAINT-FILE.
           COPY MAINTPND.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-LOG                   PIC X        VALUE "N".
       77 END-OF-PENDING               PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-LOG-READ                  PIC 9(5)     VALUE ZERO.
       77 WS-CHANGES-REPORTED          PIC 9(5)     VALUE ZERO.
       77 WS-APPLIED-COUNT             PIC 9(5)     VALUE ZERO.
       77 WS-QUEUED-COUNT              PIC 9(5)     VALUE ZERO.
       77 WS-APPROVED-COUNT            PIC 9(5)     VALUE ZERO.
       77 WS-REJECTED-COUNT            PIC 9(5)     VALUE ZERO.
       77 WS-PENDING-COUNT             PIC 9(5)     VALUE ZERO.
       77 WS-PRINT-TIME                PIC X(8).

       77 WS-CH-SUB                    PIC 9(3)     VALUE ZERO.
       77 WS-CH-COUNT                  PIC 9(3)     VALUE ZERO.
       77 WS-CH-TABLE-MAX              PIC 9(3)     VALUE 500.
       77 WS-CH-OVERFLOW-SWITCH        PIC X        VALUE "N".
       77 WS-CH-NOT-LISTED             PIC 9(5)     VALUE ZERO.

      *  THE DAY'S CHANGES IN THE ORDER THEY WERE LOGGED. THEY ARE
      *  HELD HERE SO EACH OPERATOR'S CHANGES CAN BE PRINTED
      *  TOGETHER WITHOUT READING THE LOG ONCE PER OPERATOR.
       01 WS-CHANGE-TABLE.
           05 WS-CH-ENTRY OCCURS 500 TIMES.
              10 WS-CH-TIMESTAMP       PIC X(21).
              10 WS-CH-OPERATOR        PIC X(4).
              10 WS-CH-FUNCTION        PIC X(10).
              10 WS-CH-KEY             PIC X(13).
              10 WS-CH-ACTION          PIC X(1).
              10 WS-CH-REQUESTED-BY    PIC X(4).
              10 WS-CH-BEFORE          PIC X(40).
              10 WS-CH-AFTER           PIC X(40).

       77 WS-OP-SUB                    PIC 9(2)     VALUE ZERO.
       77 WS-OP-COUNT                  PIC 9(2)     VALUE ZERO.
       77 WS-OP-TABLE-MAX              PIC 9(2)     VALUE 50.
       77 WS-OP-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-OPERATOR           PIC X(4)     VALUE SPACES.

      *  ONE ENTRY PER OPERATOR WITH A CHANGE LOGGED TODAY, IN THE
      *  ORDER THE OPERATORS FIRST APPEAR IN THE LOG. THE BRANCH IS
      *  THE ONE ON THE OPERATOR'S FIRST CHANGE OF THE DAY.
       01 WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
              10 WS-OP-ID              PIC X(4).
              10 WS-OP-BRANCH          PIC X(3).
              10 WS-OP-CHANGES         PIC 9(5).

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-LOAD-CHANGES
                 UNTIL END-OF-LOG = "Y"
              IF WS-CH-OVERFLOW-SWITCH = "Y"
                 PERFORM 290-PRINT-OVERFLOW-WARNING
              END-IF
              PERFORM 300-PRINT-OPERATORS
              PERFORM 400-PRINT-PENDING
              PERFORM 500-PRINT-TOTALS
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
                 IF RUN-LAST-MAINTRPT-DATE = RUN-BUSINESS-DATE
                    DISPLAY "MAINTENANCE REPORT ALREADY RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           OPEN INPUT MAINTENANCE-FILE
           OPEN INPUT PENDING-MAINT-FILE
           OPEN OUTPUT REPORT-FILE
           DISPLAY "MAINTENANCE ACTIVITY REPORT - BUSINESS DATE "
            WS-RUN-DATE
           PERFORM 110-PRINT-HEADER
           PERFORM 210-READ-LOG.

       110-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "MAINTENANCE ACTIVITY REPORT - BUSINESS DATE "
                                      DELIMITED BY SIZE
               WS-RUN-DATE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ACTION: C = APPLIED  P = QUEUED FOR APPROVAL  "
                                      DELIMITED BY SIZE
               "A = APPROVED  R = REJECTED"
                                      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *  THE LOG IS APPENDED TO DAY AFTER DAY, SO ONLY THE LINES
      *  STAMPED WITH THE RUN'S BUSINESS DATE ARE TAKEN.
       200-LOAD-CHANGES.
           IF MLOG-BUSINESS-DATE = WS-RUN-DATE
              ADD 1 TO WS-LOG-READ
              PERFORM 220-NOTE-CHANGE
           END-IF
           PERFORM 210-READ-LOG.

       210-READ-LOG.
           READ MAINTENANCE-FILE
              AT END MOVE "Y" TO END-OF-LOG
           END-READ.

      *  THE ACTION COUNTS TAKE EVERY CHANGE ON THE LOG. A CHANGE
      *  THAT DOES NOT FIT IN THE TABLES IS COUNTED AS NOT LISTED
      *  AND THE REPORT CARRIES A WARNING, BUT THE RUN CARRIES ON.
       220-NOTE-CHANGE.
           PERFORM 230-COUNT-ACTION
           IF WS-CH-COUNT >= WS-CH-TABLE-MAX
              IF WS-CH-OVERFLOW-SWITCH NOT = "Y"
                 DISPLAY "CHANGE TABLE FULL - INCREASE TABLE SIZE"
                 MOVE "Y" TO WS-CH-OVERFLOW-SWITCH
              END-IF
              ADD 1 TO WS-CH-NOT-LISTED
           ELSE
              ADD 1 TO WS-CH-COUNT
              MOVE MLOG-TIMESTAMP    TO WS-CH-TIMESTAMP (WS-CH-COUNT)
              MOVE MLOG-OPERATOR     TO WS-CH-OPERATOR (WS-CH-COUNT)
              MOVE MLOG-FUNCTION     TO WS-CH-FUNCTION (WS-CH-COUNT)
              MOVE MLOG-KEY          TO WS-CH-KEY (WS-CH-COUNT)
              MOVE MLOG-ACTION       TO WS-CH-ACTION (WS-CH-COUNT)
              MOVE MLOG-REQUESTED-BY
                  TO WS-CH-REQUESTED-BY (WS-CH-COUNT)
              MOVE MLOG-BEFORE       TO WS-CH-BEFORE (WS-CH-COUNT)
              MOVE MLOG-AFTER        TO WS-CH-AFTER (WS-CH-COUNT)
              MOVE MLOG-OPERATOR TO WS-SEARCH-OPERATOR
              PERFORM 240-FIND-OPERATOR-ENTRY
           END-IF.

       230-COUNT-ACTION.
           EVALUATE MLOG-ACTION
              WHEN "C"
                 ADD 1 TO WS-APPLIED-COUNT
              WHEN "P"
                 ADD 1 TO WS-QUEUED-COUNT
              WHEN "A"
                 ADD 1 TO WS-APPROVED-COUNT
              WHEN "R"
                 ADD 1 TO WS-REJECTED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       240-FIND-OPERATOR-ENTRY.
           MOVE "N" TO WS-OP-FOUND-SWITCH
           MOVE ZERO TO WS-OP-SUB
           PERFORM 245-SCAN-OPERATOR-ENTRY
              UNTIL WS-OP-FOUND-SWITCH = "Y"
                 OR WS-OP-SUB >= WS-OP-COUNT
           IF WS-OP-FOUND-SWITCH = "Y"
              ADD 1 TO WS-OP-CHANGES (WS-OP-SUB)
           ELSE
              IF WS-OP-COUNT >= WS-OP-TABLE-MAX
                 IF WS-CH-OVERFLOW-SWITCH NOT = "Y"
                    DISPLAY "OPERATOR TABLE FULL - INCREASE TABLE "
                     "SIZE"
                    MOVE "Y" TO WS-CH-OVERFLOW-SWITCH
                 END-IF
                 ADD 1 TO WS-CH-NOT-LISTED
              ELSE
                 ADD 1 TO WS-OP-COUNT
                 MOVE WS-SEARCH-OPERATOR TO WS-OP-ID (WS-OP-COUNT)
                 MOVE MLOG-BRANCH TO WS-OP-BRANCH (WS-OP-COUNT)
                 MOVE 1 TO WS-OP-CHANGES (WS-OP-COUNT)
              END-IF
           END-IF.

       245-SCAN-OPERATOR-ENTRY.
           ADD 1 TO WS-OP-SUB
           IF WS-OP-ID (WS-OP-SUB) = WS-SEARCH-OPERATOR
              MOVE "Y" TO WS-OP-FOUND-SWITCH
           END-IF.

       290-PRINT-OVERFLOW-WARNING.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "*** WARNING - "       DELIMITED BY SIZE
               WS-CH-NOT-LISTED       DELIMITED BY SIZE
               " CHANGES NOT LISTED, TABLE FULL - "
                                      DELIMITED BY SIZE
               "SEE maintenance.log ***"
                                      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

       300-PRINT-OPERATORS.
           IF WS-OP-COUNT = ZERO
              MOVE "NO MAINTENANCE CHANGES LOGGED TODAY"
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              PERFORM 310-PRINT-ONE-OPERATOR
                 VARYING WS-OP-SUB FROM 1 BY 1
                 UNTIL WS-OP-SUB > WS-OP-COUNT
           END-IF.

       310-PRINT-ONE-OPERATOR.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "OPERATOR "            DELIMITED BY SIZE
               WS-OP-ID (WS-OP-SUB)   DELIMITED BY SIZE
               "  BRANCH "            DELIMITED BY SIZE
               WS-OP-BRANCH (WS-OP-SUB)
                                      DELIMITED BY SIZE
               "  CHANGES: "          DELIMITED BY SIZE
               WS-OP-CHANGES (WS-OP-SUB)
                                      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "TIME     FUNCTION   KEY           A REQ  "
                                      DELIMITED BY SIZE
               "BEFORE / AFTER"       DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-OP-ID (WS-OP-SUB) TO WS-SEARCH-OPERATOR
           PERFORM 320-PRINT-OPERATOR-CHANGE
              VARYING WS-CH-SUB FROM 1 BY 1
              UNTIL WS-CH-SUB > WS-CH-COUNT
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

       320-PRINT-OPERATOR-CHANGE.
           IF WS-CH-OPERATOR (WS-CH-SUB) = WS-SEARCH-OPERATOR
              ADD 1 TO WS-CHANGES-REPORTED
              MOVE SPACES TO WS-PRINT-TIME
              STRING
                  WS-CH-TIMESTAMP (WS-CH-SUB)(9:2)
                                      DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  WS-CH-TIMESTAMP (WS-CH-SUB)(11:2)
                                      DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  WS-CH-TIMESTAMP (WS-CH-SUB)(13:2)
                                      DELIMITED BY SIZE
                  INTO WS-PRINT-TIME
              END-STRING
              MOVE SPACES TO REPORT-RECORD
              STRING
                  WS-PRINT-TIME       DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CH-FUNCTION (WS-CH-SUB)
                                      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CH-KEY (WS-CH-SUB)
                                      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CH-ACTION (WS-CH-SUB)
                                      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-CH-REQUESTED-BY (WS-CH-SUB)
                                      DELIMITED BY SIZE
                  " BEFORE: "         DELIMITED BY SIZE
                  WS-CH-BEFORE (WS-CH-SUB)
                                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING
                  "                                         "
                                      DELIMITED BY SIZE
                  " AFTER:  "         DELIMITED BY SIZE
                  WS-CH-AFTER (WS-CH-SUB)
                                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

      *  EVERYTHING STILL IN THE PENDING QUEUE, WHATEVER DAY IT WAS
      *  KEYED - A CHANGE LEFT UNDECIDED OVERNIGHT IS CARRIED ON
      *  EVERY REPORT UNTIL A SUPERVISOR DEALS WITH IT.
       400-PRINT-PENDING.
           MOVE "CHANGES AWAITING SUPERVISOR APPROVAL"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "FUNCTION   KEY           REQ  BR  KEYED    "
                                      DELIMITED BY SIZE
               "BEFORE / AFTER"       DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           PERFORM 410-READ-PENDING
           PERFORM 420-PRINT-ONE-PENDING
              UNTIL END-OF-PENDING = "Y"
           IF WS-PENDING-COUNT = ZERO
              MOVE "NONE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.

       410-READ-PENDING.
           READ PENDING-MAINT-FILE NEXT RECORD
              AT END MOVE "Y" TO END-OF-PENDING
           END-READ.

       420-PRINT-ONE-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING
               PEND-FUNCTION          DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               PEND-TARGET            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               PEND-REQUESTED-BY      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               PEND-BRANCH            DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               PEND-REQUEST-DATE      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               PEND-BEFORE            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "                                           "
                                      DELIMITED BY SIZE
               PEND-AFTER             DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           PERFORM 410-READ-PENDING.

       500-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "CHANGES LOGGED TODAY:      " DELIMITED BY SIZE
               WS-LOG-READ                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "  APPLIED AT THE WINDOW:   " DELIMITED BY SIZE
               WS-APPLIED-COUNT              DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "  QUEUED FOR APPROVAL:     " DELIMITED BY SIZE
               WS-QUEUED-COUNT               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "  APPROVED:                " DELIMITED BY SIZE
               WS-APPROVED-COUNT             DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "  REJECTED:                " DELIMITED BY SIZE
               WS-REJECTED-COUNT             DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "OPERATORS:                 " DELIMITED BY SIZE
               WS-OP-COUNT                   DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "STILL AWAITING APPROVAL:   " DELIMITED BY SIZE
               WS-PENDING-COUNT              DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           IF WS-CH-OVERFLOW-SWITCH = "Y"
              MOVE SPACES TO REPORT-RECORD
              STRING
                  "NOT LISTED (TABLE FULL):   " DELIMITED BY SIZE
                  WS-CH-NOT-LISTED              DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       900-TERMINATE.
           CLOSE MAINTENANCE-FILE
           CLOSE PENDING-MAINT-FILE
           CLOSE REPORT-FILE.
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "CHANGES LOGGED TODAY: " WS-LOG-READ
           DISPLAY "STILL AWAITING APPROVAL: " WS-PENDING-COUNT
           IF WS-CH-OVERFLOW-SWITCH = "Y"
              DISPLAY "CHANGES NOT LISTED (TABLE FULL): "
               WS-CH-NOT-LISTED
           END-IF
           DISPLAY "MAINTENANCE REPORT WRITTEN TO maintenance.rpt".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-MAINTRPT-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
