       IDENTIFICATION DIVISION.
       PROGRAM-ID. mis_report.
       AUTHOR. James Hill.

      *  MONTH-END DEPOSIT PORTFOLIO MIS REPORT. BUILT FROM THE DAILY
      *  BALANCE HISTORY (SEE BALHIST) FOR THE BUSINESS MONTH, ON THE
      *  LAST BUSINESS DAY OF THE MONTH AFTER THAT DAY'S HISTORY HAS
      *  BEEN WRITTEN. FIGURES ARE BY ACCOUNT TYPE AND BRANCH:
      *    ACCOUNTS AND BALANCE AT PERIOD END (THE LAST HISTORY DAY
      *    OF THE MONTH)
      *    AVERAGE DAILY BALANCE - THE DAILY TOTALS SUMMED AND
      *    DIVIDED BY THE NUMBER OF HISTORY DAYS IN THE MONTH
      *    ACCOUNTS OPENED - ON FILE AT PERIOD END BUT NOT ON THE
      *    BASE DAY
      *    ACCOUNTS CLOSED - ON FILE ON THE BASE DAY BUT NOT AT
      *    PERIOD END
      *    CHANGE IN PERIOD-END BALANCE AGAINST LAST MONTH'S END
      *  THE BASE DAY IS LAST MONTH'S FINAL HISTORY DAY, OR THE
      *  FIRST HISTORY DAY OF THIS MONTH WHEN THERE IS NO HISTORY
      *  FOR LAST MONTH. THE TWO DAYS ARE COMPARED ACCOUNT BY
      *  ACCOUNT THROUGH THE HISTORY KEY, SO AN ACCOUNT OPENED AND
      *  CLOSED AGAIN WITHIN THE MONTH IS IN NEITHER COUNT. AN
      *  ACCOUNT THAT CHANGED TYPE OR BRANCH COUNTS AT PERIOD END
      *  WHERE IT ENDED AND IN LAST MONTH'S FIGURES WHERE IT WAS.
      *  LOAN ACCOUNTS (TYPE L) CARRY THE PRINCIPAL OWED TO THE BANK,
      *  SO THEY ARE PRINTED AS A SEPARATE SECTION AFTER THE DEPOSIT
      *  TOTAL AND ARE NOT PART OF IT. THE SAME FIGURES GO TO
      *  mis-extract.csv, ONE COMMA-DELIMITED ROW PER LINE OF THE
      *  REPORT, WITH "ALL" IN THE BRANCH COLUMN ON A TYPE TOTAL AND
      *  IN BOTH COLUMNS ON THE DEPOSIT TOTAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-HISTORY-FILE
               ASSIGN TO "balance-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY.
           SELECT REPORT-FILE ASSIGN TO "mis-report.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "mis-extract.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY-FILE.
           COPY BALHIST.

       FD  REPORT-FILE.
       01 REPORT-RECORD                PIC X(100).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD               PIC X(150).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-FILE                  PIC X        VALUE "N".
       77 WS-RUN-DATE                  PIC X(8).
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-DATE-NUMERIC              PIC 9(8)     VALUE ZERO.
       77 WS-NEXT-DATE                 PIC X(8)     VALUE SPACES.
       77 WS-REPORT-MONTH              PIC X(6)     VALUE SPACES.
       77 WS-PRIOR-MONTH               PIC X(6)     VALUE SPACES.
       77 WS-YEAR                      PIC 9(4)     VALUE ZERO.
       77 WS-MONTH                     PIC 9(2)     VALUE ZERO.
       77 WS-PRIOR-END-DATE            PIC X(8)     VALUE SPACES.
       77 WS-PERIOD-START-DATE         PIC X(8)     VALUE SPACES.
       77 WS-PERIOD-END-DATE           PIC X(8)     VALUE SPACES.
       77 WS-BASE-DATE                 PIC X(8)     VALUE SPACES.
       77 WS-BASE-IS-PRIOR-SWITCH      PIC X        VALUE "N".
       77 WS-DAY-DATE                  PIC X(8)     VALUE SPACES.
       77 WS-PROBE-DATE                PIC X(8)     VALUE SPACES.
       77 WS-SAVE-KEY                  PIC X(15)    VALUE SPACES.
       77 WS-DAYS-IN-PERIOD            PIC 9(3)     VALUE ZERO.
       77 WS-HISTORY-READ              PIC 9(7)     VALUE ZERO.
       77 WS-NOT-LISTED                PIC 9(7)     VALUE ZERO.
       77 WS-OVERFLOW-SWITCH           PIC X        VALUE "N".
       77 WS-SWAPPED-SWITCH            PIC X        VALUE "N".
       77 WS-LOAN-PASS-SWITCH          PIC X        VALUE "N".
       77 WS-LOAN-SEGMENTS             PIC 9(4)     VALUE ZERO.
       77 WS-CURRENT-TYPE              PIC X(1)     VALUE SPACES.
       77 WS-AVERAGE-BALANCE           PIC S9(11)V99 VALUE ZERO.
       77 WS-CHANGE-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       77 WS-CHANGE-PCT                PIC S9(5)V9  VALUE ZERO.
       77 WS-DISPLAY-COUNT             PIC Z(4)9.
       77 WS-DISPLAY-OPENED            PIC Z(3)9.
       77 WS-DISPLAY-CLOSED            PIC Z(3)9.
       77 WS-DISPLAY-END               PIC -(9)9.99.
       77 WS-DISPLAY-AVERAGE           PIC -(9)9.99.
       77 WS-DISPLAY-PRIOR             PIC -(9)9.99.
       77 WS-DISPLAY-CHANGE            PIC -(9)9.99.
       77 WS-DISPLAY-PCT               PIC -(4)9.9.
       77 WS-PCT-TEXT                  PIC X(7)     VALUE SPACES.
       77 WS-LINE-TYPE                 PIC X(3)     VALUE SPACES.
       77 WS-LINE-BRANCH               PIC X(3)     VALUE SPACES.
       77 WS-LINE-LABEL                PIC X(16)    VALUE SPACES.

       77 WS-SG-SUB                    PIC 9(4)     VALUE ZERO.
       77 WS-SG-COUNT                  PIC 9(4)     VALUE ZERO.
       77 WS-SG-TABLE-MAX              PIC 9(4)     VALUE 1000.
       77 WS-SG-FOUND-SWITCH           PIC X        VALUE "N".
       77 WS-SEARCH-SEGMENT            PIC X(4)     VALUE SPACES.

      *  ONE ENTRY PER ACCOUNT TYPE AND BRANCH. THE SAME LAYOUT IS
      *  USED FOR THE TYPE SUBTOTAL, THE DEPOSIT TOTAL, THE LINE
      *  BEING PRINTED AND THE HOLD AREA FOR THE SORT.
       01 WS-SEGMENT-TABLE.
           05 WS-SG-ENTRY OCCURS 1000 TIMES.
              10 WS-SG-KEY.
                 15 WS-SG-TYPE         PIC X(1).
                 15 WS-SG-BRANCH       PIC X(3).
              10 WS-SG-BALANCE-SUM     PIC S9(13)V99.
              10 WS-SG-END-COUNT       PIC 9(5).
              10 WS-SG-END-BALANCE     PIC S9(11)V99.
              10 WS-SG-PRIOR-COUNT     PIC 9(5).
              10 WS-SG-PRIOR-BALANCE   PIC S9(11)V99.
              10 WS-SG-OPENED          PIC 9(5).
              10 WS-SG-CLOSED          PIC 9(5).

       01 WS-SEGMENT-HOLD.
           05 FILLER                  PIC X(4).
           05 FILLER                  PIC S9(13)V99.
           05 FILLER                  PIC 9(5).
           05 FILLER                  PIC S9(11)V99.
           05 FILLER                  PIC 9(5).
           05 FILLER                  PIC S9(11)V99.
           05 FILLER                  PIC 9(5).
           05 FILLER                  PIC 9(5).

       01 WS-LINE-FIGURES.
           05 WS-LN-KEY               PIC X(4).
           05 WS-LN-BALANCE-SUM       PIC S9(13)V99.
           05 WS-LN-END-COUNT         PIC 9(5).
           05 WS-LN-END-BALANCE       PIC S9(11)V99.
           05 WS-LN-PRIOR-COUNT       PIC 9(5).
           05 WS-LN-PRIOR-BALANCE     PIC S9(11)V99.
           05 WS-LN-OPENED            PIC 9(5).
           05 WS-LN-CLOSED            PIC 9(5).

       01 WS-TYPE-TOTAL.
           05 WS-TT-KEY               PIC X(4).
           05 WS-TT-BALANCE-SUM       PIC S9(13)V99.
           05 WS-TT-END-COUNT         PIC 9(5).
           05 WS-TT-END-BALANCE       PIC S9(11)V99.
           05 WS-TT-PRIOR-COUNT       PIC 9(5).
           05 WS-TT-PRIOR-BALANCE     PIC S9(11)V99.
           05 WS-TT-OPENED            PIC 9(5).
           05 WS-TT-CLOSED            PIC 9(5).

       01 WS-GRAND-TOTAL.
           05 WS-GT-KEY               PIC X(4).
           05 WS-GT-BALANCE-SUM       PIC S9(13)V99.
           05 WS-GT-END-COUNT         PIC 9(5).
           05 WS-GT-END-BALANCE       PIC S9(11)V99.
           05 WS-GT-PRIOR-COUNT       PIC 9(5).
           05 WS-GT-PRIOR-BALANCE     PIC S9(11)V99.
           05 WS-GT-OPENED            PIC 9(5).
           05 WS-GT-CLOSED            PIC 9(5).

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-SUM-PERIOD
              PERFORM 300-TALLY-END-DAY
              PERFORM 350-TALLY-BASE-DAY
              CLOSE BALANCE-HISTORY-FILE
              PERFORM 400-SORT-SEGMENTS
              PERFORM 500-PRINT-REPORT
              PERFORM 900-TERMINATE
           END-IF
           STOP RUN.

      *  THE REPORT IS FOR THE WHOLE MONTH, SO IT WAITS FOR THE LAST
      *  BUSINESS DAY AND THAT DAY'S BALANCE HISTORY.
       050-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-ALLOWED-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
              AT END
                 DISPLAY "RUN CONTROL FILE MISSING OR EMPTY - "
                  "RUN CANCELLED"
              NOT AT END
                 MOVE RUN-BUSINESS-DATE TO WS-RUN-DATE
                 PERFORM 060-FIND-NEXT-DATE
                 IF RUN-LAST-MIS-DATE(1:6) = RUN-BUSINESS-DATE(1:6)
                    DISPLAY "MIS REPORT ALREADY RUN FOR "
                     RUN-BUSINESS-DATE(1:6) " - RUN CANCELLED"
                 ELSE
                 IF WS-NEXT-DATE(1:6) = RUN-BUSINESS-DATE(1:6)
                    DISPLAY "MIS REPORT RUNS ON THE LAST BUSINESS DAY "
                     "OF THE MONTH - RUN CANCELLED"
                 ELSE
                 IF RUN-LAST-BALHIST-DATE NOT = RUN-BUSINESS-DATE
                    DISPLAY "BALANCE HISTORY HAS NOT RUN FOR "
                     RUN-BUSINESS-DATE " - RUN CANCELLED"
                 ELSE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
                 END-IF
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       060-FIND-NEXT-DATE.
           MOVE FUNCTION NUMVAL (WS-RUN-DATE) TO WS-DATE-NUMERIC
           COMPUTE WS-DATE-NUMERIC = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC) + 1)
           MOVE WS-DATE-NUMERIC TO WS-NEXT-DATE.

       100-INITIALIZE.
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           MOVE WS-RUN-DATE(1:4) TO WS-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-MONTH
           IF WS-MONTH = 1
              MOVE 12 TO WS-MONTH
              SUBTRACT 1 FROM WS-YEAR
           ELSE
              SUBTRACT 1 FROM WS-MONTH
           END-IF
           MOVE SPACES TO WS-PRIOR-MONTH
           STRING
               WS-YEAR            DELIMITED BY SIZE
               WS-MONTH           DELIMITED BY SIZE
               INTO WS-PRIOR-MONTH
           END-STRING
           DISPLAY "MONTH-END MIS REPORT - MONTH " WS-REPORT-MONTH
           OPEN INPUT BALANCE-HISTORY-FILE
           PERFORM 110-FIND-PRIOR-END-DATE.

      *  LAST MONTH'S FINAL HISTORY DAY IS THE DATE ON THE LAST KEY
      *  BEFORE THE FIRST OF THIS MONTH, IF IT FALLS IN LAST MONTH.
       110-FIND-PRIOR-END-DATE.
           MOVE "N" TO END-OF-FILE
           MOVE WS-REPORT-MONTH TO BH-BUSINESS-DATE(1:6)
           MOVE "01" TO BH-BUSINESS-DATE(7:2)
           MOVE LOW-VALUES TO BH-ACCTNUM
           START BALANCE-HISTORY-FILE KEY IS NOT GREATER THAN BH-KEY
              INVALID KEY MOVE "Y" TO END-OF-FILE
           END-START
           IF END-OF-FILE NOT = "Y"
              READ BALANCE-HISTORY-FILE PREVIOUS RECORD
                 AT END
                    MOVE "Y" TO END-OF-FILE
                 NOT AT END
                    IF BH-BUSINESS-DATE(1:6) = WS-PRIOR-MONTH
                       MOVE BH-BUSINESS-DATE TO WS-PRIOR-END-DATE
                    END-IF
              END-READ
           END-IF.

      *  ONE PASS OF THE MONTH GIVES THE HISTORY DAYS, THE FIRST AND
      *  LAST OF THEM, AND THE DAILY BALANCES SUMMED BY SEGMENT FOR
      *  THE AVERAGE.
       200-SUM-PERIOD.
           MOVE "N" TO END-OF-FILE
           MOVE WS-REPORT-MONTH TO BH-BUSINESS-DATE(1:6)
           MOVE "01" TO BH-BUSINESS-DATE(7:2)
           MOVE LOW-VALUES TO BH-ACCTNUM
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BH-KEY
              INVALID KEY MOVE "Y" TO END-OF-FILE
           END-START
           IF END-OF-FILE NOT = "Y"
              PERFORM 210-READ-PERIOD
           END-IF
           PERFORM 220-ADD-DAY-BALANCE
              UNTIL END-OF-FILE = "Y"
           IF WS-PRIOR-END-DATE NOT = SPACES
              MOVE WS-PRIOR-END-DATE TO WS-BASE-DATE
              MOVE "Y" TO WS-BASE-IS-PRIOR-SWITCH
           ELSE
              MOVE WS-PERIOD-START-DATE TO WS-BASE-DATE
              MOVE "N" TO WS-BASE-IS-PRIOR-SWITCH
           END-IF.

       210-READ-PERIOD.
           READ BALANCE-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 IF BH-BUSINESS-DATE(1:6) NOT = WS-REPORT-MONTH
                    MOVE "Y" TO END-OF-FILE
                 END-IF
           END-READ.

       220-ADD-DAY-BALANCE.
           ADD 1 TO WS-HISTORY-READ
           IF BH-BUSINESS-DATE NOT = WS-PERIOD-END-DATE
              ADD 1 TO WS-DAYS-IN-PERIOD
              IF WS-PERIOD-START-DATE = SPACES
                 MOVE BH-BUSINESS-DATE TO WS-PERIOD-START-DATE
              END-IF
              MOVE BH-BUSINESS-DATE TO WS-PERIOD-END-DATE
           END-IF
           PERFORM 230-FIND-RECORD-SEGMENT
           IF WS-SG-FOUND-SWITCH = "Y"
              ADD BH-BALANCE TO WS-SG-BALANCE-SUM (WS-SG-SUB)
           END-IF
           PERFORM 210-READ-PERIOD.

       230-FIND-RECORD-SEGMENT.
           MOVE BH-ACCOUNT-TYPE TO WS-SEARCH-SEGMENT(1:1)
           MOVE BH-BRANCH       TO WS-SEARCH-SEGMENT(2:3)
           PERFORM 240-FIND-SEGMENT
           IF WS-SG-FOUND-SWITCH NOT = "Y"
              ADD 1 TO WS-NOT-LISTED
           END-IF.

       240-FIND-SEGMENT.
           MOVE "N" TO WS-SG-FOUND-SWITCH
           MOVE ZERO TO WS-SG-SUB
           PERFORM 245-SCAN-SEGMENT-ENTRY
              UNTIL WS-SG-FOUND-SWITCH = "Y"
                 OR WS-SG-SUB >= WS-SG-COUNT
           IF WS-SG-FOUND-SWITCH NOT = "Y"
              IF WS-SG-COUNT >= WS-SG-TABLE-MAX
                 IF WS-OVERFLOW-SWITCH NOT = "Y"
                    DISPLAY "SEGMENT TABLE FULL - INCREASE TABLE SIZE"
                    MOVE "Y" TO WS-OVERFLOW-SWITCH
                 END-IF
              ELSE
                 ADD 1 TO WS-SG-COUNT
                 MOVE WS-SG-COUNT TO WS-SG-SUB
                 MOVE WS-SEARCH-SEGMENT TO WS-SG-KEY (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-BALANCE-SUM (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-END-COUNT (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-END-BALANCE (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-PRIOR-COUNT (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-PRIOR-BALANCE (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-OPENED (WS-SG-SUB)
                 MOVE ZERO TO WS-SG-CLOSED (WS-SG-SUB)
                 MOVE "Y" TO WS-SG-FOUND-SWITCH
              END-IF
           END-IF.

       245-SCAN-SEGMENT-ENTRY.
           ADD 1 TO WS-SG-SUB
           IF WS-SG-KEY (WS-SG-SUB) = WS-SEARCH-SEGMENT
              MOVE "Y" TO WS-SG-FOUND-SWITCH
           END-IF.

      *  EVERY ACCOUNT ON FILE AT PERIOD END IS COUNTED WHERE IT
      *  ENDED, AND IS OPENED IN THE MONTH IF THE BASE DAY HAS NO
      *  RECORD FOR IT.
       300-TALLY-END-DAY.
           IF WS-PERIOD-END-DATE NOT = SPACES
              MOVE WS-PERIOD-END-DATE TO WS-DAY-DATE
              MOVE WS-BASE-DATE TO WS-PROBE-DATE
              PERFORM 310-START-DAY
              PERFORM 320-TALLY-END-ACCOUNT
                 UNTIL END-OF-FILE = "Y"
           END-IF.

       310-START-DAY.
           MOVE "N" TO END-OF-FILE
           MOVE WS-DAY-DATE TO BH-BUSINESS-DATE
           MOVE LOW-VALUES TO BH-ACCTNUM
           START BALANCE-HISTORY-FILE KEY IS NOT LESS THAN BH-KEY
              INVALID KEY MOVE "Y" TO END-OF-FILE
           END-START
           IF END-OF-FILE NOT = "Y"
              PERFORM 315-READ-DAY
           END-IF.

       315-READ-DAY.
           READ BALANCE-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 IF BH-BUSINESS-DATE NOT = WS-DAY-DATE
                    MOVE "Y" TO END-OF-FILE
                 END-IF
           END-READ.

       320-TALLY-END-ACCOUNT.
           MOVE BH-KEY TO WS-SAVE-KEY
           PERFORM 230-FIND-RECORD-SEGMENT
           IF WS-SG-FOUND-SWITCH = "Y"
              ADD 1 TO WS-SG-END-COUNT (WS-SG-SUB)
              ADD BH-BALANCE TO WS-SG-END-BALANCE (WS-SG-SUB)
              IF WS-PROBE-DATE NOT = WS-DAY-DATE
                 MOVE WS-PROBE-DATE TO BH-BUSINESS-DATE
                 READ BALANCE-HISTORY-FILE
                    INVALID KEY
                       ADD 1 TO WS-SG-OPENED (WS-SG-SUB)
                 END-READ
              END-IF
           END-IF
           PERFORM 330-RESUME-DAY.

      *  A KEYED READ OF THE OTHER DAY MOVES THE FILE POSITION, SO
      *  THE WALK PICKS UP AGAIN AFTER THE RECORD JUST TALLIED.
       330-RESUME-DAY.
           MOVE WS-SAVE-KEY TO BH-KEY
           START BALANCE-HISTORY-FILE KEY IS GREATER THAN BH-KEY
              INVALID KEY MOVE "Y" TO END-OF-FILE
           END-START
           IF END-OF-FILE NOT = "Y"
              PERFORM 315-READ-DAY
           END-IF.

      *  EVERY ACCOUNT ON FILE ON THE BASE DAY IS CLOSED IN THE MONTH
      *  IF PERIOD END HAS NO RECORD FOR IT, AND WHEN THE BASE DAY IS
      *  LAST MONTH'S END IT ALSO GIVES LAST MONTH'S FIGURES.
       350-TALLY-BASE-DAY.
           IF WS-BASE-DATE NOT = SPACES
            AND WS-BASE-DATE NOT = WS-PERIOD-END-DATE
              MOVE WS-BASE-DATE TO WS-DAY-DATE
              MOVE WS-PERIOD-END-DATE TO WS-PROBE-DATE
              PERFORM 310-START-DAY
              PERFORM 360-TALLY-BASE-ACCOUNT
                 UNTIL END-OF-FILE = "Y"
           END-IF.

       360-TALLY-BASE-ACCOUNT.
           MOVE BH-KEY TO WS-SAVE-KEY
           PERFORM 230-FIND-RECORD-SEGMENT
           IF WS-SG-FOUND-SWITCH = "Y"
              IF WS-BASE-IS-PRIOR-SWITCH = "Y"
                 ADD 1 TO WS-SG-PRIOR-COUNT (WS-SG-SUB)
                 ADD BH-BALANCE TO WS-SG-PRIOR-BALANCE (WS-SG-SUB)
              END-IF
              MOVE WS-PROBE-DATE TO BH-BUSINESS-DATE
              READ BALANCE-HISTORY-FILE
                 INVALID KEY
                    ADD 1 TO WS-SG-CLOSED (WS-SG-SUB)
              END-READ
           END-IF
           PERFORM 330-RESUME-DAY.

      *  THE SEGMENTS ARE PUT IN TYPE AND BRANCH ORDER FOR PRINTING
      *  BY EXCHANGING NEIGHBOURS UNTIL A PASS MAKES NO EXCHANGE.
       400-SORT-SEGMENTS.
           MOVE "Y" TO WS-SWAPPED-SWITCH
           PERFORM 410-SORT-PASS
              UNTIL WS-SWAPPED-SWITCH = "N".

       410-SORT-PASS.
           MOVE "N" TO WS-SWAPPED-SWITCH
           PERFORM 420-COMPARE-NEIGHBOURS
              VARYING WS-SG-SUB FROM 1 BY 1
              UNTIL WS-SG-SUB >= WS-SG-COUNT.

       420-COMPARE-NEIGHBOURS.
           IF WS-SG-KEY (WS-SG-SUB) > WS-SG-KEY (WS-SG-SUB + 1)
              MOVE WS-SG-ENTRY (WS-SG-SUB) TO WS-SEGMENT-HOLD
              MOVE WS-SG-ENTRY (WS-SG-SUB + 1)
                  TO WS-SG-ENTRY (WS-SG-SUB)
              MOVE WS-SEGMENT-HOLD TO WS-SG-ENTRY (WS-SG-SUB + 1)
              MOVE "Y" TO WS-SWAPPED-SWITCH
           END-IF.

      *  THE DEPOSIT TYPES ARE PRINTED FIRST AND TOTALLED, THEN THE
      *  LOANS ON THEIR OWN.
       500-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           PERFORM 510-PRINT-HEADER
           INITIALIZE WS-GRAND-TOTAL
           INITIALIZE WS-TYPE-TOTAL
           MOVE "N" TO WS-LOAN-PASS-SWITCH
           MOVE SPACES TO WS-CURRENT-TYPE
           MOVE ZERO TO WS-SG-SUB
           PERFORM 520-PRINT-SEGMENT
              UNTIL WS-SG-SUB >= WS-SG-COUNT
           PERFORM 530-PRINT-TYPE-TOTAL
           MOVE WS-GRAND-TOTAL TO WS-LINE-FIGURES
           MOVE "ALL" TO WS-LINE-TYPE
           MOVE "ALL" TO WS-LINE-BRANCH
           MOVE "ALL DEPOSITS" TO WS-LINE-LABEL
           PERFORM 550-WRITE-FIGURES
           IF WS-LOAN-SEGMENTS > ZERO
              MOVE " " TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "LOANS - PRINCIPAL OUTSTANDING, NOT IN DEPOSIT TOTAL"
                  TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE " " TO REPORT-RECORD
              WRITE REPORT-RECORD
              INITIALIZE WS-TYPE-TOTAL
              MOVE "Y" TO WS-LOAN-PASS-SWITCH
              MOVE SPACES TO WS-CURRENT-TYPE
              MOVE ZERO TO WS-SG-SUB
              PERFORM 520-PRINT-SEGMENT
                 UNTIL WS-SG-SUB >= WS-SG-COUNT
              PERFORM 530-PRINT-TYPE-TOTAL
           END-IF
           IF WS-OVERFLOW-SWITCH = "Y"
              MOVE SPACES TO REPORT-RECORD
              STRING
                  "*** WARNING - SEGMENT TABLE FULL, "
                                      DELIMITED BY SIZE
                  WS-NOT-LISTED       DELIMITED BY SIZE
                  " HISTORY RECORDS NOT IN THESE FIGURES ***"
                                      DELIMITED BY SIZE
                  INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       510-PRINT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "DEPOSIT PORTFOLIO MIS REPORT - MONTH "
                                      DELIMITED BY SIZE
               WS-REPORT-MONTH        DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE WS-DAYS-IN-PERIOD TO WS-DISPLAY-OPENED
           MOVE SPACES TO REPORT-RECORD
           STRING
               "PERIOD "              DELIMITED BY SIZE
               WS-PERIOD-START-DATE   DELIMITED BY SIZE
               " TO "                 DELIMITED BY SIZE
               WS-PERIOD-END-DATE     DELIMITED BY SIZE
               " ("                   DELIMITED BY SIZE
               WS-DISPLAY-OPENED      DELIMITED BY SIZE
               " DAYS)   PRIOR MONTH END "
                                      DELIMITED BY SIZE
               WS-PRIOR-END-DATE      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE "TYPES: C CHECKING  S SAVINGS  T TERM DEPOSIT  L LOAN"
               TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE " " TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD
           STRING
               "                ACCTS   END BALANCE AVG DAILY BAL "
                                      DELIMITED BY SIZE
               "OPEN CLSD PRIOR END BAL        CHANGE   CHG %"
                                      DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           STRING
               "MONTH,TYPE,BRANCH,ACCOUNTS,END_BALANCE,"
                                      DELIMITED BY SIZE
               "AVG_DAILY_BALANCE,OPENED,CLOSED,"
                                      DELIMITED BY SIZE
               "PRIOR_END_BALANCE,CHANGE,CHANGE_PCT"
                                      DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD.

       520-PRINT-SEGMENT.
           ADD 1 TO WS-SG-SUB
           IF WS-LOAN-PASS-SWITCH = "Y"
              IF WS-SG-TYPE (WS-SG-SUB) = "L"
                 PERFORM 525-PRINT-SEGMENT-LINE
              END-IF
           ELSE
              IF WS-SG-TYPE (WS-SG-SUB) = "L"
                 ADD 1 TO WS-LOAN-SEGMENTS
              ELSE
                 PERFORM 525-PRINT-SEGMENT-LINE
              END-IF
           END-IF.

       525-PRINT-SEGMENT-LINE.
           IF WS-SG-TYPE (WS-SG-SUB) NOT = WS-CURRENT-TYPE
              PERFORM 530-PRINT-TYPE-TOTAL
              MOVE WS-SG-TYPE (WS-SG-SUB) TO WS-CURRENT-TYPE
              INITIALIZE WS-TYPE-TOTAL
           END-IF
           MOVE WS-SG-ENTRY (WS-SG-SUB) TO WS-LINE-FIGURES
           PERFORM 540-ADD-TO-TOTALS
           MOVE WS-SG-TYPE (WS-SG-SUB)   TO WS-LINE-TYPE
           MOVE WS-SG-BRANCH (WS-SG-SUB) TO WS-LINE-BRANCH
           MOVE SPACES TO WS-LINE-LABEL
           STRING
               WS-SG-TYPE (WS-SG-SUB)    DELIMITED BY SIZE
               " BRANCH "                DELIMITED BY SIZE
               WS-SG-BRANCH (WS-SG-SUB)  DELIMITED BY SIZE
               INTO WS-LINE-LABEL
           END-STRING
           PERFORM 550-WRITE-FIGURES.

       530-PRINT-TYPE-TOTAL.
           IF WS-CURRENT-TYPE NOT = SPACES
              MOVE WS-TYPE-TOTAL TO WS-LINE-FIGURES
              MOVE WS-CURRENT-TYPE TO WS-LINE-TYPE
              MOVE "ALL" TO WS-LINE-BRANCH
              MOVE SPACES TO WS-LINE-LABEL
              STRING
                  WS-CURRENT-TYPE        DELIMITED BY SIZE
                  " TOTAL"               DELIMITED BY SIZE
                  INTO WS-LINE-LABEL
              END-STRING
              PERFORM 550-WRITE-FIGURES
              MOVE " " TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

      *  LOANS ARE SUBTOTALLED BY TYPE LIKE THE REST BUT ARE NEVER
      *  ADDED INTO THE DEPOSIT TOTAL.
       540-ADD-TO-TOTALS.
           ADD WS-LN-BALANCE-SUM   TO WS-TT-BALANCE-SUM
           ADD WS-LN-END-COUNT     TO WS-TT-END-COUNT
           ADD WS-LN-END-BALANCE   TO WS-TT-END-BALANCE
           ADD WS-LN-PRIOR-COUNT   TO WS-TT-PRIOR-COUNT
           ADD WS-LN-PRIOR-BALANCE TO WS-TT-PRIOR-BALANCE
           ADD WS-LN-OPENED        TO WS-TT-OPENED
           ADD WS-LN-CLOSED        TO WS-TT-CLOSED
           IF WS-LOAN-PASS-SWITCH NOT = "Y"
              ADD WS-LN-BALANCE-SUM   TO WS-GT-BALANCE-SUM
              ADD WS-LN-END-COUNT     TO WS-GT-END-COUNT
              ADD WS-LN-END-BALANCE   TO WS-GT-END-BALANCE
              ADD WS-LN-PRIOR-COUNT   TO WS-GT-PRIOR-COUNT
              ADD WS-LN-PRIOR-BALANCE TO WS-GT-PRIOR-BALANCE
              ADD WS-LN-OPENED        TO WS-GT-OPENED
              ADD WS-LN-CLOSED        TO WS-GT-CLOSED
           END-IF.

      *  ONE REPORT LINE AND ONE EXTRACT ROW FROM WS-LINE-FIGURES.
      *  THE PERCENTAGE CHANGE IS LEFT BLANK WHEN LAST MONTH ENDED
      *  AT ZERO.
       550-WRITE-FIGURES.
           IF WS-DAYS-IN-PERIOD > ZERO
              COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               WS-LN-BALANCE-SUM / WS-DAYS-IN-PERIOD
           ELSE
              MOVE ZERO TO WS-AVERAGE-BALANCE
           END-IF
           COMPUTE WS-CHANGE-AMOUNT =
            WS-LN-END-BALANCE - WS-LN-PRIOR-BALANCE
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-LN-PRIOR-BALANCE NOT = ZERO
              COMPUTE WS-CHANGE-PCT ROUNDED =
               WS-CHANGE-AMOUNT * 100 / WS-LN-PRIOR-BALANCE
                 ON SIZE ERROR MOVE ZERO TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-DISPLAY-PCT
              MOVE WS-DISPLAY-PCT TO WS-PCT-TEXT
           END-IF
           MOVE WS-LN-END-COUNT     TO WS-DISPLAY-COUNT
           MOVE WS-LN-END-BALANCE   TO WS-DISPLAY-END
           MOVE WS-AVERAGE-BALANCE  TO WS-DISPLAY-AVERAGE
           MOVE WS-LN-OPENED        TO WS-DISPLAY-OPENED
           MOVE WS-LN-CLOSED        TO WS-DISPLAY-CLOSED
           MOVE WS-LN-PRIOR-BALANCE TO WS-DISPLAY-PRIOR
           MOVE WS-CHANGE-AMOUNT    TO WS-DISPLAY-CHANGE
           MOVE SPACES TO REPORT-RECORD
           STRING
               WS-LINE-LABEL          DELIMITED BY SIZE
               WS-DISPLAY-COUNT       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DISPLAY-END         DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DISPLAY-AVERAGE     DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DISPLAY-OPENED      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DISPLAY-CLOSED      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DISPLAY-PRIOR       DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-DISPLAY-CHANGE      DELIMITED BY SIZE
               " "                    DELIMITED BY SIZE
               WS-PCT-TEXT            DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
           MOVE SPACES TO EXTRACT-RECORD
           STRING
               WS-REPORT-MONTH        DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-LINE-TYPE           DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               WS-LINE-BRANCH         DELIMITED BY SPACE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-COUNT)   DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-END)     DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-AVERAGE) DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-OPENED)  DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-CLOSED)  DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-PRIOR)   DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-DISPLAY-CHANGE)  DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               FUNCTION TRIM (WS-PCT-TEXT)        DELIMITED BY SIZE
               INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD.

       900-TERMINATE.
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE
           PERFORM 920-UPDATE-RUN-CONTROL
           DISPLAY "HISTORY RECORDS READ: " WS-HISTORY-READ
           DISPLAY "HISTORY DAYS IN MONTH: " WS-DAYS-IN-PERIOD
           IF WS-OVERFLOW-SWITCH = "Y"
              DISPLAY "HISTORY RECORDS NOT IN THE FIGURES: "
               WS-NOT-LISTED
           END-IF
           DISPLAY "MIS REPORT WRITTEN TO mis-report.rpt"
           DISPLAY "MIS EXTRACT WRITTEN TO mis-extract.csv".

       920-UPDATE-RUN-CONTROL.
           MOVE RUN-BUSINESS-DATE TO RUN-LAST-MIS-DATE
           OPEN OUTPUT RUN-CONTROL-FILE
           WRITE RUN-CONTROL-IO-RECORD FROM RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
