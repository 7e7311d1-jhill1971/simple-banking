       IDENTIFICATION DIVISION.
       PROGRAM-ID. journal_index_rebuild.
       AUTHOR. James Hill.

      *  REBUILDS THE KEYED JOURNAL INDEX (journal-index.txt) FROM
      *  SCRATCH. THE POSTING PROGRAMS KEEP THE INDEX UP TO DATE AS
      *  THEY WRITE THE JOURNAL; THIS RUN IS FOR WHEN THE INDEX IS
      *  LOST OR SUSPECT. THE MONTHLY ARCHIVE FILES (journal-YYYYMM.arc)
      *  ARE LOADED OLDEST FIRST FOR THE NUMBER OF MONTHS GIVEN BY THE
      *  INDEX-HISTORY-MONTHS PARAMETER, THEN THE LIVE JOURNAL. A
      *  MONTH WITH NO ARCHIVE FILE IS SIMPLY SKIPPED. BAL-FWD LINES
      *  ARE BOOKKEEPING FROM THE ARCHIVE RUN, NOT ACCOUNT ACTIVITY,
      *  AND ARE LEFT OUT OF THE INDEX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "transaction.log"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-INDEX-FILE ASSIGN TO "journal-index.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-KEY.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETER-FILE
               ASSIGN TO "parameter-data.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY TRANSREC.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD               PIC X(102).

       FD  JOURNAL-INDEX-FILE.
           COPY JRNLIDX.

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
           COPY RUNCTL.

       77 END-OF-JOURNAL               PIC X        VALUE "N".
       77 END-OF-ARCHIVE               PIC X        VALUE "N".
       77 WS-RUN-ALLOWED-SWITCH        PIC X        VALUE "N".
       77 WS-PARM-EOF-SWITCH           PIC X        VALUE "N".
       77 WS-PARM-NUMVAL-CHECK         PIC S9(9)V99.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99 VALUE ZERO.
       77 WS-JIX-WRITTEN-SWITCH        PIC X        VALUE "N".
       77 WS-ARCHIVE-FILENAME          PIC X(30)    VALUE SPACES.
       77 WS-HISTORY-MONTHS            PIC 9(3)     VALUE 24.
       77 WS-MONTH-NUMBER              PIC 9(6)     VALUE ZERO.
       77 WS-LAST-MONTH-NUMBER         PIC 9(6)     VALUE ZERO.
       77 WS-YEAR                      PIC 9(4)     VALUE ZERO.
       77 WS-MONTH                     PIC 9(2)     VALUE ZERO.
       77 WS-MONTH-REMAINDER           PIC 9(2)     VALUE ZERO.
       77 WS-FILE-COUNT                PIC 9(5)     VALUE ZERO.
       77 WS-FILES-READ                PIC 9(3)     VALUE ZERO.
       77 WS-LINES-READ                PIC 9(7)     VALUE ZERO.
       77 WS-INDEXED-COUNT             PIC 9(7)     VALUE ZERO.
       77 WS-BCF-SKIPPED               PIC 9(7)     VALUE ZERO.
       77 WS-REJECTED-COUNT            PIC 9(7)     VALUE ZERO.
       77 WS-NOT-WRITTEN-COUNT         PIC 9(7)     VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN-FUNCTION.
           PERFORM 050-CHECK-RUN-CONTROL
           IF WS-RUN-ALLOWED-SWITCH = "Y"
              PERFORM 100-INITIALIZE
              PERFORM 200-LOAD-ARCHIVE-MONTH
                 UNTIL WS-MONTH-NUMBER > WS-LAST-MONTH-NUMBER
              PERFORM 300-LOAD-LIVE-JOURNAL
              PERFORM 900-TERMINATE
           END-IF
           STOP RUN.

      *  THE BUSINESS DATE FIXES THE NEWEST ARCHIVE MONTH. AN
      *  INTERRUPTED ARCHIVE RUN LEAVES THE LIVE JOURNAL HALF
      *  REBUILT, SO THE INDEX IS NOT REBUILT UNTIL IT IS RESUMED.
       050-CHECK-RUN-CONTROL.
           MOVE "N" TO WS-RUN-ALLOWED-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE INTO RUN-CONTROL-RECORD
              AT END
                 DISPLAY "RUN CONTROL FILE MISSING OR EMPTY - "
                  "RUN CANCELLED"
              NOT AT END
                 IF RUN-ARCHIVE-STATUS = "I"
                    DISPLAY "JOURNAL ARCHIVE RUN IS INCOMPLETE - "
                     "RESUME IT BEFORE REBUILDING THE INDEX"
                 ELSE
                    MOVE "Y" TO WS-RUN-ALLOWED-SWITCH
                 END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-INITIALIZE.
           PERFORM 120-LOAD-PARAMETERS
           MOVE RUN-BUSINESS-DATE(1:4) TO WS-YEAR
           MOVE RUN-BUSINESS-DATE(5:2) TO WS-MONTH
           COMPUTE WS-LAST-MONTH-NUMBER = WS-YEAR * 12 + WS-MONTH - 1
           COMPUTE WS-MONTH-NUMBER =
               WS-LAST-MONTH-NUMBER - WS-HISTORY-MONTHS + 1
           DISPLAY "JOURNAL INDEX REBUILD - BUSINESS DATE "
            RUN-BUSINESS-DATE
           DISPLAY "ARCHIVE MONTHS SEARCHED: " WS-HISTORY-MONTHS
           OPEN OUTPUT JOURNAL-INDEX-FILE
           CLOSE JOURNAL-INDEX-FILE
           OPEN I-O JOURNAL-INDEX-FILE.

      *  WITH NO INDEX-HISTORY-MONTHS PARAMETER ON FILE THE LAST TWO
      *  YEARS OF ARCHIVES ARE LOADED.
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
                 IF PARM-KEYWORD = "INDEX-HISTORY-MONTHS"
                    COMPUTE WS-PARM-NUMVAL-CHECK =
                     FUNCTION TEST-NUMVAL (PARM-VALUE-1)
                    IF WS-PARM-NUMVAL-CHECK = ZERO
                     AND FUNCTION NUMVAL (PARM-VALUE-1) > ZERO
                     AND FUNCTION NUMVAL (PARM-VALUE-1) < 1000
                       MOVE FUNCTION NUMVAL (PARM-VALUE-1)
                           TO WS-HISTORY-MONTHS
                    ELSE
                       DISPLAY "BAD INDEX-HISTORY-MONTHS PARAMETER "
                        "IGNORED"
                    END-IF
                 END-IF
           END-READ.

      *  journal-YYYYMM.arc HOLDS THE LINES ARCHIVED WHEN MONTH
      *  YYYYMM WAS OPENED, SO THE NEWEST ONE IS FOR THE CURRENT
      *  BUSINESS MONTH.
       200-LOAD-ARCHIVE-MONTH.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-YEAR
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-MONTH = WS-MONTH-REMAINDER + 1
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING
               "journal-"       DELIMITED BY SIZE
               WS-YEAR          DELIMITED BY SIZE
               WS-MONTH         DELIMITED BY SIZE
               ".arc"           DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME
           END-STRING
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "N" TO END-OF-ARCHIVE
           OPEN INPUT ARCHIVE-FILE
           PERFORM 210-READ-ARCHIVE-LINE
              UNTIL END-OF-ARCHIVE = "Y"
           CLOSE ARCHIVE-FILE
           IF WS-FILE-COUNT > ZERO
              ADD 1 TO WS-FILES-READ
              DISPLAY "LOADED " WS-ARCHIVE-FILENAME " "
               WS-FILE-COUNT " LINES"
           END-IF
           ADD 1 TO WS-MONTH-NUMBER.

       210-READ-ARCHIVE-LINE.
           READ ARCHIVE-FILE
              AT END
                 MOVE "Y" TO END-OF-ARCHIVE
              NOT AT END
                 ADD 1 TO WS-FILE-COUNT
                 MOVE ARCHIVE-RECORD TO TRANS-LOG-RECORD
                 PERFORM 250-INDEX-JOURNAL-LINE
           END-READ.

       250-INDEX-JOURNAL-LINE.
           ADD 1 TO WS-LINES-READ
           IF TRANS-LOG-RECORD = SPACES
              CONTINUE
           ELSE
           IF TRANS-LOG-ACTIVITY = "BAL-FWD"
              ADD 1 TO WS-BCF-SKIPPED
           ELSE
              COMPUTE WS-NUMVAL-RESULT =
               FUNCTION TEST-NUMVAL (TRANS-LOG-TIMESTAMP(1:8))
              IF WS-NUMVAL-RESULT NOT = ZERO
               OR TRANS-LOG-ACCTNUM = SPACES
                 ADD 1 TO WS-REJECTED-COUNT
              ELSE
                 MOVE TRANS-LOG-RECORD TO JIX-JOURNAL-LINE
                 MOVE JIX-LINE-ACCTNUM TO JIX-ACCTNUM
                 MOVE JIX-LINE-TIMESTAMP TO JIX-TIMESTAMP
                 MOVE ZERO TO JIX-SEQ
                 MOVE "N" TO WS-JIX-WRITTEN-SWITCH
                 PERFORM 260-WRITE-INDEX-ENTRY
                    UNTIL WS-JIX-WRITTEN-SWITCH = "Y"
                       OR JIX-SEQ = 99
                 IF WS-JIX-WRITTEN-SWITCH = "Y"
                    ADD 1 TO WS-INDEXED-COUNT
                 ELSE
                    ADD 1 TO WS-NOT-WRITTEN-COUNT
                    DISPLAY "JOURNAL INDEX ENTRY NOT WRITTEN FOR "
                     JIX-ACCTNUM " " JIX-TIMESTAMP
                 END-IF
              END-IF
           END-IF
           END-IF.

       260-WRITE-INDEX-ENTRY.
           WRITE JOURNAL-INDEX-RECORD
              INVALID KEY
                 ADD 1 TO JIX-SEQ
              NOT INVALID KEY
                 MOVE "Y" TO WS-JIX-WRITTEN-SWITCH
           END-WRITE.

       300-LOAD-LIVE-JOURNAL.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "N" TO END-OF-JOURNAL
           OPEN INPUT TRANSACTION-FILE
           PERFORM 310-READ-JOURNAL-LINE
              UNTIL END-OF-JOURNAL = "Y"
           CLOSE TRANSACTION-FILE
           DISPLAY "LOADED transaction.log " WS-FILE-COUNT " LINES".

       310-READ-JOURNAL-LINE.
           READ TRANSACTION-FILE
              AT END
                 MOVE "Y" TO END-OF-JOURNAL
              NOT AT END
                 ADD 1 TO WS-FILE-COUNT
                 PERFORM 250-INDEX-JOURNAL-LINE
           END-READ.

       900-TERMINATE.
           CLOSE JOURNAL-INDEX-FILE
           DISPLAY "ARCHIVE FILES LOADED:     " WS-FILES-READ
           DISPLAY "JOURNAL LINES READ:       " WS-LINES-READ
           DISPLAY "ENTRIES INDEXED:          " WS-INDEXED-COUNT
           DISPLAY "BAL-FWD LINES SKIPPED:    " WS-BCF-SKIPPED
           DISPLAY "UNREADABLE LINES SKIPPED: " WS-REJECTED-COUNT
           DISPLAY "ENTRIES NOT WRITTEN:      " WS-NOT-WRITTEN-COUNT
           DISPLAY "JOURNAL INDEX REBUILD COMPLETE".
