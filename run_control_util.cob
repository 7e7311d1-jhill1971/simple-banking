       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99.
       77 WS-DATE-NUMERIC              PIC 9(8).
       77 WS-DATE-INTEGER              PIC 9(8).
       77 WS-NEXT-DAY-DATE             PIC X(8).
       77 WS-ADVANCE-OK-SWITCH         PIC X        VALUE "N".

       PROCEDURE DIVISION.
               RUN-LAST-LARGETRN-DATE
              DISPLAY "LAST FILE BACKUP:         "
               RUN-LAST-BACKUP-DATE
              DISPLAY "LAST LOAN AGING:          "
               RUN-LAST-LNAGE-DATE
              DISPLAY "LAST ACH POSTING:         "
               RUN-LAST-ACH-DATE
              DISPLAY "LAST CASH LETTER:         "
               RUN-LAST-CASHLTR-DATE
              DISPLAY "LAST RETURNED DEPOSITS:   "
               RUN-LAST-DEPRTN-DATE
              DISPLAY "LAST VAULT POSITION:      "
               RUN-LAST-VAULT-DATE
              DISPLAY "LAST OVERDRAFT AGING:     "
               RUN-LAST-ODAGE-DATE
              DISPLAY "LAST MAINTENANCE REPORT:  "
               RUN-LAST-MAINTRPT-DATE
              DISPLAY "LAST INTEGRITY CHECK:     "
               RUN-LAST-INTEG-DATE
              DISPLAY "LAST CUSTOMER NOTICES:    "
               RUN-LAST-NOTICE-DATE
              DISPLAY "LAST BALANCE HISTORY:     "
               RUN-LAST-BALHIST-DATE
              DISPLAY "LAST MONTH-END MIS:       "
               RUN-LAST-MIS-DATE
              IF RUN-INTEG-STATUS = "E"
                 DISPLAY "INTEGRITY EXCEPTIONS OUTSTANDING: "
                  RUN-INTEG-EXCEPTIONS " - SEE integrity.rpt"
              END-IF
              IF RUN-ARCHIVE-STATUS = "I"
                 DISPLAY "JOURNAL ARCHIVE INTERRUPTED - RERUN "
                  "journal_archive TO FINISH THE REBUILD"
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-LNAGE-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "LOAN AGING HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-CASHLTR-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "CASH LETTER HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-VAULT-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "VAULT POSITION HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-ODAGE-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "OVERDRAFT AGING HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-MAINTRPT-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "MAINTENANCE REPORT HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-INTEG-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "INTEGRITY CHECK HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-NOTICE-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "CUSTOMER NOTICES HAVE NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
              IF RUN-LAST-BALHIST-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "BALANCE HISTORY HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
      *  ON THE LAST BUSINESS DAY OF THE MONTH THE MIS REPORT MUST
      *  ALSO HAVE RUN BEFORE THE MONTH IS CLOSED.
              MOVE FUNCTION NUMVAL (RUN-BUSINESS-DATE)
                  TO WS-DATE-NUMERIC
              COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC) + 1
              MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
                  TO WS-DATE-NUMERIC
              MOVE WS-DATE-NUMERIC TO WS-NEXT-DAY-DATE
              IF WS-NEXT-DAY-DATE(1:6) NOT = RUN-BUSINESS-DATE(1:6)
               AND RUN-LAST-MIS-DATE NOT = RUN-BUSINESS-DATE
                 DISPLAY "MONTH-END MIS REPORT HAS NOT RUN FOR "
                  RUN-BUSINESS-DATE
                 MOVE "N" TO WS-ADVANCE-OK-SWITCH
              END-IF
      *  OUTSTANDING INTEGRITY EXCEPTIONS ARE A WARNING ONLY - THEY
      *  ARE CLEARED BY THE BACK OFFICE, NOT BY THE NIGHT RUN.
              IF RUN-INTEG-STATUS = "E"
                 DISPLAY "WARNING - " RUN-INTEG-EXCEPTIONS
                  " INTEGRITY EXCEPTIONS OUTSTANDING, SEE "
                  "integrity.rpt"
              END-IF
              IF WS-ADVANCE-OK-SWITCH NOT = "Y"
                 DISPLAY "END-OF-DAY IS NOT COMPLETE."
              ELSE
