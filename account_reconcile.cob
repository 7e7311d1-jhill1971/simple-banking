       01 REPORT-RECORD                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.
              WHEN "XFER-IN"
              WHEN "INTEREST"
              WHEN "TD-INT"
              WHEN "LN-BOOK"
              WHEN "LN-DISB"
              WHEN "ACH-CR"
              WHEN "DEP-CHK"
              WHEN "CHARGE-OFF"
                 MOVE WS-TRANS-AMOUNT TO WS-TRANS-EFFECT
              WHEN "WITHDRAWAL"
              WHEN "XFER-OUT"
              WHEN "CHECK"
              WHEN "ACH-DB"
                 COMPUTE WS-TRANS-EFFECT =
                  ZERO - WS-TRANS-AMOUNT - WS-TRANS-FEE
              WHEN "SVC-CHG"
              WHEN "TD-EARLY"
              WHEN "TD-PENALTY"
              WHEN "LN-PRIN"
              WHEN "RECOVERY"
                 COMPUTE WS-TRANS-EFFECT = ZERO - WS-TRANS-AMOUNT
              WHEN "RV-DEP"
              WHEN "RV-CHK"
              WHEN "DEP-RTN"
                 COMPUTE WS-TRANS-EFFECT = ZERO - WS-TRANS-AMOUNT
              WHEN "RV-WD"
                 COMPUTE WS-TRANS-EFFECT =
              WHEN "WD-NOFND"
              WHEN "REACTIVATE"
              WHEN "BAL-FWD"
              WHEN "LN-INT"
              WHEN "ACH-RTN"
              WHEN "CASH-OVER"
              WHEN "CASH-SHORT"
                 MOVE ZERO TO WS-TRANS-EFFECT
                 MOVE "Y" TO WS-NO-EFFECT-SWITCH
              WHEN OTHER
