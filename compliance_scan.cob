       01 REPORT-RECORD                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  PARAMETER-FILE.
           COPY PARMREC.
