       01 REJECT-RECORD                PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.
