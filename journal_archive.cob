       01 WORK-RECORD                  PIC X(102).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       FD  MANIFEST-FILE.
       01 MANIFEST-RECORD              PIC X(80).
