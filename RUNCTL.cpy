           05 RUN-SORDER-STATUS       PIC X(1).
           05 RUN-SORDER-CHECKPOINT   PIC X(5).
           05 RUN-LAST-BACKUP-DATE    PIC X(8).
           05 RUN-LAST-LNAGE-DATE     PIC X(8).
           05 RUN-LAST-ACH-DATE       PIC X(8).
           05 RUN-LAST-CASHLTR-DATE   PIC X(8).
           05 RUN-LAST-DEPRTN-DATE    PIC X(8).
           05 RUN-LAST-VAULT-DATE     PIC X(8).
           05 RUN-LAST-ODAGE-DATE     PIC X(8).
           05 RUN-LAST-MAINTRPT-DATE  PIC X(8).
      *  RUN-INTEG-STATUS: E = THE LAST INTEGRITY CHECK FOUND
      *  CROSS-FILE EXCEPTIONS (RUN-INTEG-EXCEPTIONS OF THEM) THAT
      *  ARE STILL OUTSTANDING; SPACE = NONE. END-OF-DAY COMPLETION
      *  WARNS WHILE IT IS SET.
           05 RUN-LAST-INTEG-DATE     PIC X(8).
           05 RUN-INTEG-STATUS        PIC X(1).
           05 RUN-INTEG-EXCEPTIONS    PIC 9(5).
           05 RUN-LAST-NOTICE-DATE    PIC X(8).
           05 RUN-LAST-BALHIST-DATE   PIC X(8).
           05 RUN-LAST-MIS-DATE       PIC X(8).
