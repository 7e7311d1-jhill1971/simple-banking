               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-ACCTNUM.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCTNUM.
           SELECT OPTIONAL DEPOSIT-ITEM-FILE
               ASSIGN TO "deposit-items.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DI-KEY.
           SELECT OPTIONAL VAULT-FILE ASSIGN TO "vault-cash.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VLT-BRANCH.
           SELECT OPTIONAL CASH-DRAWER-FILE ASSIGN TO "cash-drawer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRW-KEY.
           SELECT OPTIONAL OVERDRAWN-FILE
               ASSIGN TO "overdrawn-accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVD-ACCTNUM.
           SELECT OPTIONAL PENDING-MAINT-FILE
               ASSIGN TO "maint-pending.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY.
           SELECT OPTIONAL BALANCE-HISTORY-FILE
               ASSIGN TO "balance-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY.
           SELECT OPTIONAL CLIENT-BACKUP-FILE
               ASSIGN USING WS-CLIENT-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-BACKUP-FILE
               ASSIGN USING WS-TERM-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOAN-BACKUP-FILE
               ASSIGN USING WS-LOAN-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ITEM-BACKUP-FILE
               ASSIGN USING WS-ITEM-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VAULT-BACKUP-FILE
               ASSIGN USING WS-VAULT-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAWER-BACKUP-FILE
               ASSIGN USING WS-DRAWER-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OVERDRAWN-BACKUP-FILE
               ASSIGN USING WS-OVERDRAWN-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-BACKUP-FILE
               ASSIGN USING WS-PENDING-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALHIST-BACKUP-FILE
               ASSIGN USING WS-BALHIST-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO "backup-manifest.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "run-control.txt"
       FD  TERM-DEPOSIT-FILE.
           COPY TERMDEP.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  DEPOSIT-ITEM-FILE.
           COPY DEPITEM.

       FD  VAULT-FILE.
           COPY VAULTREC.

       FD  CASH-DRAWER-FILE.
           COPY DRAWREC.

       FD  OVERDRAWN-FILE.
           COPY OVDREC.

       FD  PENDING-MAINT-FILE.
           COPY MAINTPND.

       FD  BALANCE-HISTORY-FILE.
           COPY BALHIST.

       FD  CLIENT-BACKUP-FILE.
       01 CLIENT-BACKUP-RECORD         PIC X(120).

       FD  TERM-BACKUP-FILE.
       01 TERM-BACKUP-RECORD           PIC X(120).

       FD  LOAN-BACKUP-FILE.
       01 LOAN-BACKUP-RECORD           PIC X(120).

       FD  ITEM-BACKUP-FILE.
       01 ITEM-BACKUP-RECORD           PIC X(120).

       FD  VAULT-BACKUP-FILE.
       01 VAULT-BACKUP-RECORD          PIC X(120).

       FD  DRAWER-BACKUP-FILE.
       01 DRAWER-BACKUP-RECORD         PIC X(170).

       FD  OVERDRAWN-BACKUP-FILE.
       01 OVERDRAWN-BACKUP-RECORD      PIC X(120).

       FD  PENDING-BACKUP-FILE.
       01 PENDING-BACKUP-RECORD        PIC X(120).

       FD  BALHIST-BACKUP-FILE.
       01 BALHIST-BACKUP-RECORD        PIC X(120).

       FD  MANIFEST-FILE.
       01 MANIFEST-RECORD              PIC X(80).

       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-IO-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
           COPY RUNCTL.
       77 WS-CUSTOMER-BACKUP-NAME      PIC X(30)    VALUE SPACES.
       77 WS-STOP-BACKUP-NAME          PIC X(30)    VALUE SPACES.
       77 WS-TERM-BACKUP-NAME          PIC X(30)    VALUE SPACES.
       77 WS-LOAN-BACKUP-NAME          PIC X(30)    VALUE SPACES.
       77 WS-ITEM-BACKUP-NAME          PIC X(30)    VALUE SPACES.
       77 WS-VAULT-BACKUP-NAME         PIC X(30)    VALUE SPACES.
       77 WS-DRAWER-BACKUP-NAME        PIC X(30)    VALUE SPACES.
       77 WS-OVERDRAWN-BACKUP-NAME     PIC X(30)    VALUE SPACES.
       77 WS-PENDING-BACKUP-NAME       PIC X(30)    VALUE SPACES.
       77 WS-BALHIST-BACKUP-NAME       PIC X(30)    VALUE SPACES.
       77 WS-FILE-LABEL                PIC X(24)    VALUE SPACES.
       77 WS-COPY-COUNT                PIC 9(7)     VALUE ZERO.
       77 WS-COPY-HASH                 PIC S9(11)V99 VALUE ZERO.
       77 WS-VERIFY-COUNT              PIC 9(7)     VALUE ZERO.
              PERFORM 600-BACKUP-CUSTOMER-FILE
              PERFORM 630-BACKUP-STOP-FILE
              PERFORM 660-BACKUP-TERM-FILE
              PERFORM 710-BACKUP-LOAN-FILE
              PERFORM 730-BACKUP-ITEM-FILE
              PERFORM 750-BACKUP-VAULT-FILE
              PERFORM 770-BACKUP-DRAWER-FILE
              PERFORM 800-BACKUP-OVERDRAWN-FILE
              PERFORM 830-BACKUP-PENDING-FILE
              PERFORM 860-BACKUP-BALHIST-FILE
              PERFORM 900-TERMINATE
           END-IF
           STOP RUN.
               ".dat"            DELIMITED BY SIZE
               INTO WS-TERM-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-LOAN-BACKUP-NAME
           STRING
               "backup-loans-"   DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-LOAN-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-ITEM-BACKUP-NAME
           STRING
               "backup-items-"   DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-ITEM-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-VAULT-BACKUP-NAME
           STRING
               "backup-vaults-"  DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-VAULT-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-DRAWER-BACKUP-NAME
           STRING
               "backup-drawers-" DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-DRAWER-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-OVERDRAWN-BACKUP-NAME
           STRING
               "backup-overdrawn-" DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-OVERDRAWN-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-PENDING-BACKUP-NAME
           STRING
               "backup-pending-" DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-PENDING-BACKUP-NAME
           END-STRING
           MOVE SPACES TO WS-BALHIST-BACKUP-NAME
           STRING
               "backup-balhist-" DELIMITED BY SIZE
               WS-RUN-DATE       DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-BALHIST-BACKUP-NAME
           END-STRING
           OPEN OUTPUT MANIFEST-FILE
           DISPLAY "END-OF-DAY FILE BACKUP - BUSINESS DATE "
            WS-RUN-DATE
               FUNCTION TRIM (WS-FILE-LABEL)
           END-IF.

       710-BACKUP-LOAN-FILE.
           MOVE "loans.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT LOAN-BACKUP-FILE
           PERFORM 715-COPY-LOAN-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE LOAN-FILE
           CLOSE LOAN-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT LOAN-BACKUP-FILE
           PERFORM 720-VERIFY-LOAN-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE LOAN-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       715-COPY-LOAN-RECORD.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 ADD LN-PRINCIPAL TO WS-COPY-HASH
                 WRITE LOAN-BACKUP-RECORD FROM LOAN-RECORD
           END-READ.

       720-VERIFY-LOAN-RECORD.
           READ LOAN-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
                 MOVE LOAN-BACKUP-RECORD TO LOAN-RECORD
                 ADD LN-PRINCIPAL TO WS-VERIFY-HASH
           END-READ.

       730-BACKUP-ITEM-FILE.
           MOVE "deposit-items.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT DEPOSIT-ITEM-FILE
           OPEN OUTPUT ITEM-BACKUP-FILE
           PERFORM 735-COPY-ITEM-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE DEPOSIT-ITEM-FILE
           CLOSE ITEM-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT ITEM-BACKUP-FILE
           PERFORM 740-VERIFY-ITEM-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE ITEM-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       735-COPY-ITEM-RECORD.
           READ DEPOSIT-ITEM-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 ADD DI-AMOUNT TO WS-COPY-HASH
                 WRITE ITEM-BACKUP-RECORD FROM DEPOSIT-ITEM-RECORD
           END-READ.

       740-VERIFY-ITEM-RECORD.
           READ ITEM-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
                 MOVE ITEM-BACKUP-RECORD TO DEPOSIT-ITEM-RECORD
                 ADD DI-AMOUNT TO WS-VERIFY-HASH
           END-READ.

       750-BACKUP-VAULT-FILE.
           MOVE "vault-cash.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT VAULT-FILE
           OPEN OUTPUT VAULT-BACKUP-FILE
           PERFORM 755-COPY-VAULT-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE VAULT-FILE
           CLOSE VAULT-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT VAULT-BACKUP-FILE
           PERFORM 760-VERIFY-VAULT-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE VAULT-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       755-COPY-VAULT-RECORD.
           READ VAULT-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 ADD FUNCTION ABS (VLT-CASH-ON-HAND) TO WS-COPY-HASH
                 WRITE VAULT-BACKUP-RECORD FROM VAULT-RECORD
           END-READ.

       760-VERIFY-VAULT-RECORD.
           READ VAULT-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
                 MOVE VAULT-BACKUP-RECORD TO VAULT-RECORD
                 ADD FUNCTION ABS (VLT-CASH-ON-HAND)
                     TO WS-VERIFY-HASH
           END-READ.

       770-BACKUP-DRAWER-FILE.
           MOVE "cash-drawer.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT CASH-DRAWER-FILE
           OPEN OUTPUT DRAWER-BACKUP-FILE
           PERFORM 775-COPY-DRAWER-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE CASH-DRAWER-FILE
           CLOSE DRAWER-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT DRAWER-BACKUP-FILE
           PERFORM 780-VERIFY-DRAWER-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE DRAWER-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       775-COPY-DRAWER-RECORD.
           READ CASH-DRAWER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 ADD DRW-OPENING-CASH TO WS-COPY-HASH
                 WRITE DRAWER-BACKUP-RECORD FROM CASH-DRAWER-RECORD
           END-READ.

       780-VERIFY-DRAWER-RECORD.
           READ DRAWER-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
                 MOVE DRAWER-BACKUP-RECORD TO CASH-DRAWER-RECORD
                 ADD DRW-OPENING-CASH TO WS-VERIFY-HASH
           END-READ.

       800-BACKUP-OVERDRAWN-FILE.
           MOVE "overdrawn-accounts.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT OVERDRAWN-FILE
           OPEN OUTPUT OVERDRAWN-BACKUP-FILE
           PERFORM 810-COPY-OVERDRAWN-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE OVERDRAWN-FILE
           CLOSE OVERDRAWN-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT OVERDRAWN-BACKUP-FILE
           PERFORM 820-VERIFY-OVERDRAWN-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE OVERDRAWN-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       810-COPY-OVERDRAWN-RECORD.
           READ OVERDRAWN-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 ADD OVD-CHARGE-OFF-AMOUNT TO WS-COPY-HASH
                 WRITE OVERDRAWN-BACKUP-RECORD FROM OVERDRAWN-RECORD
           END-READ.

       820-VERIFY-OVERDRAWN-RECORD.
           READ OVERDRAWN-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
                 MOVE OVERDRAWN-BACKUP-RECORD TO OVERDRAWN-RECORD
                 ADD OVD-CHARGE-OFF-AMOUNT TO WS-VERIFY-HASH
           END-READ.

      *  PENDING CHANGES CARRY NO AMOUNT, SO THE PENDING SNAPSHOT
      *  PROVES ON RECORD COUNT ALONE, LIKE THE OPERATOR SNAPSHOT.
       830-BACKUP-PENDING-FILE.
           MOVE "maint-pending.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT PENDING-MAINT-FILE
           OPEN OUTPUT PENDING-BACKUP-FILE
           PERFORM 840-COPY-PENDING-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE PENDING-MAINT-FILE
           CLOSE PENDING-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT PENDING-BACKUP-FILE
           PERFORM 850-VERIFY-PENDING-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE PENDING-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       840-COPY-PENDING-RECORD.
           READ PENDING-MAINT-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 WRITE PENDING-BACKUP-RECORD FROM PENDING-MAINT-RECORD
           END-READ.

       850-VERIFY-PENDING-RECORD.
           READ PENDING-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
           END-READ.

      *  THE DAILY BALANCE SNAPSHOTS CANNOT BE REBUILT FROM THE
      *  JOURNAL ONCE IT HAS BEEN ARCHIVED, SO THEY ARE COPIED AND
      *  PROVED LIKE THE MASTER FILES.
       860-BACKUP-BALHIST-FILE.
           MOVE "balance-history.txt" TO WS-FILE-LABEL
           MOVE ZERO TO WS-COPY-COUNT
           MOVE ZERO TO WS-COPY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT BALANCE-HISTORY-FILE
           OPEN OUTPUT BALHIST-BACKUP-FILE
           PERFORM 870-COPY-BALHIST-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE BALANCE-HISTORY-FILE
           CLOSE BALHIST-BACKUP-FILE
           MOVE ZERO TO WS-VERIFY-COUNT
           MOVE ZERO TO WS-VERIFY-HASH
           MOVE "N" TO END-OF-FILE
           OPEN INPUT BALHIST-BACKUP-FILE
           PERFORM 880-VERIFY-BALHIST-RECORD
              UNTIL END-OF-FILE = "Y"
           CLOSE BALHIST-BACKUP-FILE
           PERFORM 700-WRITE-MANIFEST-LINE.

       870-COPY-BALHIST-RECORD.
           READ BALANCE-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-COPY-COUNT
                 ADD FUNCTION ABS (BH-BALANCE) TO WS-COPY-HASH
                 WRITE BALHIST-BACKUP-RECORD
                     FROM BALANCE-HISTORY-RECORD
           END-READ.

       880-VERIFY-BALHIST-RECORD.
           READ BALHIST-BACKUP-FILE
              AT END
                 MOVE "Y" TO END-OF-FILE
              NOT AT END
                 ADD 1 TO WS-VERIFY-COUNT
                 MOVE BALHIST-BACKUP-RECORD TO BALANCE-HISTORY-RECORD
                 ADD FUNCTION ABS (BH-BALANCE) TO WS-VERIFY-HASH
           END-READ.

       900-TERMINATE.
           CLOSE MANIFEST-FILE.
           IF WS-ALL-VERIFIED-SWITCH = "Y"
