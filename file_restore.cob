               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ACCTNUM.
           SELECT OPTIONAL LOAN-FILE ASSIGN TO "loans.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-ACCTNUM.
           SELECT OPTIONAL DEPOSIT-ITEM-FILE
               ASSIGN TO "deposit-items.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DI-KEY.
           SELECT OPTIONAL VAULT-FILE ASSIGN TO "vault-cash.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BRANCH.
           SELECT OPTIONAL CASH-DRAWER-FILE ASSIGN TO "cash-drawer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRW-KEY.
           SELECT OPTIONAL OVERDRAWN-FILE
               ASSIGN TO "overdrawn-accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVD-ACCTNUM.
           SELECT OPTIONAL PENDING-MAINT-FILE
               ASSIGN TO "maint-pending.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY.
           SELECT OPTIONAL BALANCE-HISTORY-FILE
               ASSIGN TO "balance-history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY.
           SELECT OPTIONAL SNAPSHOT-FILE
               ASSIGN USING WS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD              PIC X(170).

       FD  TRANSACTION-FILE.
           COPY TRANSREC.
       77 WS-SNAPSHOT-DATE             PIC X(8).
       77 WS-SNAPSHOT-NAME             PIC X(30)    VALUE SPACES.
       77 WS-SNAPSHOT-PREFIX           PIC X(20)    VALUE SPACES.
       77 WS-FILE-LABEL                PIC X(24)    VALUE SPACES.
       77 WS-DATE-OK-SWITCH            PIC X        VALUE "N".
       77 WS-CONFIRM-INPUT             PIC X.
       77 WS-NUMVAL-RESULT             PIC S9(9)V99.
           DISPLAY "ENTER U TO RESTORE THE CUSTOMER MASTER".
           DISPLAY "ENTER P TO RESTORE THE STOP-PAYMENT FILE".
           DISPLAY "ENTER T TO RESTORE THE TERM DEPOSIT FILE".
           DISPLAY "ENTER L TO RESTORE THE LOAN FILE".
           DISPLAY "ENTER I TO RESTORE THE DEPOSIT ITEM FILE".
           DISPLAY "ENTER V TO RESTORE THE VAULT FILE".
           DISPLAY "ENTER W TO RESTORE THE CASH DRAWER FILE".
           DISPLAY "ENTER N TO RESTORE THE OVERDRAWN ACCOUNT FILE".
           DISPLAY "ENTER M TO RESTORE THE PENDING CHANGE FILE".
           DISPLAY "ENTER B TO RESTORE THE BALANCE HISTORY FILE".
           DISPLAY "ENTER 0 TO END THIS SESSION".
           DISPLAY "YOUR SELECTION: " WITH NO ADVANCING.
           ACCEPT USER-ACTIVITY.
                    PERFORM 640-RESTORE-STOP-FILE
                 WHEN USER-ACTIVITY = "T"
                    PERFORM 660-RESTORE-TERM-FILE
                 WHEN USER-ACTIVITY = "L"
                    PERFORM 672-RESTORE-LOAN-FILE
                 WHEN USER-ACTIVITY = "I"
                    PERFORM 676-RESTORE-DEPOSIT-ITEM-FILE
                 WHEN USER-ACTIVITY = "V"
                    PERFORM 680-RESTORE-VAULT-FILE
                 WHEN USER-ACTIVITY = "W"
                    PERFORM 684-RESTORE-CASH-DRAWER-FILE
                 WHEN USER-ACTIVITY = "N"
                    PERFORM 688-RESTORE-OVERDRAWN-FILE
                 WHEN USER-ACTIVITY = "M"
                    PERFORM 692-RESTORE-PENDING-MAINT-FILE
                 WHEN USER-ACTIVITY = "B"
                    PERFORM 696-RESTORE-BALHIST-FILE
                 WHEN OTHER
                    DISPLAY "UNEXPECTED INPUT. TRY AGAIN."
                    DISPLAY " ".
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       672-RESTORE-LOAN-FILE.
           MOVE "loans.txt" TO WS-FILE-LABEL
           MOVE "backup-loans-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT LOAN-FILE
                    PERFORM 674-LOAD-LOAN-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE LOAN-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       674-LOAD-LOAN-RECORD.
           MOVE SNAPSHOT-RECORD TO LOAN-RECORD
           WRITE LOAN-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING LOAN " LN-ACCTNUM
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       676-RESTORE-DEPOSIT-ITEM-FILE.
           MOVE "deposit-items.txt" TO WS-FILE-LABEL
           MOVE "backup-items-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT DEPOSIT-ITEM-FILE
                    PERFORM 678-LOAD-DEPOSIT-ITEM-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE DEPOSIT-ITEM-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       678-LOAD-DEPOSIT-ITEM-RECORD.
           MOVE SNAPSHOT-RECORD TO DEPOSIT-ITEM-RECORD
           WRITE DEPOSIT-ITEM-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING ITEM " DI-ACCTNUM
                  " " DI-SEQNUM
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       680-RESTORE-VAULT-FILE.
           MOVE "vault-cash.txt" TO WS-FILE-LABEL
           MOVE "backup-vaults-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT VAULT-FILE
                    PERFORM 682-LOAD-VAULT-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE VAULT-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       682-LOAD-VAULT-RECORD.
           MOVE SNAPSHOT-RECORD TO VAULT-RECORD
           WRITE VAULT-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING VAULT " VLT-BRANCH
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       684-RESTORE-CASH-DRAWER-FILE.
           MOVE "cash-drawer.txt" TO WS-FILE-LABEL
           MOVE "backup-drawers-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT CASH-DRAWER-FILE
                    PERFORM 686-LOAD-CASH-DRAWER-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE CASH-DRAWER-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       686-LOAD-CASH-DRAWER-RECORD.
           MOVE SNAPSHOT-RECORD TO CASH-DRAWER-RECORD
           WRITE CASH-DRAWER-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING DRAWER " DRW-OPER-ID
                  " " DRW-BUSINESS-DATE
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       688-RESTORE-OVERDRAWN-FILE.
           MOVE "overdrawn-accounts.txt" TO WS-FILE-LABEL
           MOVE "backup-overdrawn-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT OVERDRAWN-FILE
                    PERFORM 690-LOAD-OVERDRAWN-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE OVERDRAWN-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       690-LOAD-OVERDRAWN-RECORD.
           MOVE SNAPSHOT-RECORD TO OVERDRAWN-RECORD
           WRITE OVERDRAWN-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING OVERDRAWN " OVD-ACCTNUM
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       692-RESTORE-PENDING-MAINT-FILE.
           MOVE "maint-pending.txt" TO WS-FILE-LABEL
           MOVE "backup-pending-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT PENDING-MAINT-FILE
                    PERFORM 694-LOAD-PENDING-MAINT-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE PENDING-MAINT-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       694-LOAD-PENDING-MAINT-RECORD.
           MOVE SNAPSHOT-RECORD TO PENDING-MAINT-RECORD
           WRITE PENDING-MAINT-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING PENDING " PEND-FUNCTION
                  " " PEND-TARGET
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       696-RESTORE-BALHIST-FILE.
           MOVE "balance-history.txt" TO WS-FILE-LABEL
           MOVE "backup-balhist-" TO WS-SNAPSHOT-PREFIX
           PERFORM 210-ACCEPT-SNAPSHOT-DATE
           IF WS-DATE-OK-SWITCH = "Y"
              PERFORM 220-CONFIRM-RESTORE
              IF WS-CONFIRM-INPUT NOT = "Y"
                 DISPLAY "RESTORE CANCELLED"
              ELSE
                 MOVE ZERO TO WS-RESTORED-COUNT
                 MOVE "N" TO END-OF-FILE
                 OPEN INPUT SNAPSHOT-FILE
                 PERFORM 700-READ-SNAPSHOT
                 IF END-OF-FILE = "Y"
                    DISPLAY "SNAPSHOT NOT FOUND OR EMPTY - "
                     "RESTORE CANCELLED"
                    CLOSE SNAPSHOT-FILE
                 ELSE
                    OPEN OUTPUT BALANCE-HISTORY-FILE
                    PERFORM 698-LOAD-BALHIST-RECORD
                       UNTIL END-OF-FILE = "Y"
                    CLOSE BALANCE-HISTORY-FILE
                    CLOSE SNAPSHOT-FILE
                    DISPLAY "RECORDS RESTORED: " WS-RESTORED-COUNT
                    PERFORM 800-REPORT-JOURNAL-CHANGES
                 END-IF
              END-IF
           END-IF.
           DISPLAY " ".

       698-LOAD-BALHIST-RECORD.
           MOVE SNAPSHOT-RECORD TO BALANCE-HISTORY-RECORD
           WRITE BALANCE-HISTORY-RECORD
              INVALID KEY
                 DISPLAY "ERROR RESTORING BALANCE HISTORY "
                  BH-BUSINESS-DATE " " BH-ACCTNUM
              NOT INVALID KEY
                 ADD 1 TO WS-RESTORED-COUNT
           END-WRITE
           PERFORM 700-READ-SNAPSHOT.

       700-READ-SNAPSHOT.
           READ SNAPSHOT-FILE
              AT END MOVE "Y" TO END-OF-FILE
