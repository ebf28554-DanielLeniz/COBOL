       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NUMBER
               ALTERNATE RECORD KEY IS CUST-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TD-NUMBER
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ORDER-NUMBER
               FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNAP-ACCOUNT-NUMBER
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "BATCHCKP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CKP-TRANS-REF
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT SEQUENTIAL-TARGET-FILE ASSIGN TO WS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGT-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-JOB-SEQUENCE
               FILE STATUS IS WS-STAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  TERM-DEPOSIT-FILE.
           COPY TDEPREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STANDING-ORDER-FILE.
           COPY STORDREC.

       FD  BALANCE-SNAPSHOT-FILE.
           COPY SNAPREC.

       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.

       FD  SEQUENTIAL-TARGET-FILE.
       01  SEQUENTIAL-TARGET-RECORD PIC X(200).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(200).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-STATUS-FILE.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-LOAN-FILE-STATUS  PIC XX.
       01  WS-TD-FILE-STATUS    PIC XX.
       01  WS-HOLD-FILE-STATUS  PIC XX.
       01  WS-SO-FILE-STATUS    PIC XX.
       01  WS-SNAP-FILE-STATUS  PIC XX.
       01  WS-CKPT-FILE-STATUS  PIC XX.
       01  WS-TGT-FILE-STATUS   PIC XX.
       01  WS-BKP-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-STAT-FILE-STATUS  PIC XX.
       01  WS-TARGET-STATUS     PIC XX.
       01  WS-BACKUP-EOF        PIC X VALUE 'N'.
           88  END-OF-BACKUP        VALUE 'Y'.
       01  WS-RESTORE-OK        PIC X VALUE 'Y'.
       01  WS-FILE-OK           PIC X.
       01  WS-CONFIRM           PIC X.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RECORD-COUNT      PIC 9(8) VALUE ZEROS.
       01  WS-FILE-COUNT        PIC 9(2) VALUE ZEROS.
       01  WS-MISSING-COUNT     PIC 9(2) VALUE ZEROS.
       01  WS-CLEARED-COUNT     PIC 9(2) VALUE ZEROS.
       01  WS-CLEAR-SEQ         PIC 9(2).
       01  WS-RESTORE-SEQ       PIC 9(2) VALUE 99.
       01  WS-RESTORE-START-DATE PIC 9(8).
       01  WS-RESTORE-START-TIME PIC 9(6).
       01  WS-TARGET-NAME       PIC X(15).
       01  WS-BACKUP-NAME.
           05  FILLER               PIC X(2) VALUE 'BK'.
           05  WS-BN-DATE           PIC 9(8).
           05  FILLER               PIC X(1) VALUE '.'.
           05  WS-BN-FILE           PIC X(12).
       01  WS-DAILY-NAME.
           05  FILLER               PIC X(3) VALUE 'TRN'.
           05  WS-DN-DATE           PIC 9(8).
           05  FILLER               PIC X(4) VALUE '.DAT'.
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY OCCURS 15 TIMES INDEXED BY FT-IDX.
               10  WS-FT-BASE           PIC X(12).
               10  WS-FT-NAME           PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RESTORE-DATE.
           MOVE WS-RUN-DATE TO WS-BN-DATE.
           PERFORM BUILD-FILE-TABLE.
           PERFORM CHECK-BACKUP-FILE
               VARYING FT-IDX FROM 1 BY 1
               UNTIL FT-IDX > 15.
           IF WS-MISSING-COUNT > ZEROS
               DISPLAY 'Backup generation ' WS-RUN-DATE
                   ' is incomplete.'
               DISPLAY 'Backup files missing: ' WS-MISSING-COUNT
               DISPLAY 'Nothing has been restored.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY 'Restore all master files from backup '
               WS-RUN-DATE '?'.
           DISPLAY 'Enter Y to proceed: '
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Restore cancelled.'
               DISPLAY 'Nothing has been restored.'
               GOBACK
           END-IF.
           PERFORM OPEN-STATUS-FILE.
           PERFORM RECORD-RESTORE-START.
           PERFORM RESTORE-ACCOUNTS.
           PERFORM RESTORE-CUSTOMERS.
           PERFORM RESTORE-LOANS.
           PERFORM RESTORE-DEPOSITS.
           PERFORM RESTORE-HOLDS.
           PERFORM RESTORE-ORDERS.
           PERFORM RESTORE-SNAPSHOTS.
           PERFORM RESTORE-CHECKPOINTS.
           PERFORM RESTORE-SEQUENTIAL-FILE
               VARYING FT-IDX FROM 9 BY 1
               UNTIL FT-IDX > 15.
           IF WS-RESTORE-OK = 'Y'
               PERFORM CLEAR-JOB-STATUS
                   VARYING WS-CLEAR-SEQ FROM 1 BY 1
                   UNTIL WS-CLEAR-SEQ = WS-RESTORE-SEQ
           END-IF.
           PERFORM RECORD-RESTORE-END.
           CLOSE RUN-STATUS-FILE.
           IF WS-RESTORE-OK = 'Y'
               DISPLAY 'Master file restore complete.'
               DISPLAY 'Restored from generation: ' WS-RUN-DATE
               DISPLAY 'Files restored:           ' WS-FILE-COUNT
               DISPLAY 'Night run jobs reset:     ' WS-CLEARED-COUNT
               DISPLAY 'Rerun the night run for ' WS-RUN-DATE '.'
           ELSE
               DISPLAY 'Master file restore failed.'
               DISPLAY 'Correct the problem and run the restore'
                   ' again before any other processing.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-RESTORE-DATE.
           MOVE ZEROS TO WS-RUN-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '35'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZEROS
               DISPLAY 'Enter backup date (YYYYMMDD, 0 = today): '
               ACCEPT WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       BUILD-FILE-TABLE.
           MOVE 'ACCTMSTR' TO WS-FT-BASE(1).
           MOVE 'CUSTMSTR' TO WS-FT-BASE(2).
           MOVE 'LOANMSTR' TO WS-FT-BASE(3).
           MOVE 'TDEPMSTR' TO WS-FT-BASE(4).
           MOVE 'HOLDS' TO WS-FT-BASE(5).
           MOVE 'STORDERS' TO WS-FT-BASE(6).
           MOVE 'BALSNAP' TO WS-FT-BASE(7).
           MOVE 'BATCHCKP' TO WS-FT-BASE(8).
           MOVE 'TRANLOG' TO WS-FT-BASE(9).
           MOVE 'TRANLOG.DAT' TO WS-FT-NAME(9).
           MOVE 'JRNSEQ' TO WS-FT-BASE(10).
           MOVE 'JRNSEQ.DAT' TO WS-FT-NAME(10).
           MOVE 'TRANHIST' TO WS-FT-BASE(11).
           MOVE 'TRANHIST.DAT' TO WS-FT-NAME(11).
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           MOVE WS-DAILY-NAME TO WS-FT-NAME(12).
           MOVE WS-DAILY-NAME(1:11) TO WS-FT-BASE(12).
           MOVE 'NOTICERQ' TO WS-FT-BASE(13).
           MOVE 'NOTICERQ.DAT' TO WS-FT-NAME(13).
           MOVE 'MAINTAUD' TO WS-FT-BASE(14).
           MOVE 'MAINTAUD.DAT' TO WS-FT-NAME(14).
           MOVE 'MAINTHST' TO WS-FT-BASE(15).
           MOVE 'MAINTHST.DAT' TO WS-FT-NAME(15).

       CHECK-BACKUP-FILE.
           MOVE WS-FT-BASE(FT-IDX) TO WS-BN-FILE.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-FILE-STATUS = '00'
               CLOSE BACKUP-FILE
           ELSE
               DISPLAY 'Backup file missing: ' WS-BACKUP-NAME
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       OPEN-STATUS-FILE.
           OPEN I-O RUN-STATUS-FILE.
           IF WS-STAT-FILE-STATUS = '35'
               OPEN OUTPUT RUN-STATUS-FILE
               CLOSE RUN-STATUS-FILE
               OPEN I-O RUN-STATUS-FILE
           END-IF.

       RECORD-RESTORE-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RESTORE-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RESTORE-START-TIME.
           PERFORM SET-RESTORE-STATUS.
           MOVE ZEROS TO RS-END-DATE.
           MOVE ZEROS TO RS-END-TIME.
           MOVE 'R' TO RS-STATUS.
           PERFORM SAVE-RESTORE-STATUS.

       RECORD-RESTORE-END.
           PERFORM SET-RESTORE-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-END-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-END-TIME.
           IF WS-RESTORE-OK = 'Y'
               MOVE 'C' TO RS-STATUS
           ELSE
               MOVE 'F' TO RS-STATUS
           END-IF.
           PERFORM SAVE-RESTORE-STATUS.

       SET-RESTORE-STATUS.
           MOVE WS-RESTORE-SEQ TO RS-JOB-SEQUENCE.
           MOVE 'MASTER-RESTORE' TO RS-JOB-NAME.
           MOVE WS-RUN-DATE TO RS-BUSINESS-DATE.
           MOVE WS-RESTORE-START-DATE TO RS-START-DATE.
           MOVE WS-RESTORE-START-TIME TO RS-START-TIME.
           MOVE ZEROS TO RS-PRIOR-BUSINESS-DATE.

       SAVE-RESTORE-STATUS.
           REWRITE RUN-STATUS-RECORD
               INVALID KEY
                   WRITE RUN-STATUS-RECORD
           END-REWRITE.

       CLEAR-JOB-STATUS.
           MOVE WS-CLEAR-SEQ TO RS-JOB-SEQUENCE.
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RS-BUSINESS-DATE = WS-RUN-DATE
                       PERFORM RESET-JOB-STATUS
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
           END-READ.

       RESET-JOB-STATUS.
           IF RS-PRIOR-BUSINESS-DATE NUMERIC
               AND RS-PRIOR-BUSINESS-DATE NOT = ZEROS
               MOVE RS-PRIOR-BUSINESS-DATE TO RS-BUSINESS-DATE
               MOVE ZEROS TO RS-PRIOR-BUSINESS-DATE
               MOVE 'C' TO RS-STATUS
               REWRITE RUN-STATUS-RECORD
           ELSE
               DELETE RUN-STATUS-FILE RECORD
           END-IF.

       RESTORE-ACCOUNTS.
           MOVE WS-FT-BASE(1) TO WS-BN-FILE.
           OPEN OUTPUT ACCOUNT-MASTER-FILE.
           MOVE WS-ACCT-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-ACCOUNT UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-ACCOUNT.
           WRITE ACCOUNT-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-CUSTOMERS.
           MOVE WS-FT-BASE(2) TO WS-BN-FILE.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           MOVE WS-CUST-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-CUSTOMER UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-CUSTOMER.
           WRITE CUSTOMER-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-LOANS.
           MOVE WS-FT-BASE(3) TO WS-BN-FILE.
           OPEN OUTPUT LOAN-MASTER-FILE.
           MOVE WS-LOAN-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-LOAN UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE LOAN-MASTER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-LOAN.
           WRITE LOAN-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-DEPOSITS.
           MOVE WS-FT-BASE(4) TO WS-BN-FILE.
           OPEN OUTPUT TERM-DEPOSIT-FILE.
           MOVE WS-TD-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-DEPOSIT UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-DEPOSIT.
           WRITE TERM-DEPOSIT-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-HOLDS.
           MOVE WS-FT-BASE(5) TO WS-BN-FILE.
           OPEN OUTPUT HOLD-FILE.
           MOVE WS-HOLD-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-HOLD UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE HOLD-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-HOLD.
           WRITE HOLD-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-ORDERS.
           MOVE WS-FT-BASE(6) TO WS-BN-FILE.
           OPEN OUTPUT STANDING-ORDER-FILE.
           MOVE WS-SO-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-ORDER UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE STANDING-ORDER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-ORDER.
           WRITE STANDING-ORDER-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-SNAPSHOTS.
           MOVE WS-FT-BASE(7) TO WS-BN-FILE.
           OPEN OUTPUT BALANCE-SNAPSHOT-FILE.
           MOVE WS-SNAP-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-SNAPSHOT UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-SNAPSHOT.
           WRITE SNAPSHOT-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-CHECKPOINTS.
           MOVE WS-FT-BASE(8) TO WS-BN-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-CKPT-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-CHECKPOINT UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-CHECKPOINT.
           WRITE CHECKPOINT-RECORD FROM BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate key restoring ' WS-BN-FILE
                   MOVE 'N' TO WS-FILE-OK
                   MOVE 'N' TO WS-RESTORE-OK
           END-WRITE.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       RESTORE-SEQUENTIAL-FILE.
           MOVE WS-FT-BASE(FT-IDX) TO WS-BN-FILE.
           MOVE WS-FT-NAME(FT-IDX) TO WS-TARGET-NAME.
           OPEN OUTPUT SEQUENTIAL-TARGET-FILE.
           MOVE WS-TGT-FILE-STATUS TO WS-TARGET-STATUS.
           PERFORM OPEN-BACKUP-INPUT.
           PERFORM RESTORE-SEQUENTIAL-RECORD UNTIL END-OF-BACKUP.
           IF WS-TARGET-STATUS = '00'
               CLOSE SEQUENTIAL-TARGET-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-INPUT.

       RESTORE-SEQUENTIAL-RECORD.
           WRITE SEQUENTIAL-TARGET-RECORD FROM BACKUP-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-BACKUP-RECORD.

       OPEN-BACKUP-INPUT.
           MOVE ZEROS TO WS-RECORD-COUNT.
           MOVE 'N' TO WS-BACKUP-EOF.
           MOVE 'Y' TO WS-FILE-OK.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open backup ' WS-BACKUP-NAME
                   ' file status: ' WS-BKP-FILE-STATUS
               MOVE 'Y' TO WS-BACKUP-EOF
               MOVE 'N' TO WS-FILE-OK
               MOVE 'N' TO WS-RESTORE-OK
           END-IF.
           IF WS-TARGET-STATUS NOT = '00'
               DISPLAY 'Cannot rebuild ' WS-BN-FILE
                   ' file status: ' WS-TARGET-STATUS
               MOVE 'Y' TO WS-BACKUP-EOF
               MOVE 'N' TO WS-FILE-OK
               MOVE 'N' TO WS-RESTORE-OK
           END-IF.
           IF NOT END-OF-BACKUP
               PERFORM READ-BACKUP-RECORD
           END-IF.

       READ-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   MOVE 'Y' TO WS-BACKUP-EOF
           END-READ.

       CLOSE-BACKUP-INPUT.
           IF WS-BKP-FILE-STATUS = '00' OR '10'
               CLOSE BACKUP-FILE
           END-IF.
           IF WS-FILE-OK = 'Y'
               ADD 1 TO WS-FILE-COUNT
               DISPLAY 'Restored ' WS-BN-FILE ' records: '
                   WS-RECORD-COUNT
           END-IF.
