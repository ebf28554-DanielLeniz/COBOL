       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-BACKUP.

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

           SELECT SEQUENTIAL-SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

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

       FD  SEQUENTIAL-SOURCE-FILE.
       01  SEQUENTIAL-SOURCE-RECORD PIC X(200).

       FD  BACKUP-FILE.
       01  BACKUP-RECORD            PIC X(200).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-LOAN-FILE-STATUS  PIC XX.
       01  WS-TD-FILE-STATUS    PIC XX.
       01  WS-HOLD-FILE-STATUS  PIC XX.
       01  WS-SO-FILE-STATUS    PIC XX.
       01  WS-SNAP-FILE-STATUS  PIC XX.
       01  WS-CKPT-FILE-STATUS  PIC XX.
       01  WS-SRC-FILE-STATUS   PIC XX.
       01  WS-BKP-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-SOURCE-STATUS     PIC XX.
       01  WS-SOURCE-EOF        PIC X VALUE 'N'.
           88  END-OF-SOURCE        VALUE 'Y'.
       01  WS-BACKUP-OK         PIC X VALUE 'Y'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RECORD-COUNT      PIC 9(8) VALUE ZEROS.
       01  WS-FILE-COUNT        PIC 9(2) VALUE ZEROS.
       01  WS-SOURCE-NAME       PIC X(15).
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
           PERFORM GET-BACKUP-DATE.
           MOVE WS-RUN-DATE TO WS-BN-DATE.
           PERFORM BUILD-FILE-TABLE.
           PERFORM BACKUP-ACCOUNTS.
           PERFORM BACKUP-CUSTOMERS.
           PERFORM BACKUP-LOANS.
           PERFORM BACKUP-DEPOSITS.
           PERFORM BACKUP-HOLDS.
           PERFORM BACKUP-ORDERS.
           PERFORM BACKUP-SNAPSHOTS.
           PERFORM BACKUP-CHECKPOINTS.
           PERFORM BACKUP-SEQUENTIAL-FILE
               VARYING FT-IDX FROM 9 BY 1
               UNTIL FT-IDX > 15.
           IF WS-BACKUP-OK = 'Y'
               DISPLAY 'Master file backup complete.'
               DISPLAY 'Backup generation: ' WS-RUN-DATE
               DISPLAY 'Files backed up:   ' WS-FILE-COUNT
           ELSE
               DISPLAY 'Master file backup failed.'
               DISPLAY 'Backup generation ' WS-RUN-DATE
                   ' is not usable.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-BACKUP-DATE.
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
               DISPLAY 'Enter business date (YYYYMMDD, 0 = today): '
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

       BACKUP-ACCOUNTS.
           MOVE WS-FT-BASE(1) TO WS-BN-FILE.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           MOVE WS-ACCT-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-ACCOUNT
               PERFORM COPY-ACCOUNT UNTIL END-OF-SOURCE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-ACCOUNT.
           WRITE BACKUP-RECORD FROM ACCOUNT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-ACCOUNT.

       BACKUP-CUSTOMERS.
           MOVE WS-FT-BASE(2) TO WS-BN-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE WS-CUST-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-CUSTOMER
               PERFORM COPY-CUSTOMER UNTIL END-OF-SOURCE
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-CUSTOMER.
           WRITE BACKUP-RECORD FROM CUSTOMER-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-CUSTOMER.

       BACKUP-LOANS.
           MOVE WS-FT-BASE(3) TO WS-BN-FILE.
           OPEN INPUT LOAN-MASTER-FILE.
           MOVE WS-LOAN-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-LOAN
               PERFORM COPY-LOAN UNTIL END-OF-SOURCE
               CLOSE LOAN-MASTER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-LOAN.
           WRITE BACKUP-RECORD FROM LOAN-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-LOAN.

       BACKUP-DEPOSITS.
           MOVE WS-FT-BASE(4) TO WS-BN-FILE.
           OPEN INPUT TERM-DEPOSIT-FILE.
           MOVE WS-TD-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-DEPOSIT
               PERFORM COPY-DEPOSIT UNTIL END-OF-SOURCE
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-DEPOSIT.
           WRITE BACKUP-RECORD FROM TERM-DEPOSIT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-DEPOSIT.

       BACKUP-HOLDS.
           MOVE WS-FT-BASE(5) TO WS-BN-FILE.
           OPEN INPUT HOLD-FILE.
           MOVE WS-HOLD-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-HOLD
               PERFORM COPY-HOLD UNTIL END-OF-SOURCE
               CLOSE HOLD-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-HOLD.
           WRITE BACKUP-RECORD FROM HOLD-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-HOLD.

       BACKUP-ORDERS.
           MOVE WS-FT-BASE(6) TO WS-BN-FILE.
           OPEN INPUT STANDING-ORDER-FILE.
           MOVE WS-SO-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-ORDER
               PERFORM COPY-ORDER UNTIL END-OF-SOURCE
               CLOSE STANDING-ORDER-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-ORDER.
           WRITE BACKUP-RECORD FROM STANDING-ORDER-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-ORDER.

       BACKUP-SNAPSHOTS.
           MOVE WS-FT-BASE(7) TO WS-BN-FILE.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           MOVE WS-SNAP-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-SNAPSHOT
               PERFORM COPY-SNAPSHOT UNTIL END-OF-SOURCE
               CLOSE BALANCE-SNAPSHOT-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-SNAPSHOT.
           READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-SNAPSHOT.
           WRITE BACKUP-RECORD FROM SNAPSHOT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-SNAPSHOT.

       BACKUP-CHECKPOINTS.
           MOVE WS-FT-BASE(8) TO WS-BN-FILE.
           OPEN INPUT CHECKPOINT-FILE.
           MOVE WS-CKPT-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-CHECKPOINT
               PERFORM COPY-CHECKPOINT UNTIL END-OF-SOURCE
               CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-CHECKPOINT.
           WRITE BACKUP-RECORD FROM CHECKPOINT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-CHECKPOINT.

       BACKUP-SEQUENTIAL-FILE.
           MOVE WS-FT-BASE(FT-IDX) TO WS-BN-FILE.
           MOVE WS-FT-NAME(FT-IDX) TO WS-SOURCE-NAME.
           OPEN INPUT SEQUENTIAL-SOURCE-FILE.
           MOVE WS-SRC-FILE-STATUS TO WS-SOURCE-STATUS.
           PERFORM OPEN-BACKUP-FILE.
           IF WS-SOURCE-STATUS = '00'
               PERFORM READ-SEQUENTIAL-SOURCE
               PERFORM COPY-SEQUENTIAL-SOURCE UNTIL END-OF-SOURCE
               CLOSE SEQUENTIAL-SOURCE-FILE
           END-IF.
           PERFORM CLOSE-BACKUP-FILE.

       READ-SEQUENTIAL-SOURCE.
           READ SEQUENTIAL-SOURCE-FILE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
           END-READ.

       COPY-SEQUENTIAL-SOURCE.
           WRITE BACKUP-RECORD FROM SEQUENTIAL-SOURCE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM READ-SEQUENTIAL-SOURCE.

       OPEN-BACKUP-FILE.
           MOVE ZEROS TO WS-RECORD-COUNT.
           MOVE 'N' TO WS-SOURCE-EOF.
           EVALUATE WS-SOURCE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y' TO WS-SOURCE-EOF
               WHEN OTHER
                   DISPLAY 'Cannot open ' WS-BN-FILE
                       ' file status: ' WS-SOURCE-STATUS
                   MOVE 'Y' TO WS-SOURCE-EOF
                   MOVE 'N' TO WS-BACKUP-OK
           END-EVALUATE.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot create backup ' WS-BACKUP-NAME
                   ' file status: ' WS-BKP-FILE-STATUS
               MOVE 'N' TO WS-BACKUP-OK
           END-IF.

       CLOSE-BACKUP-FILE.
           IF WS-BKP-FILE-STATUS = '00'
               CLOSE BACKUP-FILE
               ADD 1 TO WS-FILE-COUNT
               DISPLAY 'Backed up ' WS-BN-FILE ' records: '
                   WS-RECORD-COUNT
           ELSE
               MOVE 'N' TO WS-BACKUP-OK
           END-IF.
