               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  SEQUENCE-CONTROL-FILE.
           COPY SEQCTL.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-SEQ-FILE-STATUS   PIC XX.
       01  WS-PROD-FILE-STATUS  PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-TODAY             PIC 9(8).
       01  WS-JOURNAL-SEQ       PIC 9(9) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'INTACCRL'.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-ACCOUNTS      VALUE 'Y'.
       01  WS-CREDIT-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-NO-PRODUCT-COUNT  PIC 9(6) VALUE ZEROS.
       01  WS-JRN-ACCOUNT       PIC 9(5).
       01  WS-JRN-TYPE          PIC X(12).
       01  WS-JRN-AMOUNT        PIC 9(8)V99.
       01  WS-RATE-FOUND        PIC X VALUE 'N'.
       01  WS-INTEREST-AMOUNT   PIC S9(8)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-ACCOUNT.
           PERFORM PROCESS-ACCOUNT UNTIL END-OF-ACCOUNTS.
           PERFORM CLOSE-FILES.
           DISPLAY 'Interest accrual run complete.'.
           DISPLAY 'Accounts credited: ' WS-CREDIT-COUNT.
           DISPLAY 'Accounts with no product: ' WS-NO-PRODUCT-COUNT.
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE ZEROS TO WS-TODAY.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '35'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-TODAY = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.

       OPEN-FILES.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open product master file PRODMSTR.DAT.'
               DISPLAY 'File status: ' WS-PROD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRAN-FILE-STATUS = '35'

       LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ACCT-TYPE TO PROD-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Account ' ACCT-NUMBER ': product '
                       ACCT-TYPE ' not on file.'
                   ADD 1 TO WS-NO-PRODUCT-COUNT
               NOT INVALID KEY
                   IF PROD-INTEREST-BEARING
                       MOVE 'Y' TO WS-RATE-FOUND
                       IF WS-TODAY < PROD-RATE-EFF-DATE
                           MOVE PROD-PRIOR-RATE TO WS-RATE
                       ELSE
                           MOVE PROD-RATE TO WS-RATE
                       END-IF
                   END-IF
           END-READ.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-JRN-ACCOUNT TO TL-ACCOUNT-NUMBER.
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

       CLOSE-FILES.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           PERFORM SAVE-JOURNAL-SEQUENCE.
