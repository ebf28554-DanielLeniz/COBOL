       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-CLEARING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-INPUT-FILE ASSIGN TO "CHQIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQIN-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STOP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT PAID-CHEQUE-FILE ASSIGN TO "PAIDCHQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "JRNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT CHEQUE-RETURN-FILE ASSIGN TO "CHQRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

           SELECT CLEARING-REPORT-FILE ASSIGN TO "CHQCLR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-INPUT-FILE.
           COPY CHQINREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  STOP-PAYMENT-FILE.
           COPY STOPREC.

       FD  PAID-CHEQUE-FILE.
           COPY PAIDCHQ.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.

       FD  SEQUENCE-CONTROL-FILE.
           COPY SEQCTL.

       FD  CHEQUE-RETURN-FILE.
           COPY CHQRTREC.

       FD  CLEARING-REPORT-FILE.
       01  CLEARING-REPORT-LINE     PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CHQIN-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-PROD-FILE-STATUS  PIC XX.
       01  WS-STOP-FILE-STATUS  PIC XX.
       01  WS-PAID-FILE-STATUS  PIC XX.
       01  WS-HOLD-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-SEQ-FILE-STATUS   PIC XX.
       01  WS-RET-FILE-STATUS   PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-SEQ       PIC 9(9) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'CHQCLEAR'.
       01  WS-TODAY             PIC 9(8).
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-CHEQUES       VALUE 'Y'.
       01  WS-STOPS-PRESENT     PIC X VALUE 'Y'.
       01  WS-HOLDS-PRESENT     PIC X VALUE 'Y'.
       01  WS-HOLD-TOTAL        PIC S9(8)V99.
       01  WS-AVAIL-ACCOUNT     PIC 9(5).
       01  WS-HOLD-EOF          PIC X VALUE 'N'.
           88  END-OF-HOLD-SUM      VALUE 'Y'.
       01  WS-AVAILABLE-FUNDS   PIC S9(8)V99.
       01  WS-ITEM-AMOUNT       PIC 9(8)V99.
       01  WS-RETURN-CODE       PIC X(2).
       01  WS-RETURN-TEXT       PIC X(30).
       01  WS-PAID-EARLIER      PIC X.
       01  WS-ALREADY-PAID      PIC X.
       01  WS-JRN-ACCOUNT       PIC 9(5).
       01  WS-JRN-TYPE          PIC X(12).
       01  WS-JRN-AMOUNT        PIC 9(8)V99.
       01  WS-JRN-REFERENCE.
           05  WS-JR-CHEQUE-NUMBER  PIC 9(6).
           05  WS-JR-PRESENTING-BANK PIC X(9).

       01  WS-ITEMS-READ        PIC 9(6) VALUE ZEROS.
       01  WS-PRESENTED-AMOUNT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-PAID-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-PAID-AMOUNT       PIC 9(10)V99 VALUE ZEROS.
       01  WS-RETURN-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-RETURN-AMOUNT     PIC 9(10)V99 VALUE ZEROS.
       01  WS-EARLIER-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-EARLIER-AMOUNT    PIC 9(10)V99 VALUE ZEROS.

       01  WS-REASON-COUNT      PIC 9(2) VALUE 9.
       01  WS-REASON-TABLE.
           05  WS-RS-ENTRY OCCURS 9 TIMES INDEXED BY RS-IDX.
               10  WS-RS-CODE           PIC X(2).
               10  WS-RS-TEXT           PIC X(30).
               10  WS-RS-ITEMS          PIC 9(6).
               10  WS-RS-AMOUNT         PIC 9(10)V99.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(32)
               VALUE 'INWARD CHEQUE CLEARING FOR'.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-HEADER-LINE.
           05  FILLER               PIC X(8)  VALUE 'ITEM'.
           05  FILLER               PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER               PIC X(8)  VALUE 'CHEQUE'.
           05  FILLER               PIC X(15) VALUE '         AMOUNT'.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'PRESENTER'.
           05  FILLER               PIC X(14) VALUE 'DISPOSITION'.
           05  FILLER               PIC X(30) VALUE 'RETURN REASON'.
       01  WS-DETAIL-LINE.
           05  WS-DL-ITEM           PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-ACCOUNT        PIC X(5).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-CHEQUE         PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-PRESENTER      PIC X(9).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-DISPOSITION    PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-CODE           PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-REASON         PIC X(30).
       01  WS-NONE-LINE.
           05  FILLER               PIC X(40)
               VALUE 'NO CHEQUES PRESENTED.'.
       01  WS-SECTION-LINE.
           05  WS-SL-TEXT           PIC X(40).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM BUILD-REASON-TABLE.
           OPEN INPUT CHEQUE-INPUT-FILE.
           IF WS-CHQIN-STATUS = '35'
               DISPLAY 'Presented cheque file CHQIN.DAT not found.'
               DISPLAY 'Nothing has been posted.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE CLEARING-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE CLEARING-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE CLEARING-REPORT-LINE FROM WS-HEADER-LINE.
           PERFORM READ-PRESENTED-CHEQUE.
           PERFORM PROCESS-PRESENTED-CHEQUE UNTIL END-OF-CHEQUES.
           IF WS-ITEMS-READ = ZEROS
               WRITE CLEARING-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-CLEARING-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY 'Cheque clearing run complete.'.
           DISPLAY 'Cheques presented: ' WS-ITEMS-READ.
           DISPLAY 'Cheques paid:      ' WS-PAID-COUNT.
           DISPLAY 'Cheques returned:  ' WS-RETURN-COUNT.
           DISPLAY 'Paid previously:   ' WS-EARLIER-COUNT.
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

       BUILD-REASON-TABLE.
           MOVE 'SP' TO WS-RS-CODE(1).
           MOVE 'PAYMENT STOPPED' TO WS-RS-TEXT(1).
           MOVE 'DP' TO WS-RS-CODE(2).
           MOVE 'DUPLICATE - CHEQUE ALREADY PAID' TO WS-RS-TEXT(2).
           MOVE 'NF' TO WS-RS-CODE(3).
           MOVE 'INSUFFICIENT FUNDS' TO WS-RS-TEXT(3).
           MOVE 'AC' TO WS-RS-CODE(4).
           MOVE 'ACCOUNT CLOSED' TO WS-RS-TEXT(4).
           MOVE 'FZ' TO WS-RS-CODE(5).
           MOVE 'ACCOUNT FROZEN' TO WS-RS-TEXT(5).
           MOVE 'DM' TO WS-RS-CODE(6).
           MOVE 'ACCOUNT DORMANT' TO WS-RS-TEXT(6).
           MOVE 'NA' TO WS-RS-CODE(7).
           MOVE 'NO SUCH ACCOUNT' TO WS-RS-TEXT(7).
           MOVE 'NC' TO WS-RS-CODE(8).
           MOVE 'NOT A CHEQUE ACCOUNT' TO WS-RS-TEXT(8).
           MOVE 'IV' TO WS-RS-CODE(9).
           MOVE 'INVALID ITEM' TO WS-RS-TEXT(9).
           PERFORM CLEAR-REASON-COUNTS
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-REASON-COUNT.

       CLEAR-REASON-COUNTS.
           MOVE ZEROS TO WS-RS-ITEMS(RS-IDX).
           MOVE ZEROS TO WS-RS-AMOUNT(RS-IDX).

       OPEN-FILES.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open product master file PRODMSTR.DAT.'
               DISPLAY 'File status: ' WS-PROD-FILE-STATUS
               DISPLAY 'Nothing has been posted.'
               CLOSE CHEQUE-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN INPUT STOP-PAYMENT-FILE.
           IF WS-STOP-FILE-STATUS = '35'
               MOVE 'N' TO WS-STOPS-PRESENT
           END-IF.
           OPEN I-O PAID-CHEQUE-FILE.
           IF WS-PAID-FILE-STATUS = '35'
               OPEN OUTPUT PAID-CHEQUE-FILE
               CLOSE PAID-CHEQUE-FILE
               OPEN I-O PAID-CHEQUE-FILE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = '35'
               MOVE 'N' TO WS-HOLDS-PRESENT
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF.
           PERFORM GET-JOURNAL-SEQUENCE.
           OPEN OUTPUT CHEQUE-RETURN-FILE.
           OPEN OUTPUT CLEARING-REPORT-FILE.

       READ-PRESENTED-CHEQUE.
           READ CHEQUE-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       PROCESS-PRESENTED-CHEQUE.
           ADD 1 TO WS-ITEMS-READ.
           IF CI-AMOUNT IS NUMERIC
               MOVE CI-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE ZEROS TO WS-ITEM-AMOUNT
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-PRESENTED-AMOUNT.
           MOVE SPACES TO WS-RETURN-CODE.
           MOVE 'N' TO WS-PAID-EARLIER.
           MOVE 'N' TO WS-ALREADY-PAID.
           PERFORM CHECK-PRESENTED-ITEM.
           EVALUATE TRUE
               WHEN WS-PAID-EARLIER = 'Y'
                   PERFORM COUNT-EARLIER-PAYMENT
               WHEN WS-RETURN-CODE NOT = SPACES
                   PERFORM RETURN-CHEQUE
               WHEN OTHER
                   PERFORM PAY-CHEQUE
           END-EVALUATE.
           PERFORM READ-PRESENTED-CHEQUE.

       CHECK-PRESENTED-ITEM.
           IF CI-ACCOUNT-NUMBER IS NOT NUMERIC
               OR CI-CHEQUE-NUMBER IS NOT NUMERIC
               OR WS-ITEM-AMOUNT = ZEROS
               MOVE 'IV' TO WS-RETURN-CODE
           ELSE
               PERFORM CHECK-PAID-REGISTER
           END-IF.
           IF WS-RETURN-CODE = SPACES AND WS-PAID-EARLIER = 'N'
               MOVE CI-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'NA' TO WS-RETURN-CODE
               END-READ
           END-IF.
           IF WS-RETURN-CODE = SPACES AND WS-PAID-EARLIER = 'N'
               PERFORM CHECK-STOP-REGISTER
           END-IF.
           IF WS-RETURN-CODE = SPACES AND WS-PAID-EARLIER = 'N'
               AND WS-ALREADY-PAID = 'Y'
               MOVE 'DP' TO WS-RETURN-CODE
           END-IF.
           IF WS-RETURN-CODE = SPACES AND WS-PAID-EARLIER = 'N'
               PERFORM CHECK-ACCOUNT-STATUS
           END-IF.
           IF WS-RETURN-CODE = SPACES AND WS-PAID-EARLIER = 'N'
               PERFORM COMPUTE-AVAILABLE-FUNDS
               IF WS-ITEM-AMOUNT > WS-AVAILABLE-FUNDS
                   MOVE 'NF' TO WS-RETURN-CODE
               END-IF
           END-IF.

       CHECK-PAID-REGISTER.
           MOVE CI-ACCOUNT-NUMBER TO PC-ACCOUNT-NUMBER.
           MOVE CI-CHEQUE-NUMBER TO PC-CHEQUE-NUMBER.
           READ PAID-CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PC-CLEARING-DATE = WS-TODAY
                       AND PC-ITEM-NUMBER = WS-ITEMS-READ
                       AND PC-AMOUNT = WS-ITEM-AMOUNT
                       AND PC-PRESENTING-BANK = CI-PRESENTING-BANK
                       MOVE 'Y' TO WS-PAID-EARLIER
                   ELSE
                       MOVE 'Y' TO WS-ALREADY-PAID
                   END-IF
           END-READ.

       CHECK-STOP-REGISTER.
           IF WS-STOPS-PRESENT = 'Y'
               MOVE CI-ACCOUNT-NUMBER TO STOP-ACCOUNT-NUMBER
               MOVE CI-CHEQUE-NUMBER TO STOP-CHEQUE-NUMBER
               READ STOP-PAYMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STOP-ACTIVE
                           AND (STOP-EXPIRY-DATE = ZEROS
                           OR STOP-EXPIRY-DATE NOT < WS-TODAY)
                           AND (STOP-AMOUNT = ZEROS
                           OR STOP-AMOUNT = WS-ITEM-AMOUNT)
                           MOVE 'SP' TO WS-RETURN-CODE
                       END-IF
               END-READ
           END-IF.

       CHECK-ACCOUNT-STATUS.
           EVALUATE TRUE
               WHEN ACCT-FROZEN
                   MOVE 'FZ' TO WS-RETURN-CODE
               WHEN ACCT-DORMANT
                   MOVE 'DM' TO WS-RETURN-CODE
               WHEN NOT ACCT-ACTIVE
                   MOVE 'AC' TO WS-RETURN-CODE
               WHEN OTHER
                   PERFORM CHECK-CHEQUE-PRODUCT
           END-EVALUATE.

       CHECK-CHEQUE-PRODUCT.
           MOVE ACCT-TYPE TO PROD-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'NC' TO WS-RETURN-CODE
               NOT INVALID KEY
                   PERFORM DEFAULT-CHEQUE-FLAG
                   IF NOT PROD-CHEQUE-OK
                       MOVE 'NC' TO WS-RETURN-CODE
                   END-IF
           END-READ.

       DEFAULT-CHEQUE-FLAG.
           IF PROD-CHEQUE-FLAG NOT = 'Y' AND NOT = 'N'
               IF PROD-CODE = 'CK'
                   MOVE 'Y' TO PROD-CHEQUE-FLAG
               ELSE
                   MOVE 'N' TO PROD-CHEQUE-FLAG
               END-IF
           END-IF.

       COMPUTE-AVAILABLE-FUNDS.
           MOVE ACCT-NUMBER TO WS-AVAIL-ACCOUNT.
           PERFORM SUM-ACTIVE-HOLDS.
           COMPUTE WS-AVAILABLE-FUNDS =
               ACCT-BALANCE + ACCT-OVERDRAFT-LIMIT - WS-HOLD-TOTAL.

       SUM-ACTIVE-HOLDS.
           MOVE ZEROS TO WS-HOLD-TOTAL.
           MOVE 'Y' TO WS-HOLD-EOF.
           IF WS-HOLDS-PRESENT = 'Y'
               MOVE 'N' TO WS-HOLD-EOF
               MOVE ZEROS TO HOLD-ID
               START HOLD-FILE KEY NOT LESS THAN HOLD-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF
               END-START
           END-IF.
           IF NOT END-OF-HOLD-SUM
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM ADD-HOLD-AMOUNT UNTIL END-OF-HOLD-SUM.

       ADD-HOLD-AMOUNT.
           IF HOLD-ACTIVE
               AND HOLD-ACCOUNT-NUMBER = WS-AVAIL-ACCOUNT
               ADD HOLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF.
           PERFORM READ-NEXT-HOLD.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
           END-READ.

       PAY-CHEQUE.
           SUBTRACT WS-ITEM-AMOUNT FROM ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT.
           MOVE 'CHEQUE-DEBIT' TO WS-JRN-TYPE.
           MOVE WS-ITEM-AMOUNT TO WS-JRN-AMOUNT.
           MOVE CI-CHEQUE-NUMBER TO WS-JR-CHEQUE-NUMBER.
           MOVE CI-PRESENTING-BANK TO WS-JR-PRESENTING-BANK.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE CI-ACCOUNT-NUMBER TO PC-ACCOUNT-NUMBER.
           MOVE CI-CHEQUE-NUMBER TO PC-CHEQUE-NUMBER.
           MOVE WS-ITEM-AMOUNT TO PC-AMOUNT.
           MOVE CI-PRESENTING-BANK TO PC-PRESENTING-BANK.
           MOVE WS-TODAY TO PC-CLEARING-DATE.
           MOVE WS-ITEMS-READ TO PC-ITEM-NUMBER.
           MOVE WS-JOURNAL-SEQ TO PC-JOURNAL-SEQ.
           WRITE PAID-CHEQUE-RECORD
               INVALID KEY
                   DISPLAY 'Paid cheque already registered: '
                       PC-ACCOUNT-NUMBER ' ' PC-CHEQUE-NUMBER
           END-WRITE.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-PAID-AMOUNT.
           MOVE 'PAID' TO WS-DL-DISPOSITION.
           MOVE SPACES TO WS-DL-CODE.
           MOVE SPACES TO WS-DL-REASON.
           PERFORM WRITE-ITEM-LINE.

       COUNT-EARLIER-PAYMENT.
           ADD 1 TO WS-EARLIER-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-EARLIER-AMOUNT.
           MOVE 'PAID EARLIER' TO WS-DL-DISPOSITION.
           MOVE SPACES TO WS-DL-CODE.
           MOVE SPACES TO WS-DL-REASON.
           PERFORM WRITE-ITEM-LINE.

       RETURN-CHEQUE.
           MOVE SPACES TO WS-RETURN-TEXT.
           SET RS-IDX TO 1.
           SEARCH WS-RS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RS-CODE(RS-IDX) = WS-RETURN-CODE
                   MOVE WS-RS-TEXT(RS-IDX) TO WS-RETURN-TEXT
                   ADD 1 TO WS-RS-ITEMS(RS-IDX)
                   ADD WS-ITEM-AMOUNT TO WS-RS-AMOUNT(RS-IDX)
           END-SEARCH.
           MOVE WS-TODAY TO CR-RETURN-DATE.
           MOVE CI-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER.
           MOVE CI-CHEQUE-NUMBER TO CR-CHEQUE-NUMBER.
           MOVE WS-ITEM-AMOUNT TO CR-AMOUNT.
           MOVE CI-PRESENTING-BANK TO CR-PRESENTING-BANK.
           MOVE WS-RETURN-CODE TO CR-REASON-CODE.
           MOVE WS-RETURN-TEXT TO CR-REASON-TEXT.
           WRITE CHEQUE-RETURN-RECORD.
           ADD 1 TO WS-RETURN-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-RETURN-AMOUNT.
           MOVE 'RETURNED' TO WS-DL-DISPOSITION.
           MOVE WS-RETURN-CODE TO WS-DL-CODE.
           MOVE WS-RETURN-TEXT TO WS-DL-REASON.
           PERFORM WRITE-ITEM-LINE.

       WRITE-ITEM-LINE.
           MOVE WS-ITEMS-READ TO WS-DL-ITEM.
           MOVE CI-ACCOUNT-NUMBER TO WS-DL-ACCOUNT.
           MOVE CI-CHEQUE-NUMBER TO WS-DL-CHEQUE.
           MOVE WS-ITEM-AMOUNT TO WS-DL-AMOUNT.
           MOVE CI-PRESENTING-BANK TO WS-DL-PRESENTER.
           WRITE CLEARING-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-CLEARING-SUMMARY.
           WRITE CLEARING-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'CLEARING SUMMARY' TO WS-SL-TEXT.
           WRITE CLEARING-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'CHEQUES PRESENTED:' TO WS-TL-LABEL.
           MOVE WS-ITEMS-READ TO WS-TL-COUNT.
           MOVE WS-PRESENTED-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHEQUES PAID:' TO WS-TL-LABEL.
           MOVE WS-PAID-COUNT TO WS-TL-COUNT.
           MOVE WS-PAID-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAID IN AN EARLIER RUN:' TO WS-TL-LABEL.
           MOVE WS-EARLIER-COUNT TO WS-TL-COUNT.
           MOVE WS-EARLIER-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CHEQUES RETURNED:' TO WS-TL-LABEL.
           MOVE WS-RETURN-COUNT TO WS-TL-COUNT.
           MOVE WS-RETURN-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-LINE FROM WS-TOTAL-LINE.
           WRITE CLEARING-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'RETURNS BY REASON' TO WS-SL-TEXT.
           WRITE CLEARING-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM WRITE-REASON-TOTAL
               VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-REASON-COUNT.

       WRITE-REASON-TOTAL.
           MOVE WS-RS-TEXT(RS-IDX) TO WS-TL-LABEL.
           MOVE WS-RS-ITEMS(RS-IDX) TO WS-TL-COUNT.
           MOVE WS-RS-AMOUNT(RS-IDX) TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-JRN-ACCOUNT TO TL-ACCOUNT-NUMBER.
           MOVE WS-JRN-TYPE TO TL-TRANS-TYPE.
           MOVE WS-JRN-AMOUNT TO TL-AMOUNT.
           MOVE ACCT-BALANCE TO TL-BALANCE-AFTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TL-TRANS-DATE.
           ADD 1 TO WS-JOURNAL-SEQ.
           MOVE WS-JOURNAL-SEQ TO TL-SEQUENCE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TL-TRANS-TIME.
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE WS-JRN-REFERENCE TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

       CLOSE-FILES.
           CLOSE CHEQUE-INPUT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           IF WS-STOPS-PRESENT = 'Y'
               CLOSE STOP-PAYMENT-FILE
           END-IF.
           CLOSE PAID-CHEQUE-FILE.
           IF WS-HOLDS-PRESENT = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE CHEQUE-RETURN-FILE.
           CLOSE CLEARING-REPORT-FILE.
           PERFORM SAVE-JOURNAL-SEQUENCE.

       GET-JOURNAL-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           IF WS-SEQ-FILE-STATUS = '35'
               MOVE ZEROS TO WS-JOURNAL-SEQ
           ELSE
               READ SEQUENCE-CONTROL-FILE
                   AT END
                       MOVE ZEROS TO WS-JOURNAL-SEQ
                   NOT AT END
                       MOVE SEQ-LAST-USED TO WS-JOURNAL-SEQ
               END-READ
               CLOSE SEQUENCE-CONTROL-FILE
           END-IF.

       SAVE-JOURNAL-SEQUENCE.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           MOVE WS-JOURNAL-SEQ TO SEQ-LAST-USED.
           WRITE SEQUENCE-CONTROL-RECORD.
           CLOSE SEQUENCE-CONTROL-FILE.
