       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-INBOUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-INPUT-FILE ASSIGN TO "ACHIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "JRNSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

           SELECT ACH-CHECKPOINT-FILE ASSIGN TO "ACHCKP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACK-KEY
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO "ACHSETL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-INPUT-FILE.
           COPY ACHREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.

       FD  SEQUENCE-CONTROL-FILE.
           COPY SEQCTL.

       FD  ACH-CHECKPOINT-FILE.
           COPY ACHCKREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  ACH-RETURN-FILE.
           COPY ACHRTREC.

       FD  SETTLEMENT-REPORT-FILE.
       01  SETTLEMENT-REPORT-LINE   PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACHIN-STATUS      PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-SEQ-FILE-STATUS   PIC XX.
       01  WS-CKPT-FILE-STATUS  PIC XX.
       01  WS-HOLD-FILE-STATUS  PIC XX.
       01  WS-RET-FILE-STATUS   PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-SEQ       PIC 9(9) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'ACHINBND'.
       01  WS-TODAY             PIC 9(8).
       01  WS-FILE-OK           PIC X VALUE 'Y'.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-ACH-FILE      VALUE 'Y'.
       01  WS-FILE-POSITION     PIC X VALUE 'S'.
           88  BEFORE-FILE-HEADER   VALUE 'S'.
           88  BETWEEN-BATCHES      VALUE 'F'.
           88  INSIDE-BATCH         VALUE 'B'.
           88  AFTER-FILE-CONTROL   VALUE 'E'.
       01  WS-HOLDS-PRESENT     PIC X VALUE 'Y'.
       01  WS-HOLD-TOTAL        PIC S9(8)V99.
       01  WS-AVAIL-ACCOUNT     PIC 9(5).
       01  WS-HOLD-EOF          PIC X VALUE 'N'.
           88  END-OF-HOLD-SUM      VALUE 'Y'.
       01  WS-AVAILABLE-FUNDS   PIC S9(8)V99.
       01  WS-ACCOUNT-FOUND     PIC X.
       01  WS-PRIOR-DISPOSITION PIC X.
       01  WS-RETURN-CODE       PIC X(3).
       01  WS-RETURN-TEXT       PIC X(30).
       01  WS-JRN-ACCOUNT       PIC 9(5).
       01  WS-JRN-TYPE          PIC X(12).
       01  WS-JRN-AMOUNT        PIC 9(8)V99.
       01  WS-JRN-REFERENCE     PIC X(15).
       01  WS-TRANS-CODE        PIC 9(2).
       01  FILLER REDEFINES WS-TRANS-CODE.
           05  WS-TC-ACCOUNT-CLASS  PIC 9(1).
           05  WS-TC-ACTION         PIC 9(1).
               88  TC-CREDIT-ACTION     VALUES 1 THRU 4.
               88  TC-DEBIT-ACTION      VALUES 6 THRU 9.
       01  WS-DFI-ACCOUNT.
           05  WS-DFI-ACCOUNT-NUMBER PIC X(5).
           05  WS-DFI-ACCOUNT-REST  PIC X(12).

       01  WS-BATCH-NUMBER      PIC 9(7).
       01  WS-BATCH-COMPANY-ID  PIC X(10).
       01  WS-BATCH-COMPANY-NAME PIC X(16).
       01  WS-BATCH-EFF-DATE    PIC X(6).
       01  WS-BATCH-ODFI-ID     PIC X(8).

       01  WS-PHYSICAL-COUNT    PIC 9(8) VALUE ZEROS.
       01  WS-ERROR-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-BLOCK-COUNT       PIC 9(6).
       01  WS-FC-BLOCK-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-HASH-CHECK        PIC 9(10).
       01  WS-VB-ENTRY-COUNT    PIC 9(6).
       01  WS-VB-ENTRY-HASH     PIC 9(15).
       01  WS-VB-DEBIT-TOTAL    PIC 9(10)V99.
       01  WS-VB-CREDIT-TOTAL   PIC 9(10)V99.
       01  WS-VF-BATCH-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-VF-ENTRY-COUNT    PIC 9(8) VALUE ZEROS.
       01  WS-VF-ENTRY-HASH     PIC 9(15) VALUE ZEROS.
       01  WS-VF-DEBIT-TOTAL    PIC 9(10)V99 VALUE ZEROS.
       01  WS-VF-CREDIT-TOTAL   PIC 9(10)V99 VALUE ZEROS.
       01  WS-EDIT-COUNT        PIC Z(14)9.
       01  WS-EDIT-AMOUNT       PIC Z(11)9.99.

       01  WS-BATCH-TOTALS.
           05  WS-BT-CR-COUNT-N     PIC 9(6).
           05  WS-BT-CR-AMOUNT-N    PIC 9(10)V99.
           05  WS-BT-DR-COUNT-N     PIC 9(6).
           05  WS-BT-DR-AMOUNT-N    PIC 9(10)V99.
           05  WS-BT-RT-COUNT-N     PIC 9(6).
           05  WS-BT-RT-AMOUNT-N    PIC 9(10)V99.
       01  WS-ENTRIES-READ      PIC 9(6) VALUE ZEROS.
       01  WS-CR-POSTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-CR-POSTED-AMOUNT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-DR-POSTED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-DR-POSTED-AMOUNT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-CR-RETURN-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-CR-RETURN-AMOUNT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-DR-RETURN-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-DR-RETURN-AMOUNT  PIC 9(10)V99 VALUE ZEROS.
       01  WS-PRENOTE-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-EARLIER-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-EARLIER-AMOUNT    PIC 9(10)V99 VALUE ZEROS.
       01  WS-NET-SETTLEMENT    PIC S9(10)V99.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(28)
               VALUE 'ACH SETTLEMENT SUMMARY FOR'.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-FILE-LINE.
           05  FILLER               PIC X(11) VALUE 'FILE FROM:'.
           05  WS-FL-ORIGIN-NAME    PIC X(23).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-FL-ORIGIN         PIC X(10).
           05  FILLER               PIC X(11) VALUE '  CREATED:'.
           05  WS-FL-CREATE-DATE    PIC X(6).
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-FL-CREATE-TIME    PIC X(4).
           05  FILLER               PIC X(11) VALUE '  MODIFIER:'.
           05  WS-FL-ID-MODIFIER    PIC X(1).
       01  WS-BATCH-LINE.
           05  FILLER               PIC X(6)  VALUE 'BATCH'.
           05  WS-BL-NUMBER         PIC 9(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BL-COMPANY-NAME   PIC X(16).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BL-COMPANY-ID     PIC X(10).
           05  FILLER               PIC X(6)  VALUE '  SEC '.
           05  WS-BL-SEC-CODE       PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-BL-ENTRY-DESC     PIC X(10).
           05  FILLER               PIC X(12) VALUE '  EFFECTIVE '.
           05  WS-BL-EFF-DATE       PIC X(6).
       01  WS-RETURN-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(7)  VALUE 'RETURN'.
           05  WS-RL-CODE           PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-TRACE          PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-TRANS-CODE     PIC 9(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-ACCOUNT        PIC X(17).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-NAME           PIC X(22).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-RL-REASON         PIC X(30).
       01  WS-BATCH-TOTAL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'CREDITS'.
           05  WS-BT-CR-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-BT-CR-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE '   DEBITS'.
           05  WS-BT-DR-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-BT-DR-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE '   RETURNED'.
           05  WS-BT-RT-COUNT       PIC ZZZZZ9.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-BT-RT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ERROR-LINE.
           05  FILLER               PIC X(7)  VALUE 'RECORD'.
           05  WS-EL-RECORD         PIC ZZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-EL-TEXT           PIC X(45).
           05  FILLER               PIC X(9)  VALUE 'CONTROL:'.
           05  WS-EL-CONTROL        PIC X(15).
           05  FILLER               PIC X(11) VALUE '  COMPUTED:'.
           05  WS-EL-COMPUTED       PIC X(15).
       01  WS-REJECTED-LINE.
           05  FILLER               PIC X(60)
               VALUE 'ACH FILE REJECTED - NOTHING HAS BEEN POSTED.'.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-NET-LINE.
           05  WS-NL-LABEL          PIC X(40).
           05  WS-NL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT SETTLEMENT-REPORT-FILE.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TITLE-LINE.
           PERFORM VALIDATE-ACH-FILE.
           IF WS-FILE-OK = 'Y'
               PERFORM POST-ACH-FILE
               PERFORM WRITE-SETTLEMENT-TOTALS
               CLOSE SETTLEMENT-REPORT-FILE
               DISPLAY 'ACH inbound run complete.'
               DISPLAY 'Entries read:      ' WS-ENTRIES-READ
               DISPLAY 'Credits posted:    ' WS-CR-POSTED-COUNT
               DISPLAY 'Debits posted:     ' WS-DR-POSTED-COUNT
               DISPLAY 'Entries returned:  '
                   WS-CR-RETURN-COUNT ' credit, '
                   WS-DR-RETURN-COUNT ' debit'
               DISPLAY 'Posted previously: ' WS-EARLIER-COUNT
           ELSE
               MOVE SPACES TO SETTLEMENT-REPORT-LINE
               WRITE SETTLEMENT-REPORT-LINE
               WRITE SETTLEMENT-REPORT-LINE FROM WS-REJECTED-LINE
               CLOSE SETTLEMENT-REPORT-FILE
               DISPLAY 'ACH file failed validation.'
               DISPLAY 'Errors found: ' WS-ERROR-COUNT
               DISPLAY 'Nothing has been posted - see ACHSETL.RPT.'
               MOVE 8 TO RETURN-CODE
           END-IF.
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

       READ-ACH-RECORD.
           READ ACH-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       VALIDATE-ACH-FILE.
           MOVE SPACES TO WS-EL-CONTROL.
           MOVE SPACES TO WS-EL-COMPUTED.
           OPEN INPUT ACH-INPUT-FILE.
           IF WS-ACHIN-STATUS = '35'
               MOVE 'ACH INPUT FILE ACHIN.DAT NOT FOUND'
                   TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM READ-ACH-RECORD
               PERFORM CHECK-ACH-RECORD UNTIL END-OF-ACH-FILE
               PERFORM CHECK-FILE-END
               CLOSE ACH-INPUT-FILE
           END-IF.

       CHECK-ACH-RECORD.
           ADD 1 TO WS-PHYSICAL-COUNT.
           IF AFTER-FILE-CONTROL
               IF ACH-RECORD NOT = ALL '9'
                   MOVE 'DATA FOUND AFTER FILE CONTROL RECORD'
                       TO WS-EL-TEXT
                   PERFORM WRITE-VALIDATION-ERROR
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN ACH-FILE-HEADER
                       PERFORM CHECK-FILE-HEADER
                   WHEN ACH-BATCH-HEADER
                       PERFORM CHECK-BATCH-HEADER
                   WHEN ACH-ENTRY-DETAIL
                       PERFORM CHECK-ENTRY-DETAIL
                   WHEN ACH-ADDENDA
                       PERFORM CHECK-ADDENDA
                   WHEN ACH-BATCH-CONTROL
                       PERFORM CHECK-BATCH-CONTROL
                   WHEN ACH-FILE-CONTROL
                       PERFORM CHECK-FILE-CONTROL
                   WHEN OTHER
                       MOVE 'UNKNOWN RECORD TYPE' TO WS-EL-TEXT
                       PERFORM WRITE-VALIDATION-ERROR
               END-EVALUATE
           END-IF.
           PERFORM READ-ACH-RECORD.

       CHECK-FILE-HEADER.
           IF BEFORE-FILE-HEADER
               MOVE 'F' TO WS-FILE-POSITION
           ELSE
               MOVE 'FILE HEADER OUT OF SEQUENCE' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.

       CHECK-BATCH-HEADER.
           IF NOT BETWEEN-BATCHES
               MOVE 'BATCH HEADER OUT OF SEQUENCE' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-BH-BATCH-NUMBER NOT NUMERIC
               MOVE 'BATCH NUMBER NOT NUMERIC' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
               MOVE ZEROS TO WS-BATCH-NUMBER
           ELSE
               MOVE ACH-BH-BATCH-NUMBER TO WS-BATCH-NUMBER
           END-IF.
           MOVE 'B' TO WS-FILE-POSITION.
           MOVE ZEROS TO WS-VB-ENTRY-COUNT.
           MOVE ZEROS TO WS-VB-ENTRY-HASH.
           MOVE ZEROS TO WS-VB-DEBIT-TOTAL.
           MOVE ZEROS TO WS-VB-CREDIT-TOTAL.

       CHECK-ENTRY-DETAIL.
           IF NOT INSIDE-BATCH
               MOVE 'ENTRY DETAIL OUTSIDE A BATCH' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-ED-TRANS-CODE NOT NUMERIC
               OR ACH-ED-RDFI-ID NOT NUMERIC
               OR ACH-ED-AMOUNT NOT NUMERIC
               MOVE 'ENTRY CODE, ROUTING OR AMOUNT NOT NUMERIC'
                   TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           ELSE
               ADD 1 TO WS-VB-ENTRY-COUNT
               ADD ACH-ED-RDFI-ID TO WS-VB-ENTRY-HASH
               MOVE ACH-ED-TRANS-CODE TO WS-TRANS-CODE
               IF TC-CREDIT-ACTION
                   ADD ACH-ED-AMOUNT TO WS-VB-CREDIT-TOTAL
               END-IF
               IF TC-DEBIT-ACTION
                   ADD ACH-ED-AMOUNT TO WS-VB-DEBIT-TOTAL
               END-IF
           END-IF.

       CHECK-ADDENDA.
           IF NOT INSIDE-BATCH
               MOVE 'ADDENDA OUTSIDE A BATCH' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           ELSE
               ADD 1 TO WS-VB-ENTRY-COUNT
           END-IF.

       CHECK-BATCH-CONTROL.
           IF NOT INSIDE-BATCH
               MOVE 'BATCH CONTROL OUT OF SEQUENCE' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           ELSE
               IF ACH-BC-ENTRY-COUNT NOT NUMERIC
                   OR ACH-BC-ENTRY-HASH NOT NUMERIC
                   OR ACH-BC-DEBIT-TOTAL NOT NUMERIC
                   OR ACH-BC-CREDIT-TOTAL NOT NUMERIC
                   OR ACH-BC-BATCH-NUMBER NOT NUMERIC
                   MOVE 'BATCH CONTROL TOTALS NOT NUMERIC'
                       TO WS-EL-TEXT
                   PERFORM WRITE-VALIDATION-ERROR
               ELSE
                   PERFORM PROVE-BATCH-CONTROL
               END-IF
               ADD 1 TO WS-VF-BATCH-COUNT
               ADD WS-VB-ENTRY-COUNT TO WS-VF-ENTRY-COUNT
               ADD WS-VB-ENTRY-HASH TO WS-VF-ENTRY-HASH
               ADD WS-VB-DEBIT-TOTAL TO WS-VF-DEBIT-TOTAL
               ADD WS-VB-CREDIT-TOTAL TO WS-VF-CREDIT-TOTAL
           END-IF.
           MOVE 'F' TO WS-FILE-POSITION.

       PROVE-BATCH-CONTROL.
           IF ACH-BC-BATCH-NUMBER NOT = WS-BATCH-NUMBER
               MOVE 'BATCH NUMBER DOES NOT MATCH HEADER'
                   TO WS-EL-TEXT
               MOVE ACH-BC-BATCH-NUMBER TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
               MOVE WS-BATCH-NUMBER TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-BC-ENTRY-COUNT NOT = WS-VB-ENTRY-COUNT
               MOVE 'BATCH ENTRY/ADDENDA COUNT DOES NOT AGREE'
                   TO WS-EL-TEXT
               MOVE ACH-BC-ENTRY-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
               MOVE WS-VB-ENTRY-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           MOVE WS-VB-ENTRY-HASH TO WS-HASH-CHECK.
           IF ACH-BC-ENTRY-HASH NOT = WS-HASH-CHECK
               MOVE 'BATCH ENTRY HASH DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-BC-ENTRY-HASH TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
               MOVE WS-HASH-CHECK TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-BC-DEBIT-TOTAL NOT = WS-VB-DEBIT-TOTAL
               MOVE 'BATCH DEBIT TOTAL DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-BC-DEBIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-CONTROL
               MOVE WS-VB-DEBIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-BC-CREDIT-TOTAL NOT = WS-VB-CREDIT-TOTAL
               MOVE 'BATCH CREDIT TOTAL DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-BC-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-CONTROL
               MOVE WS-VB-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.

       CHECK-FILE-CONTROL.
           IF NOT BETWEEN-BATCHES
               MOVE 'FILE CONTROL OUT OF SEQUENCE' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-FC-BATCH-COUNT NOT NUMERIC
               OR ACH-FC-BLOCK-COUNT NOT NUMERIC
               OR ACH-FC-ENTRY-COUNT NOT NUMERIC
               OR ACH-FC-ENTRY-HASH NOT NUMERIC
               OR ACH-FC-DEBIT-TOTAL NOT NUMERIC
               OR ACH-FC-CREDIT-TOTAL NOT NUMERIC
               MOVE 'FILE CONTROL TOTALS NOT NUMERIC' TO WS-EL-TEXT
               PERFORM WRITE-VALIDATION-ERROR
           ELSE
               MOVE ACH-FC-BLOCK-COUNT TO WS-FC-BLOCK-COUNT
               PERFORM PROVE-FILE-CONTROL
           END-IF.
           MOVE 'E' TO WS-FILE-POSITION.

       PROVE-FILE-CONTROL.
           IF ACH-FC-BATCH-COUNT NOT = WS-VF-BATCH-COUNT
               MOVE 'FILE BATCH COUNT DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-FC-BATCH-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
               MOVE WS-VF-BATCH-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-FC-ENTRY-COUNT NOT = WS-VF-ENTRY-COUNT
               MOVE 'FILE ENTRY/ADDENDA COUNT DOES NOT AGREE'
                   TO WS-EL-TEXT
               MOVE ACH-FC-ENTRY-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
               MOVE WS-VF-ENTRY-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           MOVE WS-VF-ENTRY-HASH TO WS-HASH-CHECK.
           IF ACH-FC-ENTRY-HASH NOT = WS-HASH-CHECK
               MOVE 'FILE ENTRY HASH DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-FC-ENTRY-HASH TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
               MOVE WS-HASH-CHECK TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-FC-DEBIT-TOTAL NOT = WS-VF-DEBIT-TOTAL
               MOVE 'FILE DEBIT TOTAL DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-FC-DEBIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-CONTROL
               MOVE WS-VF-DEBIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.
           IF ACH-FC-CREDIT-TOTAL NOT = WS-VF-CREDIT-TOTAL
               MOVE 'FILE CREDIT TOTAL DOES NOT AGREE' TO WS-EL-TEXT
               MOVE ACH-FC-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-CONTROL
               MOVE WS-VF-CREDIT-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EL-COMPUTED
               PERFORM WRITE-VALIDATION-ERROR
           END-IF.

       CHECK-FILE-END.
           EVALUATE TRUE
               WHEN BEFORE-FILE-HEADER
                   MOVE 'FILE IS EMPTY OR HAS NO FILE HEADER'
                       TO WS-EL-TEXT
                   PERFORM WRITE-VALIDATION-ERROR
               WHEN AFTER-FILE-CONTROL
                   COMPUTE WS-BLOCK-COUNT =
                       (WS-PHYSICAL-COUNT + 9) / 10
                   IF WS-FC-BLOCK-COUNT NOT = WS-BLOCK-COUNT
                       MOVE 'FILE BLOCK COUNT DOES NOT AGREE'
                           TO WS-EL-TEXT
                       MOVE WS-FC-BLOCK-COUNT TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO WS-EL-CONTROL
                       MOVE WS-BLOCK-COUNT TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO WS-EL-COMPUTED
                       PERFORM WRITE-VALIDATION-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'FILE CONTROL RECORD MISSING' TO WS-EL-TEXT
                   PERFORM WRITE-VALIDATION-ERROR
           END-EVALUATE.

       WRITE-VALIDATION-ERROR.
           MOVE WS-PHYSICAL-COUNT TO WS-EL-RECORD.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-ERROR-LINE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE 'N' TO WS-FILE-OK.
           MOVE SPACES TO WS-EL-CONTROL.
           MOVE SPACES TO WS-EL-COMPUTED.

       POST-ACH-FILE.
           PERFORM OPEN-POSTING-FILES.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM READ-ACH-RECORD.
           PERFORM PROCESS-ACH-RECORD UNTIL END-OF-ACH-FILE.
           PERFORM CLOSE-POSTING-FILES.

       OPEN-POSTING-FILES.
           OPEN INPUT ACH-INPUT-FILE.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-LOG-FILE
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF.
           PERFORM GET-JOURNAL-SEQUENCE.
           OPEN I-O ACH-CHECKPOINT-FILE.
           IF WS-CKPT-FILE-STATUS = '35'
               OPEN OUTPUT ACH-CHECKPOINT-FILE
               CLOSE ACH-CHECKPOINT-FILE
               OPEN I-O ACH-CHECKPOINT-FILE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-FILE-STATUS = '35'
               MOVE 'N' TO WS-HOLDS-PRESENT
           END-IF.
           OPEN OUTPUT ACH-RETURN-FILE.

       PROCESS-ACH-RECORD.
           EVALUATE TRUE
               WHEN ACH-FILE-HEADER
                   PERFORM START-ACH-FILE
               WHEN ACH-BATCH-HEADER
                   PERFORM START-ACH-BATCH
               WHEN ACH-ENTRY-DETAIL
                   PERFORM PROCESS-ACH-ENTRY
               WHEN ACH-BATCH-CONTROL
                   PERFORM END-ACH-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-ACH-RECORD.

       START-ACH-FILE.
           MOVE ACH-FH-ORIGIN-NAME TO WS-FL-ORIGIN-NAME.
           MOVE ACH-FH-ORIGIN TO WS-FL-ORIGIN.
           MOVE ACH-FH-CREATE-DATE TO WS-FL-CREATE-DATE.
           MOVE ACH-FH-CREATE-TIME TO WS-FL-CREATE-TIME.
           MOVE ACH-FH-ID-MODIFIER TO WS-FL-ID-MODIFIER.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-FILE-LINE.

       START-ACH-BATCH.
           MOVE ACH-BH-BATCH-NUMBER TO WS-BATCH-NUMBER.
           MOVE ACH-BH-COMPANY-ID TO WS-BATCH-COMPANY-ID.
           MOVE ACH-BH-COMPANY-NAME TO WS-BATCH-COMPANY-NAME.
           MOVE ACH-BH-EFFECTIVE-DATE TO WS-BATCH-EFF-DATE.
           MOVE ACH-BH-ODFI-ID TO WS-BATCH-ODFI-ID.
           MOVE ZEROS TO WS-BATCH-TOTALS.
           MOVE SPACES TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.
           MOVE ACH-BH-BATCH-NUMBER TO WS-BL-NUMBER.
           MOVE ACH-BH-COMPANY-NAME TO WS-BL-COMPANY-NAME.
           MOVE ACH-BH-COMPANY-ID TO WS-BL-COMPANY-ID.
           MOVE ACH-BH-SEC-CODE TO WS-BL-SEC-CODE.
           MOVE ACH-BH-ENTRY-DESC TO WS-BL-ENTRY-DESC.
           MOVE ACH-BH-EFFECTIVE-DATE TO WS-BL-EFF-DATE.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BATCH-LINE.

       PROCESS-ACH-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           MOVE ACH-ED-TRANS-CODE TO WS-TRANS-CODE.
           PERFORM CHECK-ALREADY-PROCESSED.
           EVALUATE WS-PRIOR-DISPOSITION
               WHEN 'P'
                   PERFORM COUNT-EARLIER-POSTING
               WHEN 'R'
                   MOVE ACK-RETURN-CODE TO WS-RETURN-CODE
                   PERFORM WRITE-RETURN-RECORD
               WHEN OTHER
                   PERFORM APPLY-ACH-ENTRY
           END-EVALUATE.

       CHECK-ALREADY-PROCESSED.
           MOVE SPACE TO WS-PRIOR-DISPOSITION.
           MOVE ACH-ED-TRACE-NUMBER TO ACK-TRACE-NUMBER.
           MOVE WS-BATCH-EFF-DATE TO ACK-EFFECTIVE-DATE.
           READ ACH-CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACK-DISPOSITION TO WS-PRIOR-DISPOSITION
           END-READ.

       COUNT-EARLIER-POSTING.
           ADD 1 TO WS-EARLIER-COUNT.
           ADD ACH-ED-AMOUNT TO WS-EARLIER-AMOUNT.
           IF TC-CREDIT-ACTION
               PERFORM COUNT-CREDIT-POSTED
           ELSE
               PERFORM COUNT-DEBIT-POSTED
           END-IF.

       APPLY-ACH-ENTRY.
           EVALUATE ACH-ED-TRANS-CODE
               WHEN 22
               WHEN 32
                   PERFORM LOCATE-ACH-ACCOUNT
                   IF WS-ACCOUNT-FOUND = 'Y'
                       PERFORM POST-ACH-CREDIT
                   END-IF
               WHEN 27
               WHEN 37
                   PERFORM LOCATE-ACH-ACCOUNT
                   IF WS-ACCOUNT-FOUND = 'Y'
                       PERFORM POST-ACH-DEBIT
                   END-IF
               WHEN 23
               WHEN 28
               WHEN 33
               WHEN 38
                   PERFORM LOCATE-ACH-ACCOUNT
                   IF WS-ACCOUNT-FOUND = 'Y'
                       PERFORM ACCEPT-PRENOTE
                   END-IF
               WHEN OTHER
                   MOVE 'R17' TO WS-RETURN-CODE
                   PERFORM RETURN-ACH-ENTRY
           END-EVALUATE.

       LOCATE-ACH-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           MOVE ACH-ED-DFI-ACCOUNT TO WS-DFI-ACCOUNT.
           IF WS-DFI-ACCOUNT-NUMBER IS NUMERIC
               AND WS-DFI-ACCOUNT-REST = SPACES
               MOVE WS-DFI-ACCOUNT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE 'R03' TO WS-RETURN-CODE
                       PERFORM RETURN-ACH-ENTRY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-FOUND
               END-READ
           ELSE
               MOVE 'R04' TO WS-RETURN-CODE
               PERFORM RETURN-ACH-ENTRY
           END-IF.

       POST-ACH-CREDIT.
           IF ACCT-CLOSED
               MOVE 'R02' TO WS-RETURN-CODE
               PERFORM RETURN-ACH-ENTRY
           ELSE
               ADD ACH-ED-AMOUNT TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT
               MOVE 'ACH-CREDIT' TO WS-JRN-TYPE
               MOVE ACH-ED-AMOUNT TO WS-JRN-AMOUNT
               MOVE ACH-ED-TRACE-NUMBER TO WS-JRN-REFERENCE
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE 'P' TO ACK-DISPOSITION
               MOVE SPACES TO ACK-RETURN-CODE
               PERFORM RECORD-CHECKPOINT
               PERFORM COUNT-CREDIT-POSTED
           END-IF.

       POST-ACH-DEBIT.
           IF NOT ACCT-ACTIVE
               EVALUATE TRUE
                   WHEN ACCT-FROZEN
                       MOVE 'R16' TO WS-RETURN-CODE
                   WHEN ACCT-DORMANT
                       MOVE 'R20' TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'R02' TO WS-RETURN-CODE
               END-EVALUATE
               PERFORM RETURN-ACH-ENTRY
           ELSE
               PERFORM COMPUTE-AVAILABLE-FUNDS
               IF ACH-ED-AMOUNT > WS-AVAILABLE-FUNDS
                   MOVE 'R01' TO WS-RETURN-CODE
                   PERFORM RETURN-ACH-ENTRY
               ELSE
                   SUBTRACT ACH-ED-AMOUNT FROM ACCT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT
                   MOVE 'ACH-DEBIT' TO WS-JRN-TYPE
                   MOVE ACH-ED-AMOUNT TO WS-JRN-AMOUNT
                   MOVE ACH-ED-TRACE-NUMBER TO WS-JRN-REFERENCE
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE 'P' TO ACK-DISPOSITION
                   MOVE SPACES TO ACK-RETURN-CODE
                   PERFORM RECORD-CHECKPOINT
                   PERFORM COUNT-DEBIT-POSTED
               END-IF
           END-IF.

       ACCEPT-PRENOTE.
           IF ACCT-CLOSED
               MOVE 'R02' TO WS-RETURN-CODE
               PERFORM RETURN-ACH-ENTRY
           ELSE
               ADD 1 TO WS-PRENOTE-COUNT
           END-IF.

       COUNT-CREDIT-POSTED.
           ADD 1 TO WS-BT-CR-COUNT-N.
           ADD ACH-ED-AMOUNT TO WS-BT-CR-AMOUNT-N.
           ADD 1 TO WS-CR-POSTED-COUNT.
           ADD ACH-ED-AMOUNT TO WS-CR-POSTED-AMOUNT.

       COUNT-DEBIT-POSTED.
           ADD 1 TO WS-BT-DR-COUNT-N.
           ADD ACH-ED-AMOUNT TO WS-BT-DR-AMOUNT-N.
           ADD 1 TO WS-DR-POSTED-COUNT.
           ADD ACH-ED-AMOUNT TO WS-DR-POSTED-AMOUNT.

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

       RETURN-ACH-ENTRY.
           PERFORM WRITE-RETURN-RECORD.
           MOVE 'R' TO ACK-DISPOSITION.
           MOVE WS-RETURN-CODE TO ACK-RETURN-CODE.
           PERFORM RECORD-CHECKPOINT.

       RECORD-CHECKPOINT.
           MOVE ACH-ED-TRACE-NUMBER TO ACK-TRACE-NUMBER.
           MOVE WS-BATCH-EFF-DATE TO ACK-EFFECTIVE-DATE.
           MOVE WS-TODAY TO ACK-POST-DATE.
           WRITE ACH-CHECKPOINT-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate ACH trace number: '
                       ACK-TRACE-NUMBER
           END-WRITE.

       SET-RETURN-TEXT.
           EVALUATE WS-RETURN-CODE
               WHEN 'R01'
                   MOVE 'INSUFFICIENT FUNDS' TO WS-RETURN-TEXT
               WHEN 'R02'
                   MOVE 'ACCOUNT CLOSED' TO WS-RETURN-TEXT
               WHEN 'R03'
                   MOVE 'NO ACCOUNT/UNABLE TO LOCATE'
                       TO WS-RETURN-TEXT
               WHEN 'R04'
                   MOVE 'INVALID ACCOUNT NUMBER' TO WS-RETURN-TEXT
               WHEN 'R16'
                   MOVE 'ACCOUNT FROZEN' TO WS-RETURN-TEXT
               WHEN 'R17'
                   MOVE 'FILE RECORD EDIT CRITERIA'
                       TO WS-RETURN-TEXT
               WHEN 'R20'
                   MOVE 'NON-TRANSACTION ACCOUNT'
                       TO WS-RETURN-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RETURN-TEXT
           END-EVALUATE.

       WRITE-RETURN-RECORD.
           PERFORM SET-RETURN-TEXT.
           MOVE WS-TODAY TO ART-RETURN-DATE.
           MOVE ACH-ED-TRACE-NUMBER TO ART-TRACE-NUMBER.
           MOVE WS-BATCH-EFF-DATE TO ART-EFFECTIVE-DATE.
           MOVE WS-BATCH-ODFI-ID TO ART-ODFI-ID.
           MOVE WS-BATCH-COMPANY-ID TO ART-COMPANY-ID.
           MOVE WS-BATCH-COMPANY-NAME TO ART-COMPANY-NAME.
           MOVE ACH-ED-TRANS-CODE TO ART-TRANS-CODE.
           MOVE ACH-ED-DFI-ACCOUNT TO ART-DFI-ACCOUNT.
           MOVE ACH-ED-AMOUNT TO ART-AMOUNT.
           MOVE ACH-ED-INDIVIDUAL-ID TO ART-INDIVIDUAL-ID.
           MOVE ACH-ED-INDIVIDUAL-NAME TO ART-INDIVIDUAL-NAME.
           MOVE WS-RETURN-CODE TO ART-REASON-CODE.
           MOVE WS-RETURN-TEXT TO ART-REASON-TEXT.
           WRITE ACH-RETURN-RECORD.
           MOVE WS-RETURN-CODE TO WS-RL-CODE.
           MOVE ACH-ED-TRACE-NUMBER TO WS-RL-TRACE.
           MOVE ACH-ED-TRANS-CODE TO WS-RL-TRANS-CODE.
           MOVE ACH-ED-DFI-ACCOUNT TO WS-RL-ACCOUNT.
           MOVE ACH-ED-AMOUNT TO WS-RL-AMOUNT.
           MOVE ACH-ED-INDIVIDUAL-NAME TO WS-RL-NAME.
           MOVE WS-RETURN-TEXT TO WS-RL-REASON.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-RETURN-LINE.
           ADD 1 TO WS-BT-RT-COUNT-N.
           ADD ACH-ED-AMOUNT TO WS-BT-RT-AMOUNT-N.
           IF TC-DEBIT-ACTION
               ADD 1 TO WS-DR-RETURN-COUNT
               ADD ACH-ED-AMOUNT TO WS-DR-RETURN-AMOUNT
           ELSE
               ADD 1 TO WS-CR-RETURN-COUNT
               ADD ACH-ED-AMOUNT TO WS-CR-RETURN-AMOUNT
           END-IF.

       END-ACH-BATCH.
           MOVE WS-BT-CR-COUNT-N TO WS-BT-CR-COUNT.
           MOVE WS-BT-CR-AMOUNT-N TO WS-BT-CR-AMOUNT.
           MOVE WS-BT-DR-COUNT-N TO WS-BT-DR-COUNT.
           MOVE WS-BT-DR-AMOUNT-N TO WS-BT-DR-AMOUNT.
           MOVE WS-BT-RT-COUNT-N TO WS-BT-RT-COUNT.
           MOVE WS-BT-RT-AMOUNT-N TO WS-BT-RT-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-BATCH-TOTAL-LINE.

       WRITE-SETTLEMENT-TOTALS.
           MOVE SPACES TO SETTLEMENT-REPORT-LINE.
           WRITE SETTLEMENT-REPORT-LINE.
           MOVE 'ENTRIES RECEIVED:' TO WS-TL-LABEL.
           MOVE WS-ENTRIES-READ TO WS-TL-COUNT.
           COMPUTE WS-TL-AMOUNT = WS-VF-CREDIT-TOTAL
               + WS-VF-DEBIT-TOTAL.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CREDITS POSTED:' TO WS-TL-LABEL.
           MOVE WS-CR-POSTED-COUNT TO WS-TL-COUNT.
           MOVE WS-CR-POSTED-AMOUNT TO WS-TL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEBITS POSTED:' TO WS-TL-LABEL.
           MOVE WS-DR-POSTED-COUNT TO WS-TL-COUNT.
           MOVE WS-DR-POSTED-AMOUNT TO WS-TL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CREDITS RETURNED:' TO WS-TL-LABEL.
           MOVE WS-CR-RETURN-COUNT TO WS-TL-COUNT.
           MOVE WS-CR-RETURN-AMOUNT TO WS-TL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEBITS RETURNED:' TO WS-TL-LABEL.
           MOVE WS-DR-RETURN-COUNT TO WS-TL-COUNT.
           MOVE WS-DR-RETURN-AMOUNT TO WS-TL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PRENOTES ACCEPTED:' TO WS-TL-LABEL.
           MOVE WS-PRENOTE-COUNT TO WS-TL-COUNT.
           MOVE ZEROS TO WS-TL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POSTED IN AN EARLIER RUN:' TO WS-TL-LABEL.
           MOVE WS-EARLIER-COUNT TO WS-TL-COUNT.
           MOVE WS-EARLIER-AMOUNT TO WS-TL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-TOTAL-LINE.
           COMPUTE WS-NET-SETTLEMENT =
               WS-CR-POSTED-AMOUNT - WS-DR-POSTED-AMOUNT.
           MOVE 'NET SETTLEMENT (CREDITS - DEBITS):'
               TO WS-NL-LABEL.
           MOVE WS-NET-SETTLEMENT TO WS-NL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-NET-LINE.
           COMPUTE WS-NET-SETTLEMENT =
               WS-CR-RETURN-AMOUNT - WS-DR-RETURN-AMOUNT.
           MOVE 'NET RETURNED TO ORIGINATORS:' TO WS-NL-LABEL.
           MOVE WS-NET-SETTLEMENT TO WS-NL-AMOUNT.
           WRITE SETTLEMENT-REPORT-LINE FROM WS-NET-LINE.

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

       CLOSE-POSTING-FILES.
           CLOSE ACH-INPUT-FILE.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE ACH-CHECKPOINT-FILE.
           IF WS-HOLDS-PRESENT = 'Y'
               CLOSE HOLD-FILE
           END-IF.
           CLOSE ACH-RETURN-FILE.
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
