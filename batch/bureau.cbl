       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               ALTERNATE RECORD KEY IS CUST-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT BUREAU-EXTRACT-FILE ASSIGN TO "BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT BUREAU-REPORT-FILE ASSIGN TO "BUREAU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  BUREAU-EXTRACT-FILE.
           COPY BUREAUREC.

       FD  BUREAU-REPORT-FILE.
       01  BUREAU-REPORT-LINE       PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS  PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-EXT-FILE-STATUS   PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-CUSTOMERS-PRESENT PIC X VALUE 'Y'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-BUREAU-MONTH      PIC 9(6).
       01  WS-SKIP-REASON       PIC X(30).
       01  WS-REPORT-BALANCE    PIC 9(10)V99.
       01  WS-LOANS-READ        PIC 9(6) VALUE ZEROS.
       01  WS-LOANS-REPORTED    PIC 9(6) VALUE ZEROS.
       01  WS-LOANS-SKIPPED     PIC 9(6) VALUE ZEROS.
       01  WS-PAID-OFF-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-ARREARS-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-TOTAL-BALANCE     PIC 9(10)V99 VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(36)
               VALUE 'CREDIT BUREAU EXTRACT CONTROL REPORT'.
           05  FILLER               PIC X(8)  VALUE '  MONTH'.
           05  WS-TL-MONTH          PIC 9(6).
           05  FILLER               PIC X(10) VALUE '  RUN DATE'.
           05  FILLER               PIC X(1)  VALUE SPACES.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-SECTION-LINE.
           05  FILLER               PIC X(50)
               VALUE 'LOANS NOT REPORTED - CUSTOMER DATA MISSING'.
       01  WS-HEADER-LINE.
           05  FILLER               PIC X(8)  VALUE 'LOAN'.
           05  FILLER               PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER               PIC X(18) VALUE '         BALANCE'.
           05  FILLER               PIC X(6)  VALUE 'STATUS'.
           05  FILLER               PIC X(30) VALUE 'REASON'.
       01  WS-DETAIL-LINE.
           05  WS-DL-LOAN           PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-CUSTOMER       PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-STATUS         PIC X(1).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-DL-REASON         PIC X(30).
       01  WS-NONE-LINE.
           05  FILLER               PIC X(40)
               VALUE 'NONE - EVERY LOAN WAS REPORTED.'.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZ9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL          PIC X(30).
           05  WS-AL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM OPEN-FILES.
           MOVE WS-BUREAU-MONTH TO WS-TL-MONTH.
           MOVE WS-RUN-DATE TO WS-TL-DATE.
           WRITE BUREAU-REPORT-LINE FROM WS-TITLE-LINE.
           MOVE SPACES TO BUREAU-REPORT-LINE.
           WRITE BUREAU-REPORT-LINE.
           WRITE BUREAU-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE BUREAU-REPORT-LINE FROM WS-HEADER-LINE.
           PERFORM WRITE-EXTRACT-HEADER.
           PERFORM READ-LOAN.
           PERFORM PROCESS-LOAN UNTIL END-OF-LOANS.
           IF WS-LOANS-SKIPPED = ZEROS
               WRITE BUREAU-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY 'Credit bureau extract complete.'.
           DISPLAY 'Reporting month: ' WS-BUREAU-MONTH.
           DISPLAY 'Loans reported:     ' WS-LOANS-REPORTED.
           DISPLAY 'Loans not reported: ' WS-LOANS-SKIPPED.
           GOBACK.

       GET-RUN-PARAMETERS.
           MOVE ZEROS TO WS-RUN-DATE.
           MOVE ZEROS TO WS-BUREAU-MONTH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '35'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
                       IF RC-BUREAU-MONTH NUMERIC
                           MOVE RC-BUREAU-MONTH TO WS-BUREAU-MONTH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RUN-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           IF WS-BUREAU-MONTH = ZEROS
               DISPLAY 'Enter bureau reporting month (YYYYMM): '
               ACCEPT WS-BUREAU-MONTH
           END-IF.

       OPEN-FILES.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS = '35'
               MOVE 'N' TO WS-CUSTOMERS-PRESENT
           END-IF.
           OPEN OUTPUT BUREAU-EXTRACT-FILE.
           OPEN OUTPUT BUREAU-REPORT-FILE.

       READ-LOAN.
           IF NOT END-OF-LOANS
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-IF.

       PROCESS-LOAN.
           ADD 1 TO WS-LOANS-READ.
           PERFORM CHECK-CUSTOMER-DATA.
           IF WS-SKIP-REASON = SPACES
               PERFORM WRITE-BUREAU-DETAIL
           ELSE
               PERFORM WRITE-SKIPPED-LOAN
           END-IF.
           PERFORM READ-LOAN.

       CHECK-CUSTOMER-DATA.
           MOVE SPACES TO WS-SKIP-REASON.
           IF WS-CUSTOMERS-PRESENT = 'N'
               MOVE 'CUSTOMER NOT ON FILE' TO WS-SKIP-REASON
           ELSE
               MOVE LN-CUSTOMER-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON FILE'
                           TO WS-SKIP-REASON
               END-READ
           END-IF.
           IF WS-SKIP-REASON = SPACES
               EVALUATE TRUE
                   WHEN CUST-NAME = SPACES
                       MOVE 'CUSTOMER NAME MISSING'
                           TO WS-SKIP-REASON
                   WHEN CUST-ADDRESS = SPACES
                       MOVE 'ADDRESS MISSING' TO WS-SKIP-REASON
                   WHEN CUST-TAX-ID = SPACES
                       MOVE 'TAX ID MISSING' TO WS-SKIP-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-BUREAU-DETAIL.
           IF LN-BALANCE < ZEROS
               MOVE ZEROS TO WS-REPORT-BALANCE
           ELSE
               MOVE LN-BALANCE TO WS-REPORT-BALANCE
           END-IF.
           MOVE 'D' TO BU-RECORD-TYPE.
           MOVE WS-BUREAU-MONTH TO BU-REPORT-MONTH.
           MOVE LN-NUMBER TO BU-LOAN-NUMBER.
           MOVE LN-CUSTOMER-NUMBER TO BU-CUSTOMER-NUMBER.
           MOVE CUST-TAX-ID TO BU-TAX-ID.
           MOVE CUST-NAME TO BU-NAME.
           MOVE CUST-ADDRESS TO BU-ADDRESS.
           MOVE LN-OPEN-DATE TO BU-OPEN-DATE.
           MOVE LN-PRINCIPAL TO BU-PRINCIPAL.
           MOVE WS-REPORT-BALANCE TO BU-BALANCE.
           MOVE LN-INSTALLMENT TO BU-INSTALLMENT.
           MOVE LN-ARREARS-COUNT TO BU-ARREARS-COUNT.
           PERFORM SET-PAYMENT-STATUS.
           IF LN-PAID-OFF
               MOVE 'Y' TO BU-PAID-OFF-FLAG
               ADD 1 TO WS-PAID-OFF-COUNT
           ELSE
               MOVE 'N' TO BU-PAID-OFF-FLAG
           END-IF.
           MOVE ZEROS TO BU-RECORD-COUNT.
           MOVE WS-RUN-DATE TO BU-CREATE-DATE.
           WRITE BUREAU-RECORD.
           ADD 1 TO WS-LOANS-REPORTED.
           ADD WS-REPORT-BALANCE TO WS-TOTAL-BALANCE.

       SET-PAYMENT-STATUS.
           EVALUATE TRUE
               WHEN LN-PAID-OFF
                   MOVE '13' TO BU-PAYMENT-STATUS
               WHEN LN-ARREARS-COUNT = ZEROS
                   MOVE '11' TO BU-PAYMENT-STATUS
               WHEN LN-ARREARS-COUNT = 1
                   MOVE '71' TO BU-PAYMENT-STATUS
               WHEN LN-ARREARS-COUNT = 2
                   MOVE '78' TO BU-PAYMENT-STATUS
               WHEN LN-ARREARS-COUNT = 3
                   MOVE '80' TO BU-PAYMENT-STATUS
               WHEN LN-ARREARS-COUNT = 4
                   MOVE '82' TO BU-PAYMENT-STATUS
               WHEN LN-ARREARS-COUNT = 5
                   MOVE '83' TO BU-PAYMENT-STATUS
               WHEN OTHER
                   MOVE '84' TO BU-PAYMENT-STATUS
           END-EVALUATE.
           IF NOT BU-CURRENT AND NOT BU-PAID-CLOSED
               ADD 1 TO WS-ARREARS-COUNT
           END-IF.

       WRITE-SKIPPED-LOAN.
           MOVE LN-NUMBER TO WS-DL-LOAN.
           MOVE LN-CUSTOMER-NUMBER TO WS-DL-CUSTOMER.
           MOVE LN-BALANCE TO WS-DL-BALANCE.
           MOVE LN-STATUS TO WS-DL-STATUS.
           MOVE WS-SKIP-REASON TO WS-DL-REASON.
           WRITE BUREAU-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LOANS-SKIPPED.

       WRITE-EXTRACT-HEADER.
           MOVE 'H' TO BU-RECORD-TYPE.
           PERFORM CLEAR-EXTRACT-FIELDS.
           WRITE BUREAU-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE 'T' TO BU-RECORD-TYPE.
           PERFORM CLEAR-EXTRACT-FIELDS.
           MOVE WS-TOTAL-BALANCE TO BU-BALANCE.
           MOVE WS-LOANS-REPORTED TO BU-RECORD-COUNT.
           WRITE BUREAU-RECORD.

       CLEAR-EXTRACT-FIELDS.
           MOVE WS-BUREAU-MONTH TO BU-REPORT-MONTH.
           MOVE ZEROS TO BU-LOAN-NUMBER.
           MOVE ZEROS TO BU-CUSTOMER-NUMBER.
           MOVE SPACES TO BU-TAX-ID.
           MOVE SPACES TO BU-NAME.
           MOVE SPACES TO BU-ADDRESS.
           MOVE ZEROS TO BU-OPEN-DATE.
           MOVE ZEROS TO BU-PRINCIPAL.
           MOVE ZEROS TO BU-BALANCE.
           MOVE ZEROS TO BU-INSTALLMENT.
           MOVE ZEROS TO BU-ARREARS-COUNT.
           MOVE SPACES TO BU-PAYMENT-STATUS.
           MOVE SPACES TO BU-PAID-OFF-FLAG.
           MOVE ZEROS TO BU-RECORD-COUNT.
           MOVE WS-RUN-DATE TO BU-CREATE-DATE.

       WRITE-TOTALS.
           MOVE SPACES TO BUREAU-REPORT-LINE.
           WRITE BUREAU-REPORT-LINE.
           MOVE 'LOANS READ:' TO WS-TL-LABEL.
           MOVE WS-LOANS-READ TO WS-TL-COUNT.
           WRITE BUREAU-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS REPORTED:' TO WS-TL-LABEL.
           MOVE WS-LOANS-REPORTED TO WS-TL-COUNT.
           WRITE BUREAU-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '  IN ARREARS:' TO WS-TL-LABEL.
           MOVE WS-ARREARS-COUNT TO WS-TL-COUNT.
           WRITE BUREAU-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '  PAID OFF:' TO WS-TL-LABEL.
           MOVE WS-PAID-OFF-COUNT TO WS-TL-COUNT.
           WRITE BUREAU-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS NOT REPORTED:' TO WS-TL-LABEL.
           MOVE WS-LOANS-SKIPPED TO WS-TL-COUNT.
           WRITE BUREAU-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL BALANCE REPORTED:' TO WS-AL-LABEL.
           MOVE WS-TOTAL-BALANCE TO WS-AL-AMOUNT.
           WRITE BUREAU-REPORT-LINE FROM WS-AMOUNT-LINE.

       CLOSE-FILES.
           IF WS-LOAN-FILE-STATUS NOT = '35'
               CLOSE LOAN-MASTER-FILE
           END-IF.
           IF WS-CUSTOMERS-PRESENT = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE BUREAU-EXTRACT-FILE.
           CLOSE BUREAU-REPORT-FILE.
