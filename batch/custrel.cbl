       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RELATIONSHIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               ALTERNATE RECORD KEY IS CUST-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NUMBER
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RELSORT.TMP".

           SELECT SORTED-ITEM-FILE ASSIGN TO "RELWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT RELATIONSHIP-REPORT-FILE ASSIGN TO "CUSTREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  TERM-DEPOSIT-FILE.
           COPY TDEPREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANREC.

       SD  SORT-WORK-FILE.
           COPY RELITEM REPLACING LEADING ==RI== BY ==SR==
               ==RELATIONSHIP-ITEM== BY ==SORT-WORK-RECORD==.

       FD  SORTED-ITEM-FILE.
           COPY RELITEM REPLACING LEADING ==RI== BY ==SW==
               ==RELATIONSHIP-ITEM== BY ==SORTED-ITEM-RECORD==.

       FD  RELATIONSHIP-REPORT-FILE.
       01  RELATIONSHIP-REPORT-LINE PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TD-FILE-STATUS    PIC XX.
       01  WS-LOAN-FILE-STATUS  PIC XX.
       01  WS-WORK-FILE-STATUS  PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-ACCT-EOF          PIC X VALUE 'N'.
           88  END-OF-ACCOUNTS      VALUE 'Y'.
       01  WS-TD-EOF            PIC X VALUE 'N'.
           88  END-OF-DEPOSITS      VALUE 'Y'.
       01  WS-LOAN-EOF          PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-TODAY             PIC 9(8).
       01  WS-CUST-KEY          PIC X(5) VALUE SPACES.
       01  WS-ITEM-KEY          PIC X(5) VALUE SPACES.
       01  WS-BREAK-KEY         PIC X(5).
       01  WS-ON-FILE           PIC X.
       01  WS-ARREARS-HELD      PIC X.
       01  WS-ARREARS-EDIT      PIC ZZ9.
       01  WS-CUST-DEPOSITS     PIC S9(10)V99.
       01  WS-CUST-BORROWINGS   PIC S9(10)V99.
       01  WS-CUST-NET          PIC S9(10)V99.
       01  WS-BANK-DEPOSITS     PIC S9(10)V99 VALUE ZEROS.
       01  WS-BANK-BORROWINGS   PIC S9(10)V99 VALUE ZEROS.
       01  WS-BANK-NET          PIC S9(10)V99 VALUE ZEROS.
       01  WS-SETOFF-DEPOSITS   PIC S9(10)V99 VALUE ZEROS.
       01  WS-SETOFF-ARREARS    PIC S9(10)V99 VALUE ZEROS.
       01  WS-CUST-ARREARS      PIC S9(10)V99.
       01  WS-CUSTOMER-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-NO-PRODUCT-COUNT  PIC 9(6) VALUE ZEROS.
       01  WS-NOT-ON-FILE-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-ACCOUNT-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-TD-COUNT          PIC 9(6) VALUE ZEROS.
       01  WS-LOAN-COUNT        PIC 9(6) VALUE ZEROS.
       01  WS-SETOFF-COUNT      PIC 9(6) VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(36)
               VALUE 'CUSTOMER RELATIONSHIP REPORT AS AT'.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-HEADER-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(14) VALUE 'TYPE'.
           05  FILLER               PIC X(7)  VALUE 'NUMBER'.
           05  FILLER               PIC X(6)  VALUE 'PROD'.
           05  FILLER               PIC X(10) VALUE 'STATUS'.
           05  FILLER               PIC X(8)  VALUE 'LINKED'.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(21)
               VALUE '          BALANCE'.
           05  FILLER               PIC X(7)  VALUE 'ARREARS'.
       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(9)  VALUE 'CUSTOMER '.
           05  WS-CL-NUMBER         PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-CL-NAME           PIC X(30).
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-ITEM-TYPE      PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-NUMBER         PIC 9(5).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PRODUCT        PIC X(2).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-STATUS         PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-LINKED         PIC X(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-DATE           PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-ARREARS        PIC X(3).
       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-AL-LABEL          PIC X(30).
           05  WS-AL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-SETOFF-LINE.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(60)
               VALUE 'SET-OFF REVIEW: LOAN IN ARREARS, DEPOSITS HELD'.
       01  WS-NONE-LINE.
           05  FILLER               PIC X(40)
               VALUE 'NO CUSTOMER PRODUCTS ON FILE.'.
       01  WS-SECTION-LINE.
           05  FILLER               PIC X(40) VALUE 'BANK TOTALS'.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZ9.
       01  WS-GRAND-LINE.
           05  WS-GL-LABEL          PIC X(30).
           05  WS-GL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-MASTER-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CUSTOMER-NUMBER
               ON ASCENDING KEY SR-ITEM-TYPE
               ON ASCENDING KEY SR-ITEM-NUMBER
               INPUT PROCEDURE IS GATHER-RELATIONSHIP-ITEMS
               GIVING SORTED-ITEM-FILE.
           OPEN INPUT SORTED-ITEM-FILE.
           OPEN OUTPUT RELATIONSHIP-REPORT-FILE.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-HEADER-LINE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-BLANK-LINE.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM READ-SORTED-ITEM.
           PERFORM MATCH-CUSTOMER-ITEMS
               UNTIL WS-CUST-KEY = HIGH-VALUES
               AND WS-ITEM-KEY = HIGH-VALUES.
           IF WS-CUSTOMER-COUNT = ZEROS
               WRITE RELATIONSHIP-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-BANK-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY 'Customer relationship report complete.'.
           DISPLAY 'Customers listed:    ' WS-CUSTOMER-COUNT.
           DISPLAY 'Set-off candidates:  ' WS-SETOFF-COUNT.
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

       OPEN-MASTER-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCT-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open account master file.'
               DISPLAY 'File status: ' WS-ACCT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open customer master file.'
               DISPLAY 'File status: ' WS-CUST-FILE-STATUS
               DISPLAY 'If the file predates the tax ID index,'
                   ' run the customer file rebuild job.'
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       GATHER-RELATIONSHIP-ITEMS.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM RELEASE-ACCOUNT-ITEM UNTIL END-OF-ACCOUNTS.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TD-FILE-STATUS = '00'
               PERFORM READ-NEXT-DEPOSIT
               PERFORM RELEASE-DEPOSIT-ITEM UNTIL END-OF-DEPOSITS
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-FILE-STATUS = '00'
               PERFORM READ-NEXT-LOAN
               PERFORM RELEASE-LOAN-ITEM UNTIL END-OF-LOANS
               CLOSE LOAN-MASTER-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
           END-READ.

       RELEASE-ACCOUNT-ITEM.
           MOVE ACCT-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER.
           MOVE '1' TO SR-ITEM-TYPE.
           MOVE ACCT-NUMBER TO SR-ITEM-NUMBER.
           MOVE ACCT-TYPE TO SR-PRODUCT.
           MOVE ZEROS TO SR-LINKED-ACCOUNT.
           MOVE ACCT-BALANCE TO SR-AMOUNT.
           MOVE ACCT-STATUS TO SR-STATUS.
           MOVE ZEROS TO SR-ITEM-DATE.
           MOVE ZEROS TO SR-ARREARS-COUNT.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-NEXT-ACCOUNT.

       READ-NEXT-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TD-EOF
           END-READ.

       RELEASE-DEPOSIT-ITEM.
           MOVE TD-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER.
           MOVE '2' TO SR-ITEM-TYPE.
           MOVE TD-NUMBER TO SR-ITEM-NUMBER.
           MOVE 'TD' TO SR-PRODUCT.
           MOVE TD-LINKED-ACCOUNT TO SR-LINKED-ACCOUNT.
           MOVE TD-PRINCIPAL TO SR-AMOUNT.
           MOVE TD-STATUS TO SR-STATUS.
           MOVE TD-MATURITY-DATE TO SR-ITEM-DATE.
           MOVE ZEROS TO SR-ARREARS-COUNT.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-NEXT-DEPOSIT.

       READ-NEXT-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOAN-EOF
           END-READ.

       RELEASE-LOAN-ITEM.
           MOVE LN-CUSTOMER-NUMBER TO SR-CUSTOMER-NUMBER.
           MOVE '3' TO SR-ITEM-TYPE.
           MOVE LN-NUMBER TO SR-ITEM-NUMBER.
           MOVE 'LN' TO SR-PRODUCT.
           MOVE LN-LINKED-ACCOUNT TO SR-LINKED-ACCOUNT.
           MOVE LN-BALANCE TO SR-AMOUNT.
           MOVE LN-STATUS TO SR-STATUS.
           MOVE LN-NEXT-DUE-DATE TO SR-ITEM-DATE.
           MOVE LN-ARREARS-COUNT TO SR-ARREARS-COUNT.
           RELEASE SORT-WORK-RECORD.
           PERFORM READ-NEXT-LOAN.

       READ-NEXT-CUSTOMER.
           IF WS-CUST-KEY NOT = HIGH-VALUES
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-CUST-KEY
                   NOT AT END
                       MOVE CUST-NUMBER TO WS-CUST-KEY
               END-READ
           END-IF.

       READ-SORTED-ITEM.
           IF WS-ITEM-KEY NOT = HIGH-VALUES
               READ SORTED-ITEM-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-ITEM-KEY
                   NOT AT END
                       MOVE SW-CUSTOMER-NUMBER TO WS-ITEM-KEY
               END-READ
           END-IF.

       MATCH-CUSTOMER-ITEMS.
           EVALUATE TRUE
               WHEN WS-ITEM-KEY = WS-CUST-KEY
                   MOVE 'Y' TO WS-ON-FILE
                   PERFORM PROCESS-CUSTOMER-GROUP
                   PERFORM READ-NEXT-CUSTOMER
               WHEN WS-ITEM-KEY < WS-CUST-KEY
                   MOVE 'N' TO WS-ON-FILE
                   PERFORM PROCESS-CUSTOMER-GROUP
               WHEN OTHER
                   ADD 1 TO WS-NO-PRODUCT-COUNT
                   PERFORM READ-NEXT-CUSTOMER
           END-EVALUATE.

       PROCESS-CUSTOMER-GROUP.
           MOVE WS-ITEM-KEY TO WS-BREAK-KEY.
           MOVE ZEROS TO WS-CUST-DEPOSITS.
           MOVE ZEROS TO WS-CUST-BORROWINGS.
           MOVE ZEROS TO WS-CUST-ARREARS.
           MOVE 'N' TO WS-ARREARS-HELD.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE SW-CUSTOMER-NUMBER TO WS-CL-NUMBER.
           IF WS-ON-FILE = 'Y'
               MOVE CUST-NAME TO WS-CL-NAME
           ELSE
               MOVE '** NOT ON CUSTOMER FILE **' TO WS-CL-NAME
               ADD 1 TO WS-NOT-ON-FILE-COUNT
           END-IF.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-CUSTOMER-LINE.
           PERFORM PROCESS-RELATIONSHIP-ITEM
               UNTIL WS-ITEM-KEY NOT = WS-BREAK-KEY.
           COMPUTE WS-CUST-NET = WS-CUST-DEPOSITS - WS-CUST-BORROWINGS.
           MOVE 'TOTAL DEPOSITS:' TO WS-AL-LABEL.
           MOVE WS-CUST-DEPOSITS TO WS-AL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'TOTAL BORROWINGS:' TO WS-AL-LABEL.
           MOVE WS-CUST-BORROWINGS TO WS-AL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'NET POSITION:' TO WS-AL-LABEL.
           MOVE WS-CUST-NET TO WS-AL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-AMOUNT-LINE.
           IF WS-ARREARS-HELD = 'Y' AND WS-CUST-DEPOSITS > ZEROS
               WRITE RELATIONSHIP-REPORT-LINE FROM WS-SETOFF-LINE
               ADD 1 TO WS-SETOFF-COUNT
               ADD WS-CUST-DEPOSITS TO WS-SETOFF-DEPOSITS
               ADD WS-CUST-ARREARS TO WS-SETOFF-ARREARS
           END-IF.
           ADD WS-CUST-DEPOSITS TO WS-BANK-DEPOSITS.
           ADD WS-CUST-BORROWINGS TO WS-BANK-BORROWINGS.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-BLANK-LINE.

       PROCESS-RELATIONSHIP-ITEM.
           MOVE SW-ITEM-NUMBER TO WS-DL-NUMBER.
           MOVE SW-PRODUCT TO WS-DL-PRODUCT.
           MOVE SW-AMOUNT TO WS-DL-AMOUNT.
           MOVE SPACES TO WS-DL-LINKED.
           MOVE SPACES TO WS-DL-DATE.
           MOVE SPACES TO WS-DL-ARREARS.
           EVALUATE TRUE
               WHEN SW-DEPOSIT-ACCOUNT
                   PERFORM TALLY-ACCOUNT-ITEM
               WHEN SW-TERM-DEPOSIT
                   PERFORM TALLY-DEPOSIT-ITEM
               WHEN OTHER
                   PERFORM TALLY-LOAN-ITEM
           END-EVALUATE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM READ-SORTED-ITEM.

       TALLY-ACCOUNT-ITEM.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE 'DEPOSIT ACCT' TO WS-DL-ITEM-TYPE.
           EVALUATE SW-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-DL-STATUS
               WHEN 'F'
                   MOVE 'FROZEN' TO WS-DL-STATUS
               WHEN 'D'
                   MOVE 'DORMANT' TO WS-DL-STATUS
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-DL-STATUS
           END-EVALUATE.
           IF SW-AMOUNT > ZEROS
               ADD SW-AMOUNT TO WS-CUST-DEPOSITS
           ELSE
               SUBTRACT SW-AMOUNT FROM WS-CUST-BORROWINGS
           END-IF.

       TALLY-DEPOSIT-ITEM.
           ADD 1 TO WS-TD-COUNT.
           MOVE 'TERM DEPOSIT' TO WS-DL-ITEM-TYPE.
           MOVE SW-LINKED-ACCOUNT TO WS-DL-LINKED.
           MOVE SW-ITEM-DATE TO WS-DL-DATE.
           EVALUATE SW-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-DL-STATUS
                   ADD SW-AMOUNT TO WS-CUST-DEPOSITS
               WHEN 'M'
                   MOVE 'MATURED' TO WS-DL-STATUS
               WHEN 'R'
                   MOVE 'REDEEMED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-DL-STATUS
           END-EVALUATE.

       TALLY-LOAN-ITEM.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE 'LOAN' TO WS-DL-ITEM-TYPE.
           MOVE SW-LINKED-ACCOUNT TO WS-DL-LINKED.
           MOVE SW-ARREARS-COUNT TO WS-ARREARS-EDIT.
           MOVE WS-ARREARS-EDIT TO WS-DL-ARREARS.
           IF SW-STATUS = 'P'
               MOVE 'PAID OFF' TO WS-DL-STATUS
           ELSE
               IF SW-STATUS = 'A'
                   MOVE 'ACTIVE' TO WS-DL-STATUS
               ELSE
                   MOVE 'UNKNOWN' TO WS-DL-STATUS
               END-IF
               MOVE SW-ITEM-DATE TO WS-DL-DATE
               ADD SW-AMOUNT TO WS-CUST-BORROWINGS
               IF SW-ARREARS-COUNT > ZEROS
                   MOVE 'Y' TO WS-ARREARS-HELD
                   ADD SW-AMOUNT TO WS-CUST-ARREARS
               END-IF
           END-IF.

       WRITE-BANK-TOTALS.
           COMPUTE WS-BANK-NET = WS-BANK-DEPOSITS - WS-BANK-BORROWINGS.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'CUSTOMERS LISTED:' TO WS-TL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS WITH NO PRODUCTS:' TO WS-TL-LABEL.
           MOVE WS-NO-PRODUCT-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS NOT ON FILE:' TO WS-TL-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEPOSIT ACCOUNTS:' TO WS-TL-LABEL.
           MOVE WS-ACCOUNT-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TERM DEPOSITS:' TO WS-TL-LABEL.
           MOVE WS-TD-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS:' TO WS-TL-LABEL.
           MOVE WS-LOAN-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL DEPOSITS:' TO WS-GL-LABEL.
           MOVE WS-BANK-DEPOSITS TO WS-GL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-GRAND-LINE.
           MOVE 'TOTAL BORROWINGS:' TO WS-GL-LABEL.
           MOVE WS-BANK-BORROWINGS TO WS-GL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-GRAND-LINE.
           MOVE 'NET POSITION:' TO WS-GL-LABEL.
           MOVE WS-BANK-NET TO WS-GL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-GRAND-LINE.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'SET-OFF CANDIDATES:' TO WS-TL-LABEL.
           MOVE WS-SETOFF-COUNT TO WS-TL-COUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEPOSITS HELD BY CANDIDATES:' TO WS-GL-LABEL.
           MOVE WS-SETOFF-DEPOSITS TO WS-GL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-GRAND-LINE.
           MOVE 'LOANS IN ARREARS, CANDIDATES:' TO WS-GL-LABEL.
           MOVE WS-SETOFF-ARREARS TO WS-GL-AMOUNT.
           WRITE RELATIONSHIP-REPORT-LINE FROM WS-GRAND-LINE.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE SORTED-ITEM-FILE.
           CLOSE RELATIONSHIP-REPORT-FILE.
