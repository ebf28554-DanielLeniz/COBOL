               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

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

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  AUTH-LIMIT-FILE.
           COPY AUTHLIM.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  STOP-PAYMENT-FILE.
           COPY STOPREC.

       FD  PAID-CHEQUE-FILE.
           COPY PAIDCHQ.

       FD  FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       WORKING-STORAGE SECTION.
       01  DEPOSIT-AMOUNT       PIC 9(8)V99.
       01  WITHDRAW-AMOUNT      PIC 9(8)V99.
           05  WS-MD-DAY            PIC 9(2).
       01  WS-MATURITY-DATE-NUM REDEFINES WS-MATURITY-DATE
                                PIC 9(8).
       01  WS-QUOTE-DATE        PIC 9(8).
       01  WS-LN-REMAINING      PIC 9(3).
       01  WS-LN-PRINCIPAL-OWED PIC S9(8)V99.
       01  WS-LN-ACCRUAL-DAYS   PIC S9(5).
       01  WS-LN-ACCRUED        PIC S9(8)V99.
       01  WS-LN-PAYOFF         PIC S9(8)V99.
       01  WS-LN-NEW-PRINCIPAL  PIC S9(8)V99.
       01  WS-PREPAY-AMOUNT     PIC 9(8)V99.
       01  WS-PREPAY-SOURCE     PIC X.
       01  WS-PREPAY-FULL       PIC X.
       01  WS-PREPAY-OK         PIC X.
       01  WS-PROD-FILE-STATUS  PIC XX.
       01  WS-PROD-FOUND        PIC X.
       01  WS-PROD-OK           PIC X.
       01  WS-NEW-PROD-CODE     PIC X(2).
       01  WS-NEW-PROD-RATE     PIC 9V9(4).
       01  WS-RATE-EFF-DATE     PIC 9(8).
       01  WS-OPENING-DEPOSIT   PIC 9(8)V99.
       01  WS-AUD-FILE-STATUS   PIC XX.
       01  WS-AUDIT-TYPE        PIC X(8).
       01  WS-AUDIT-KEY         PIC X(12).
       01  WS-AUDIT-OPERATOR    PIC X(8) VALUE SPACES.
       01  WS-AUDIT-SUPERVISOR  PIC X(8) VALUE SPACES.
       01  WS-AUDIT-AMOUNT      PIC Z(7)9.99-.
       01  WS-AUDIT-RATE        PIC 9.9999.
       01  WS-OLD-STATUS        PIC X.
       01  WS-OLD-FREEZE-REASON PIC X(30).
       01  WS-OLD-CUST-NAME     PIC X(30).
       01  WS-OLD-CUST-ADDRESS  PIC X(40).
       01  WS-OLD-CUST-PHONE    PIC X(12).
       01  WS-OLD-CUST-TAX-ID   PIC X(11).
           COPY PRODREC REPLACING LEADING ==PROD== BY ==WS-OLD-PROD==.
       01  WS-STOP-FILE-STATUS  PIC XX.
       01  WS-PAID-FILE-STATUS  PIC XX.
       01  WS-FEE-FILE-STATUS   PIC XX.
       01  WS-FEE-EOF           PIC X VALUE 'N'.
           88  END-OF-FEE-SCHEDULE  VALUE 'Y'.
       01  WS-STOP-OK           PIC X.
       01  WS-STOP-EXISTS       PIC X.
       01  WS-STOP-ACCOUNT      PIC 9(5).
       01  WS-STOP-CHEQUE       PIC 9(6).
       01  WS-STOP-FEE          PIC 9(4)V99.
       01  WS-STOP-MONTHS       PIC 9(3) VALUE 6.
       01  WS-STOP-STATE        PIC X(9).
       01  WS-STOP-COUNT        PIC 9(4).
       01  WS-STOP-SCAN-EOF     PIC X VALUE 'N'.
           88  END-OF-STOP-SCAN     VALUE 'Y'.
       01  WS-SCHED-NUMBER      PIC 9(3).
       01  WS-SCHED-BALANCE     PIC S9(8)V99.
       01  WS-SCHED-INTEREST-LEFT PIC S9(8)V99.
       01  WS-SCHED-INT-PORTION PIC S9(8)V99.
       01  WS-SCHED-PAYMENT     PIC S9(8)V99.
       01  WS-SCHED-INTEREST    PIC S9(8)V99.
       01  WS-SCHED-HEADER.
           05  FILLER               PIC X(5)  VALUE 'NO'.
           05  FILLER               PIC X(10) VALUE 'DUE DATE'.
           05  FILLER               PIC X(16) VALUE 'INSTALLMENT'.
           05  FILLER               PIC X(16) VALUE 'INTEREST'.
           05  FILLER               PIC X(16) VALUE 'PRINCIPAL'.
           05  FILLER               PIC X(17) VALUE 'BALANCE'.
       01  WS-SCHED-LINE.
           05  WS-SL-NUMBER         PIC ZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-DUE-DATE       PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-SL-PAYMENT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-SL-INTEREST       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-SL-PRINCIPAL      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-SL-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY '22. Transaction History'.
           DISPLAY '23. Supervisor Authorization'.
           DISPLAY '24. Customer Search'.
           DISPLAY '25. Loan Payoff Quote'.
           DISPLAY '26. Loan Prepayment/Payoff'.
           DISPLAY '27. Loan Amortization Schedule'.
           DISPLAY '28. Product Maintenance'.
           DISPLAY '29. Place Stop Payment'.
           DISPLAY '30. List Stop Payments'.
           DISPLAY '31. Cancel Stop Payment'.
           DISPLAY '32. Exit'.
           DISPLAY 'Enter your choice (1-32): '.
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 24
                   PERFORM CUSTOMER-SEARCH
               WHEN 25
                   PERFORM LOAN-PAYOFF-QUOTE
               WHEN 26
                   PERFORM LOAN-PREPAYMENT
               WHEN 27
                   PERFORM LOAN-AMORTIZATION-SCHEDULE
               WHEN 28
                   PERFORM PRODUCT-MAINTENANCE
               WHEN 29
                   PERFORM PLACE-STOP-PAYMENT
               WHEN 30
                   PERFORM LIST-STOP-PAYMENTS
               WHEN 31
                   PERFORM CANCEL-STOP-PAYMENT
               WHEN 32
                   PERFORM EXIT-PROGRAM
               WHEN OTHER
                   DISPLAY 'Invalid choice.'
                   DISPLAY 'Please enter a number between 1 and 32.'
                   PERFORM PROCESS-MENU
           END-EVALUATE.

                       DISPLAY 'Enroll the customer first.'
                       MOVE 'N' TO WS-OPEN-OK
               END-READ
               IF WS-OPEN-OK = 'Y'
                   PERFORM EDIT-NEW-ACCOUNT-PRODUCT
               END-IF
               IF WS-OPEN-OK = 'Y'
                   ADD 1 TO CURRENT-ACCOUNT-INDEX
                       ON SIZE ERROR
                   MOVE ZEROS TO ACCT-BALANCE
                   MOVE 'A' TO ACCT-STATUS
                   MOVE CUST-NUMBER TO ACCT-CUSTOMER-NUMBER
                   MOVE PROD-CODE TO ACCT-TYPE
                   MOVE PROD-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY 'Error creating account record.'
                           DISPLAY 'New account created.'
                           DISPLAY 'Your account number is: '
                               ACCT-NUMBER
                           IF WS-OPENING-DEPOSIT > ZEROS
                               PERFORM POST-OPENING-DEPOSIT
                           END-IF
                   END-WRITE
               END-IF
           END-IF.
           PERFORM PROCESS-MENU.

       EDIT-NEW-ACCOUNT-PRODUCT.
           DISPLAY 'Enter product code (SV=Savings, CK=Checking): '
           ACCEPT PROD-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Product not found.'
                   MOVE 'N' TO WS-OPEN-OK
               NOT INVALID KEY
                   IF NOT PROD-ACTIVE
                       DISPLAY 'Product is withdrawn from sale.'
                       MOVE 'N' TO WS-OPEN-OK
                   END-IF
           END-READ.
           IF WS-OPEN-OK = 'Y'
               DISPLAY 'Product: ' PROD-DESCRIPTION
               DISPLAY 'Minimum opening deposit: ' PROD-MIN-DEPOSIT
               DISPLAY 'Enter opening cash deposit: '
               ACCEPT WS-OPENING-DEPOSIT
               IF WS-OPENING-DEPOSIT < PROD-MIN-DEPOSIT
                   DISPLAY 'Error: deposit is below the product'
                       ' minimum.'
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF.
           IF WS-OPEN-OK = 'Y' AND WS-OPENING-DEPOSIT > ZEROS
               PERFORM CHECK-DRAWER-OPEN
               IF WS-DRAWER-OK = 'N'
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF.

       POST-OPENING-DEPOSIT.
           ADD WS-OPENING-DEPOSIT TO ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT.
           MOVE 'DEPOSIT' TO WS-JRN-TYPE.
           MOVE WS-OPENING-DEPOSIT TO WS-JRN-AMOUNT.
           PERFORM WRITE-JOURNAL-ENTRY.
           DISPLAY 'Opening deposit posted.'.
           DISPLAY 'New balance is: ' ACCT-BALANCE.

       DEPOSIT-MONEY.
           PERFORM CHECK-DRAWER-OPEN.
           IF WS-DRAWER-OK = 'Y'
               INVALID KEY
                   DISPLAY 'Customer not found.'
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-OLD-CUST-NAME
                   MOVE CUST-ADDRESS TO WS-OLD-CUST-ADDRESS
                   MOVE CUST-PHONE TO WS-OLD-CUST-PHONE
                   MOVE CUST-TAX-ID TO WS-OLD-CUST-TAX-ID
                   DISPLAY 'Updating customer: ' CUST-NAME
                   DISPLAY 'Enter customer name: '
                   ACCEPT CUST-NAME
                   DISPLAY 'Enter customer tax ID: '
                   ACCEPT CUST-TAX-ID
                   REWRITE CUSTOMER-RECORD
                   PERFORM AUDIT-CUSTOMER-CHANGES
                   DISPLAY 'Customer details updated.'
           END-READ.
           PERFORM PROCESS-MENU.

       AUDIT-CUSTOMER-CHANGES.
           MOVE 'CUSTOMER' TO WS-AUDIT-TYPE.
           MOVE CUST-NUMBER TO WS-AUDIT-KEY.
           IF CUST-NAME NOT = WS-OLD-CUST-NAME
               MOVE 'CUST-NAME' TO MA-FIELD-NAME
               MOVE WS-OLD-CUST-NAME TO MA-BEFORE-VALUE
               MOVE CUST-NAME TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF CUST-ADDRESS NOT = WS-OLD-CUST-ADDRESS
               MOVE 'CUST-ADDRESS' TO MA-FIELD-NAME
               MOVE WS-OLD-CUST-ADDRESS TO MA-BEFORE-VALUE
               MOVE CUST-ADDRESS TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF CUST-PHONE NOT = WS-OLD-CUST-PHONE
               MOVE 'CUST-PHONE' TO MA-FIELD-NAME
               MOVE WS-OLD-CUST-PHONE TO MA-BEFORE-VALUE
               MOVE CUST-PHONE TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF CUST-TAX-ID NOT = WS-OLD-CUST-TAX-ID
               MOVE 'CUST-TAX-ID' TO MA-FIELD-NAME
               MOVE WS-OLD-CUST-TAX-ID TO MA-BEFORE-VALUE
               MOVE CUST-TAX-ID TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       LIST-CUSTOMER-ACCOUNTS.
           DISPLAY 'Enter customer number: '
           ACCEPT CUST-NUMBER.
                   IF SO-CANCELLED
                       DISPLAY 'Standing order is already cancelled.'
                   ELSE
                       MOVE SO-STATUS TO WS-OLD-STATUS
                       MOVE 'C' TO SO-STATUS
                       REWRITE STANDING-ORDER-RECORD
                       MOVE 'STORDER' TO WS-AUDIT-TYPE
                       MOVE SO-ORDER-NUMBER TO WS-AUDIT-KEY
                       MOVE 'SO-STATUS' TO MA-FIELD-NAME
                       MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE
                       MOVE SO-STATUS TO MA-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY 'Standing order cancelled.'
                   END-IF
           END-READ.
                       WHEN ACCT-CLOSED
                           DISPLAY 'Error: account is closed.'
                       WHEN OTHER
                           MOVE ACCT-STATUS TO WS-OLD-STATUS
                           MOVE ACCT-FREEZE-REASON
                               TO WS-OLD-FREEZE-REASON
                           DISPLAY 'Enter freeze reason: '
                           ACCEPT ACCT-FREEZE-REASON
                           MOVE 'F' TO ACCT-STATUS
                           REWRITE ACCOUNT-RECORD
                           PERFORM AUDIT-ACCOUNT-STATUS
                           DISPLAY 'Account frozen.'
                   END-EVALUATE
           END-READ.
                           MOVE ZEROS TO PA-REF-NUMBER
                           PERFORM QUEUE-PENDING-AUTH
                       WHEN ACCT-DORMANT
                           MOVE ACCT-STATUS TO WS-OLD-STATUS
                           MOVE ACCT-FREEZE-REASON
                               TO WS-OLD-FREEZE-REASON
                           MOVE 'A' TO ACCT-STATUS
                           REWRITE ACCOUNT-RECORD
                           PERFORM AUDIT-ACCOUNT-STATUS
                           DISPLAY 'Account reactivated.'
                       WHEN OTHER
                           DISPLAY 'Account is not frozen'
           END-READ.
           PERFORM PROCESS-MENU.

       AUDIT-ACCOUNT-STATUS.
           MOVE 'ACCOUNT' TO WS-AUDIT-TYPE.
           MOVE ACCT-NUMBER TO WS-AUDIT-KEY.
           MOVE 'ACCT-STATUS' TO MA-FIELD-NAME.
           MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE.
           MOVE ACCT-STATUS TO MA-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.
           IF ACCT-FREEZE-REASON NOT = WS-OLD-FREEZE-REASON
               MOVE 'ACCT-FREEZE-REASON' TO MA-FIELD-NAME
               MOVE WS-OLD-FREEZE-REASON TO MA-BEFORE-VALUE
               MOVE ACCT-FREEZE-REASON TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       PLACE-HOLD.
           MOVE 'Y' TO WS-HOLD-OK.
           DISPLAY 'Enter account number: '
                       DISPLAY 'Error creating hold record.'
                       SUBTRACT 1 FROM CURRENT-HOLD-INDEX
                   NOT INVALID KEY
                       PERFORM AUDIT-HOLD-PLACED
                       DISPLAY 'Hold placed.'
                       DISPLAY 'Hold number is: ' HOLD-ID
               END-WRITE
           END-READ.
           PERFORM PROCESS-MENU.

       AUDIT-HOLD-PLACED.
           MOVE 'HOLD' TO WS-AUDIT-TYPE.
           MOVE HOLD-ID TO WS-AUDIT-KEY.
           MOVE 'HOLD-STATUS' TO MA-FIELD-NAME.
           MOVE SPACES TO MA-BEFORE-VALUE.
           MOVE HOLD-STATUS TO MA-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE 'HOLD-AMOUNT' TO MA-FIELD-NAME.
           MOVE SPACES TO MA-BEFORE-VALUE.
           MOVE HOLD-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE WS-AUDIT-AMOUNT TO MA-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       OPEN-TELLER-DRAWER.
           MOVE WS-OPERATOR-ID TO DRW-OPERATOR-ID.
           READ DRAWER-FILE
                   DISPLAY 'Supervisor approval not given.'
                   DISPLAY 'Redemption cancelled.'
               ELSE
                   MOVE WS-SUPERVISOR-ID TO WS-AUDIT-SUPERVISOR
                   PERFORM COMPUTE-EARLY-REDEMPTION
                   PERFORM PAY-OUT-TERM-DEPOSIT
                   MOVE SPACES TO WS-AUDIT-SUPERVISOR
               END-IF
           ELSE
               COMPUTE WS-TD-INTEREST ROUNDED =
                       MOVE 'TD-REDEEM' TO WS-JRN-TYPE
                       MOVE WS-TD-PAYOUT TO WS-JRN-AMOUNT
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE TD-STATUS TO WS-OLD-STATUS
                       MOVE 'R' TO TD-STATUS
                       REWRITE TERM-DEPOSIT-RECORD
                       MOVE 'TDEPOSIT' TO WS-AUDIT-TYPE
                       MOVE TD-NUMBER TO WS-AUDIT-KEY
                       MOVE 'TD-STATUS' TO MA-FIELD-NAME
                       MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE
                       MOVE TD-STATUS TO MA-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY 'Term deposit redeemed.'
                       DISPLAY 'Amount paid out: ' WS-TD-PAYOUT
                   END-IF
                   MOVE 'N' TO WS-LOAN-OK
           END-READ.
           IF WS-LOAN-OK = 'Y'
               DISPLAY 'Enter account for disbursement: '
               ACCEPT ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'Account not found.'
                       MOVE 'N' TO WS-LOAN-OK
                   NOT INVALID KEY
                       PERFORM READ-ACCOUNT-PRODUCT
                       EVALUATE TRUE
                           WHEN ACCT-CUSTOMER-NUMBER NOT = CUST-NUMBER
                               DISPLAY 'Account does not belong'
                                   ' to this customer.'
                               MOVE 'N' TO WS-LOAN-OK
                           WHEN WS-PROD-FOUND = 'N'
                               OR NOT PROD-LOAN-DISB-OK
                               DISPLAY 'Account product does not'
                                   ' allow loan disbursement.'
                               MOVE 'N' TO WS-LOAN-OK
                           WHEN NOT ACCT-ACTIVE
                               DISPLAY 'Error: account is not active.'
               MOVE WS-MATURITY-DATE-NUM TO LN-NEXT-DUE-DATE
               MOVE ZEROS TO LN-ARREARS-COUNT
               MOVE 'A' TO LN-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO LN-OPEN-DATE
               WRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY 'Error creating loan record.'
           END-IF.
           PERFORM PROCESS-MENU.

       READ-ACCOUNT-PRODUCT.
           MOVE ACCT-TYPE TO PROD-CODE.
           READ PRODUCT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PROD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PROD-FOUND
                   PERFORM DEFAULT-CHEQUE-FLAG
           END-READ.

       DEFAULT-CHEQUE-FLAG.
           IF PROD-CHEQUE-FLAG NOT = 'Y' AND NOT = 'N'
               IF PROD-CODE = 'CK'
                   MOVE 'Y' TO PROD-CHEQUE-FLAG
               ELSE
                   MOVE 'N' TO PROD-CHEQUE-FLAG
               END-IF
           END-IF.

       LOAN-PAYOFF-QUOTE.
           DISPLAY 'Enter loan number: '
           ACCEPT LN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Loan not found.'
               NOT INVALID KEY
                   IF NOT LN-ACTIVE
                       DISPLAY 'Loan is not active.'
                   ELSE
                       DISPLAY 'Enter quote date (YYYYMMDD, 0=today): '
                       ACCEPT WS-QUOTE-DATE
                       PERFORM SHOW-PAYOFF-QUOTE
                   END-IF
           END-READ.
           PERFORM PROCESS-MENU.

       SHOW-PAYOFF-QUOTE.
           IF WS-QUOTE-DATE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QUOTE-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-QUOTE-DATE) NOT = ZEROS
               DISPLAY 'Invalid quote date.'
           ELSE
               PERFORM COMPUTE-LOAN-PAYOFF
               DISPLAY 'Payoff quote for loan ' LN-NUMBER
                   ' as of ' WS-QUOTE-DATE
               DISPLAY 'Contract balance:      ' LN-BALANCE
               DISPLAY 'Principal outstanding: ' WS-LN-PRINCIPAL-OWED
               DISPLAY 'Accrued interest:      ' WS-LN-ACCRUED
               DISPLAY 'Payoff amount:         ' WS-LN-PAYOFF
               DISPLAY 'Installments in arrears: ' LN-ARREARS-COUNT
           END-IF.

       COMPUTE-LOAN-POSITION.
           IF LN-INSTALLMENT = ZEROS
               MOVE 1 TO WS-LN-REMAINING
           ELSE
               DIVIDE LN-BALANCE BY LN-INSTALLMENT
                   GIVING WS-LN-REMAINING
               IF WS-LN-REMAINING * LN-INSTALLMENT < LN-BALANCE
                   ADD 1 TO WS-LN-REMAINING
               END-IF
           END-IF.
           IF WS-LN-REMAINING = ZEROS
               MOVE 1 TO WS-LN-REMAINING
           END-IF.
           COMPUTE WS-LN-PRINCIPAL-OWED ROUNDED =
               LN-BALANCE / (1 + (LN-RATE * WS-LN-REMAINING / 12)).

       COMPUTE-LOAN-PAYOFF.
           PERFORM COMPUTE-LOAN-POSITION.
           MOVE LN-NEXT-DUE-DATE TO WS-MATURITY-DATE-NUM.
           PERFORM SUBTRACT-MATURITY-MONTH.
           COMPUTE WS-LN-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE-NUM).
           IF WS-LN-ACCRUAL-DAYS < ZEROS
               MOVE ZEROS TO WS-LN-ACCRUAL-DAYS
           END-IF.
           COMPUTE WS-LN-ACCRUED ROUNDED =
               WS-LN-PRINCIPAL-OWED * LN-RATE
               * WS-LN-ACCRUAL-DAYS / 365.
           COMPUTE WS-LN-PAYOFF =
               WS-LN-PRINCIPAL-OWED + WS-LN-ACCRUED.
           IF WS-LN-PAYOFF > LN-BALANCE
               MOVE LN-BALANCE TO WS-LN-PAYOFF
               COMPUTE WS-LN-ACCRUED =
                   LN-BALANCE - WS-LN-PRINCIPAL-OWED
           END-IF.

       SUBTRACT-MATURITY-MONTH.
           IF WS-MD-MONTH = 1
               MOVE 12 TO WS-MD-MONTH
               SUBTRACT 1 FROM WS-MD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-MD-MONTH
           END-IF.
           IF WS-MD-DAY > 28 AND WS-MD-MONTH = 2
               MOVE 28 TO WS-MD-DAY
           END-IF.
           IF WS-MD-DAY > 30 AND (WS-MD-MONTH = 4
               OR WS-MD-MONTH = 6 OR WS-MD-MONTH = 9
               OR WS-MD-MONTH = 11)
               MOVE 30 TO WS-MD-DAY
           END-IF.

       LOAN-PREPAYMENT.
           DISPLAY 'Enter loan number: '
           ACCEPT LN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Loan not found.'
               NOT INVALID KEY
                   IF NOT LN-ACTIVE
                       DISPLAY 'Loan is not active.'
                   ELSE
                       PERFORM EDIT-LOAN-PREPAYMENT
                   END-IF
           END-READ.
           PERFORM PROCESS-MENU.

       EDIT-LOAN-PREPAYMENT.
           MOVE 'Y' TO WS-PREPAY-OK.
           MOVE 'N' TO WS-PREPAY-FULL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QUOTE-DATE.
           PERFORM COMPUTE-LOAN-PAYOFF.
           DISPLAY 'Payoff amount today:   ' WS-LN-PAYOFF.
           DISPLAY 'Accrued interest:      ' WS-LN-ACCRUED.
           DISPLAY 'Enter prepayment amount (0 = full payoff): '
           ACCEPT WS-PREPAY-AMOUNT.
           IF WS-PREPAY-AMOUNT = ZEROS
               OR WS-PREPAY-AMOUNT NOT < WS-LN-PAYOFF
               MOVE WS-LN-PAYOFF TO WS-PREPAY-AMOUNT
               MOVE 'Y' TO WS-PREPAY-FULL
           ELSE
               IF WS-PREPAY-AMOUNT NOT > WS-LN-ACCRUED
                   DISPLAY 'Prepayment must exceed the accrued'
                       ' interest.'
                   MOVE 'N' TO WS-PREPAY-OK
               END-IF
           END-IF.
           IF WS-PREPAY-OK = 'Y'
               DISPLAY 'Pay from linked account or cash (A/C): '
               ACCEPT WS-PREPAY-SOURCE
               EVALUATE WS-PREPAY-SOURCE
                   WHEN 'A'
                       PERFORM EDIT-PREPAY-FROM-ACCOUNT
                   WHEN 'C'
                       PERFORM TAKE-PREPAY-IN-CASH
                   WHEN OTHER
                       DISPLAY 'Invalid payment source.'
                       MOVE 'N' TO WS-PREPAY-OK
               END-EVALUATE
           END-IF.
           IF WS-PREPAY-OK = 'Y'
               PERFORM APPLY-LOAN-PREPAYMENT
           ELSE
               DISPLAY 'Prepayment cancelled.'
           END-IF.

       EDIT-PREPAY-FROM-ACCOUNT.
           MOVE LN-LINKED-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Linked account not found.'
                   MOVE 'N' TO WS-PREPAY-OK
               NOT INVALID KEY
                   IF NOT ACCT-ACTIVE
                       DISPLAY 'Error: linked account is not active.'
                       MOVE 'N' TO WS-PREPAY-OK
                   ELSE
                       PERFORM COMPUTE-AVAILABLE-FUNDS
                       IF WS-PREPAY-AMOUNT > WS-AVAILABLE-FUNDS
                           DISPLAY 'Error: Insufficient funds.'
                           MOVE 'N' TO WS-PREPAY-OK
                       END-IF
                   END-IF
           END-READ.

       TAKE-PREPAY-IN-CASH.
           PERFORM CHECK-DRAWER-OPEN.
           IF WS-DRAWER-OK = 'N'
               MOVE 'N' TO WS-PREPAY-OK
           ELSE
               MOVE LN-LINKED-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'Linked account not found.'
                       MOVE 'N' TO WS-PREPAY-OK
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           DISPLAY 'Error: linked account is closed.'
                           MOVE 'N' TO WS-PREPAY-OK
                       ELSE
                           ADD WS-PREPAY-AMOUNT TO ACCT-BALANCE
                           REWRITE ACCOUNT-RECORD
                           MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT
                           MOVE 'DEPOSIT' TO WS-JRN-TYPE
                           MOVE WS-PREPAY-AMOUNT TO WS-JRN-AMOUNT
                           PERFORM WRITE-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-IF.

       APPLY-LOAN-PREPAYMENT.
           SUBTRACT WS-PREPAY-AMOUNT FROM ACCT-BALANCE.
           REWRITE ACCOUNT-RECORD.
           MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT.
           MOVE 'LOAN-PREPAY' TO WS-JRN-TYPE.
           MOVE WS-PREPAY-AMOUNT TO WS-JRN-AMOUNT.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF WS-PREPAY-FULL = 'Y'
               MOVE LN-STATUS TO WS-OLD-STATUS
               MOVE ZEROS TO LN-BALANCE
               MOVE 'P' TO LN-STATUS
               REWRITE LOAN-RECORD
               MOVE 'LOAN' TO WS-AUDIT-TYPE
               MOVE LN-NUMBER TO WS-AUDIT-KEY
               MOVE 'LN-STATUS' TO MA-FIELD-NAME
               MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE
               MOVE LN-STATUS TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY 'Loan paid off.'
           ELSE
               COMPUTE WS-LN-NEW-PRINCIPAL =
                   WS-LN-PRINCIPAL-OWED + WS-LN-ACCRUED
                   - WS-PREPAY-AMOUNT
               COMPUTE LN-INSTALLMENT ROUNDED =
                   (WS-LN-NEW-PRINCIPAL
                   * (1 + (LN-RATE * WS-LN-REMAINING / 12)))
                   / WS-LN-REMAINING
               COMPUTE LN-BALANCE ROUNDED =
                   LN-INSTALLMENT * WS-LN-REMAINING
               REWRITE LOAN-RECORD
               DISPLAY 'Prepayment applied.'
               DISPLAY 'New loan balance:  ' LN-BALANCE
               DISPLAY 'New installment:   ' LN-INSTALLMENT
               DISPLAY 'Installments left: ' WS-LN-REMAINING
           END-IF.
           DISPLAY 'Amount paid: ' WS-PREPAY-AMOUNT.

       LOAN-AMORTIZATION-SCHEDULE.
           DISPLAY 'Enter loan number: '
           ACCEPT LN-NUMBER.
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Loan not found.'
               NOT INVALID KEY
                   IF NOT LN-ACTIVE
                       DISPLAY 'Loan is not active.'
                   ELSE
                       PERFORM SHOW-AMORTIZATION-SCHEDULE
                   END-IF
           END-READ.
           PERFORM PROCESS-MENU.

       SHOW-AMORTIZATION-SCHEDULE.
           PERFORM COMPUTE-LOAN-POSITION.
           MOVE LN-BALANCE TO WS-SCHED-BALANCE.
           COMPUTE WS-SCHED-INTEREST-LEFT =
               LN-BALANCE - WS-LN-PRINCIPAL-OWED.
           COMPUTE WS-SCHED-INT-PORTION ROUNDED =
               WS-SCHED-INTEREST-LEFT / WS-LN-REMAINING.
           MOVE LN-NEXT-DUE-DATE TO WS-MATURITY-DATE-NUM.
           MOVE ZEROS TO WS-SCHED-NUMBER.
           DISPLAY 'Amortization schedule for loan ' LN-NUMBER.
           DISPLAY 'Annual rate:       ' LN-RATE.
           DISPLAY 'Installment:       ' LN-INSTALLMENT.
           DISPLAY 'Installments left: ' WS-LN-REMAINING.
           DISPLAY WS-SCHED-HEADER.
           PERFORM SHOW-SCHEDULE-LINE
               UNTIL WS-SCHED-NUMBER = WS-LN-REMAINING.
           DISPLAY 'Installments shown: ' WS-SCHED-NUMBER.

       SHOW-SCHEDULE-LINE.
           ADD 1 TO WS-SCHED-NUMBER.
           IF WS-SCHED-NUMBER = WS-LN-REMAINING
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PAYMENT
               MOVE WS-SCHED-INTEREST-LEFT TO WS-SCHED-INTEREST
           ELSE
               MOVE LN-INSTALLMENT TO WS-SCHED-PAYMENT
               MOVE WS-SCHED-INT-PORTION TO WS-SCHED-INTEREST
           END-IF.
           SUBTRACT WS-SCHED-PAYMENT FROM WS-SCHED-BALANCE.
           SUBTRACT WS-SCHED-INTEREST FROM WS-SCHED-INTEREST-LEFT.
           MOVE WS-SCHED-NUMBER TO WS-SL-NUMBER.
           MOVE WS-MATURITY-DATE-NUM TO WS-SL-DUE-DATE.
           MOVE WS-SCHED-PAYMENT TO WS-SL-PAYMENT.
           MOVE WS-SCHED-INTEREST TO WS-SL-INTEREST.
           COMPUTE WS-SL-PRINCIPAL =
               WS-SCHED-PAYMENT - WS-SCHED-INTEREST.
           MOVE WS-SCHED-BALANCE TO WS-SL-BALANCE.
           DISPLAY WS-SCHED-LINE.
           PERFORM ADD-MATURITY-MONTH.

       PRODUCT-MAINTENANCE.
           DISPLAY 'Enter product code: '
           ACCEPT WS-NEW-PROD-CODE.
           IF WS-NEW-PROD-CODE = SPACES
               DISPLAY 'Invalid product code.'
           ELSE
               MOVE WS-NEW-PROD-CODE TO PROD-CODE
               READ PRODUCT-MASTER-FILE
                   INVALID KEY
                       PERFORM ADD-PRODUCT
                   NOT INVALID KEY
                       PERFORM CHANGE-PRODUCT
               END-READ
           END-IF.
           PERFORM PROCESS-MENU.

       ADD-PRODUCT.
           DISPLAY 'Adding new product ' WS-NEW-PROD-CODE.
           MOVE WS-NEW-PROD-CODE TO PROD-CODE.
           DISPLAY 'Enter description: '
           ACCEPT PROD-DESCRIPTION.
           DISPLAY 'Enter interest rate (9.9999): '
           ACCEPT PROD-RATE.
           MOVE PROD-RATE TO PROD-PRIOR-RATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PROD-RATE-EFF-DATE.
           PERFORM ENTER-PRODUCT-TERMS.
           MOVE 'A' TO PROD-STATUS.
           IF WS-PROD-OK = 'Y'
               WRITE PRODUCT-RECORD
                   INVALID KEY
                       DISPLAY 'Error creating product record.'
                   NOT INVALID KEY
                       DISPLAY 'Product added.'
               END-WRITE
           ELSE
               DISPLAY 'Product not added.'
           END-IF.

       CHANGE-PRODUCT.
           MOVE PRODUCT-RECORD TO WS-OLD-PRODUCT-RECORD.
           PERFORM SHOW-PRODUCT.
           DISPLAY 'Enter description: '
           ACCEPT PROD-DESCRIPTION.
           PERFORM ENTER-PRODUCT-TERMS.
           IF WS-PROD-OK = 'Y'
               PERFORM ENTER-PRODUCT-RATE-CHANGE
           END-IF.
           IF WS-PROD-OK = 'Y'
               DISPLAY 'Product status (A=Active, W=Withdrawn): '
               ACCEPT PROD-STATUS
               IF NOT PROD-ACTIVE AND NOT PROD-WITHDRAWN
                   DISPLAY 'Error: invalid product status.'
                   MOVE 'N' TO WS-PROD-OK
               END-IF
           END-IF.
           IF WS-PROD-OK = 'Y'
               REWRITE PRODUCT-RECORD
               PERFORM AUDIT-PRODUCT-CHANGES
               DISPLAY 'Product updated.'
           ELSE
               DISPLAY 'Product not updated.'
           END-IF.

       AUDIT-PRODUCT-CHANGES.
           MOVE 'PRODUCT' TO WS-AUDIT-TYPE.
           MOVE PROD-CODE TO WS-AUDIT-KEY.
           IF PROD-DESCRIPTION NOT = WS-OLD-PROD-DESCRIPTION
               MOVE 'PROD-DESCRIPTION' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-DESCRIPTION TO MA-BEFORE-VALUE
               MOVE PROD-DESCRIPTION TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-RATE NOT = WS-OLD-PROD-RATE
               MOVE 'PROD-RATE' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-RATE TO WS-AUDIT-RATE
               MOVE WS-AUDIT-RATE TO MA-BEFORE-VALUE
               MOVE PROD-RATE TO WS-AUDIT-RATE
               MOVE WS-AUDIT-RATE TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-RATE-EFF-DATE NOT = WS-OLD-PROD-RATE-EFF-DATE
               MOVE 'PROD-RATE-EFF-DATE' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-RATE-EFF-DATE TO MA-BEFORE-VALUE
               MOVE PROD-RATE-EFF-DATE TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-OVERDRAFT-LIMIT NOT = WS-OLD-PROD-OVERDRAFT-LIMIT
               MOVE 'PROD-OVERDRAFT-LIMIT' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-OVERDRAFT-LIMIT TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO MA-BEFORE-VALUE
               MOVE PROD-OVERDRAFT-LIMIT TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-MIN-DEPOSIT NOT = WS-OLD-PROD-MIN-DEPOSIT
               MOVE 'PROD-MIN-DEPOSIT' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-MIN-DEPOSIT TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO MA-BEFORE-VALUE
               MOVE PROD-MIN-DEPOSIT TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-INTEREST-FLAG NOT = WS-OLD-PROD-INTEREST-FLAG
               MOVE 'PROD-INTEREST-FLAG' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-INTEREST-FLAG TO MA-BEFORE-VALUE
               MOVE PROD-INTEREST-FLAG TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-LOAN-DISB-FLAG NOT = WS-OLD-PROD-LOAN-DISB-FLAG
               MOVE 'PROD-LOAN-DISB-FLAG' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-LOAN-DISB-FLAG TO MA-BEFORE-VALUE
               MOVE PROD-LOAN-DISB-FLAG TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-CHEQUE-FLAG NOT = WS-OLD-PROD-CHEQUE-FLAG
               MOVE 'PROD-CHEQUE-FLAG' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-CHEQUE-FLAG TO MA-BEFORE-VALUE
               MOVE PROD-CHEQUE-FLAG TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           IF PROD-STATUS NOT = WS-OLD-PROD-STATUS
               MOVE 'PROD-STATUS' TO MA-FIELD-NAME
               MOVE WS-OLD-PROD-STATUS TO MA-BEFORE-VALUE
               MOVE PROD-STATUS TO MA-AFTER-VALUE
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.

       ENTER-PRODUCT-TERMS.
           MOVE 'Y' TO WS-PROD-OK.
           DISPLAY 'Enter default overdraft limit: '
           ACCEPT PROD-OVERDRAFT-LIMIT.
           DISPLAY 'Enter minimum opening deposit: '
           ACCEPT PROD-MIN-DEPOSIT.
           DISPLAY 'Interest bearing (Y/N): '
           ACCEPT PROD-INTEREST-FLAG.
           DISPLAY 'Loan disbursement account allowed (Y/N): '
           ACCEPT PROD-LOAN-DISB-FLAG.
           DISPLAY 'Cheque account (Y/N): '
           ACCEPT PROD-CHEQUE-FLAG.
           IF (PROD-INTEREST-FLAG NOT = 'Y' AND NOT = 'N')
               OR (PROD-LOAN-DISB-FLAG NOT = 'Y' AND NOT = 'N')
               OR (PROD-CHEQUE-FLAG NOT = 'Y' AND NOT = 'N')
               DISPLAY 'Error: flags must be Y or N.'
               MOVE 'N' TO WS-PROD-OK
           END-IF.

       ENTER-PRODUCT-RATE-CHANGE.
           DISPLAY 'Enter interest rate (9.9999): '
           ACCEPT WS-NEW-PROD-RATE.
           IF WS-NEW-PROD-RATE NOT = PROD-RATE
               DISPLAY 'Enter rate effective date (YYYYMMDD,'
                   ' 0=today): '
               ACCEPT WS-RATE-EFF-DATE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM
               IF WS-RATE-EFF-DATE = ZEROS
                   MOVE WS-TODAY-DATE-NUM TO WS-RATE-EFF-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RATE-EFF-DATE)
                   NOT = ZEROS
                   DISPLAY 'Invalid effective date.'
                   MOVE 'N' TO WS-PROD-OK
               ELSE
                   IF PROD-RATE-EFF-DATE NOT > WS-TODAY-DATE-NUM
                       MOVE PROD-RATE TO PROD-PRIOR-RATE
                   END-IF
                   MOVE WS-NEW-PROD-RATE TO PROD-RATE
                   MOVE WS-RATE-EFF-DATE TO PROD-RATE-EFF-DATE
               END-IF
           END-IF.

       SHOW-PRODUCT.
           DISPLAY 'Product:           ' PROD-CODE ' ' PROD-DESCRIPTION.
           DISPLAY 'Interest rate:     ' PROD-RATE
               ' effective ' PROD-RATE-EFF-DATE.
           DISPLAY 'Prior rate:        ' PROD-PRIOR-RATE.
           DISPLAY 'Overdraft limit:   ' PROD-OVERDRAFT-LIMIT.
           DISPLAY 'Minimum deposit:   ' PROD-MIN-DEPOSIT.
           DISPLAY 'Interest bearing:  ' PROD-INTEREST-FLAG.
           DISPLAY 'Loan disbursement: ' PROD-LOAN-DISB-FLAG.
           DISPLAY 'Cheque account:    ' PROD-CHEQUE-FLAG.
           DISPLAY 'Status:            ' PROD-STATUS.

       PLACE-STOP-PAYMENT.
           MOVE 'Y' TO WS-STOP-OK.
           DISPLAY 'Enter cheque account number: '
           ACCEPT ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'Account not found.'
                   MOVE 'N' TO WS-STOP-OK
               NOT INVALID KEY
                   PERFORM READ-ACCOUNT-PRODUCT
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                           DISPLAY 'Error: account is closed.'
                           MOVE 'N' TO WS-STOP-OK
                       WHEN WS-PROD-FOUND = 'N'
                           OR NOT PROD-CHEQUE-OK
                           DISPLAY 'Error: not a cheque account.'
                           MOVE 'N' TO WS-STOP-OK
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
           IF WS-STOP-OK = 'Y'
               PERFORM EDIT-STOP-CHEQUE
           END-IF.
           IF WS-STOP-OK = 'Y'
               PERFORM ENTER-STOP-DETAILS
           END-IF.
           IF WS-STOP-OK = 'Y'
               PERFORM WRITE-STOP-PAYMENT
           END-IF.
           PERFORM PROCESS-MENU.

       EDIT-STOP-CHEQUE.
           DISPLAY 'Enter cheque number: '
           ACCEPT WS-STOP-CHEQUE.
           MOVE ACCT-NUMBER TO PC-ACCOUNT-NUMBER.
           MOVE WS-STOP-CHEQUE TO PC-CHEQUE-NUMBER.
           READ PAID-CHEQUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Error: cheque was paid on '
                       PC-CLEARING-DATE ' for ' PC-AMOUNT
                   MOVE 'N' TO WS-STOP-OK
           END-READ.
           IF WS-STOP-OK = 'Y'
               MOVE 'N' TO WS-STOP-EXISTS
               MOVE SPACES TO WS-OLD-STATUS
               MOVE ACCT-NUMBER TO STOP-ACCOUNT-NUMBER
               MOVE WS-STOP-CHEQUE TO STOP-CHEQUE-NUMBER
               READ STOP-PAYMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STOP-EXISTS
                       MOVE STOP-STATUS TO WS-OLD-STATUS
                       PERFORM SET-STOP-STATE
                       IF WS-STOP-STATE = 'ACTIVE'
                           DISPLAY 'Stop payment is already in place.'
                           MOVE 'N' TO WS-STOP-OK
                       END-IF
               END-READ
           END-IF.

       ENTER-STOP-DETAILS.
           DISPLAY 'Enter cheque amount (0 = any amount): '
           ACCEPT STOP-AMOUNT.
           DISPLAY 'Enter payee: '
           ACCEPT STOP-PAYEE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO STOP-DATE-PLACED.
           DISPLAY 'Enter expiry date (YYYYMMDD, 0 = six months): '
           ACCEPT STOP-EXPIRY-DATE.
           IF STOP-EXPIRY-DATE = ZEROS
               MOVE STOP-DATE-PLACED TO WS-MATURITY-DATE-NUM
               PERFORM ADD-MATURITY-MONTH WS-STOP-MONTHS TIMES
               MOVE WS-MATURITY-DATE-NUM TO STOP-EXPIRY-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(STOP-EXPIRY-DATE)
               NOT = ZEROS
               DISPLAY 'Error: invalid expiry date.'
               MOVE 'N' TO WS-STOP-OK
           ELSE
               IF STOP-EXPIRY-DATE < STOP-DATE-PLACED
                   DISPLAY 'Error: expiry date is in the past.'
                   MOVE 'N' TO WS-STOP-OK
               END-IF
           END-IF.
           MOVE 'A' TO STOP-STATUS.

       WRITE-STOP-PAYMENT.
           MOVE ACCT-NUMBER TO STOP-ACCOUNT-NUMBER.
           MOVE WS-STOP-CHEQUE TO STOP-CHEQUE-NUMBER.
           IF WS-STOP-EXISTS = 'Y'
               REWRITE STOP-PAYMENT-RECORD
           ELSE
               WRITE STOP-PAYMENT-RECORD
                   INVALID KEY
                       DISPLAY 'Error creating stop payment record.'
                       MOVE 'N' TO WS-STOP-OK
               END-WRITE
           END-IF.
           IF WS-STOP-OK = 'Y'
               PERFORM AUDIT-STOP-PLACED
               DISPLAY 'Stop payment placed.'
               DISPLAY 'Expires on: ' STOP-EXPIRY-DATE
               PERFORM CHARGE-STOP-PAYMENT-FEE
           END-IF.

       AUDIT-STOP-PLACED.
           MOVE 'STOPPAY' TO WS-AUDIT-TYPE.
           MOVE STOP-KEY TO WS-AUDIT-KEY.
           MOVE 'STOP-STATUS' TO MA-FIELD-NAME.
           MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE.
           MOVE STOP-STATUS TO MA-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE 'STOP-AMOUNT' TO MA-FIELD-NAME.
           MOVE SPACES TO MA-BEFORE-VALUE.
           MOVE STOP-AMOUNT TO WS-AUDIT-AMOUNT.
           MOVE WS-AUDIT-AMOUNT TO MA-AFTER-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.

       CHARGE-STOP-PAYMENT-FEE.
           PERFORM GET-STOP-PAYMENT-FEE.
           IF WS-STOP-FEE > ZEROS
               SUBTRACT WS-STOP-FEE FROM ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
               MOVE ACCT-NUMBER TO WS-JRN-ACCOUNT
               MOVE 'SERVICE-FEE' TO WS-JRN-TYPE
               MOVE WS-STOP-FEE TO WS-JRN-AMOUNT
               PERFORM WRITE-JOURNAL-ENTRY
               DISPLAY 'Stop payment fee charged: ' WS-STOP-FEE
               DISPLAY 'New balance is: ' ACCT-BALANCE
           ELSE
               DISPLAY 'No stop payment fee for this account type.'
           END-IF.

       GET-STOP-PAYMENT-FEE.
           MOVE ZEROS TO WS-STOP-FEE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-FEE-EOF
               PERFORM READ-FEE-SCHEDULE
               PERFORM CHECK-FEE-ENTRY UNTIL END-OF-FEE-SCHEDULE
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       READ-FEE-SCHEDULE.
           READ FEE-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-FEE-EOF
           END-READ.

       CHECK-FEE-ENTRY.
           IF FEE-ACCT-TYPE = ACCT-TYPE
               IF FEE-STOP-PAYMENT-FEE IS NUMERIC
                   MOVE FEE-STOP-PAYMENT-FEE TO WS-STOP-FEE
               END-IF
               MOVE 'Y' TO WS-FEE-EOF
           ELSE
               PERFORM READ-FEE-SCHEDULE
           END-IF.

       SET-STOP-STATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM.
           EVALUATE TRUE
               WHEN STOP-CANCELLED
                   MOVE 'CANCELLED' TO WS-STOP-STATE
               WHEN STOP-EXPIRY-DATE < WS-TODAY-DATE-NUM
                   MOVE 'EXPIRED' TO WS-STOP-STATE
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STOP-STATE
           END-EVALUATE.

       LIST-STOP-PAYMENTS.
           DISPLAY 'Enter cheque account number: '
           ACCEPT WS-STOP-ACCOUNT.
           DISPLAY 'Stop payments for account ' WS-STOP-ACCOUNT.
           MOVE ZEROS TO WS-STOP-COUNT.
           MOVE 'N' TO WS-STOP-SCAN-EOF.
           MOVE WS-STOP-ACCOUNT TO STOP-ACCOUNT-NUMBER.
           MOVE ZEROS TO STOP-CHEQUE-NUMBER.
           START STOP-PAYMENT-FILE
               KEY NOT LESS THAN STOP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STOP-SCAN-EOF
           END-START.
           IF NOT END-OF-STOP-SCAN
               PERFORM READ-NEXT-STOP
           END-IF.
           PERFORM LIST-ONE-STOP UNTIL END-OF-STOP-SCAN.
           DISPLAY 'Stop payments listed: ' WS-STOP-COUNT.
           PERFORM PROCESS-MENU.

       LIST-ONE-STOP.
           ADD 1 TO WS-STOP-COUNT.
           PERFORM SET-STOP-STATE.
           DISPLAY 'Cheque ' STOP-CHEQUE-NUMBER
               ' Amount ' STOP-AMOUNT
               ' Payee ' STOP-PAYEE.
           DISPLAY '    Placed ' STOP-DATE-PLACED
               ' Expires ' STOP-EXPIRY-DATE
               ' Status ' WS-STOP-STATE.
           PERFORM READ-NEXT-STOP.

       READ-NEXT-STOP.
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STOP-SCAN-EOF
               NOT AT END
                   IF STOP-ACCOUNT-NUMBER NOT = WS-STOP-ACCOUNT
                       MOVE 'Y' TO WS-STOP-SCAN-EOF
                   END-IF
           END-READ.

       CANCEL-STOP-PAYMENT.
           DISPLAY 'Enter cheque account number: '
           ACCEPT STOP-ACCOUNT-NUMBER.
           DISPLAY 'Enter cheque number: '
           ACCEPT STOP-CHEQUE-NUMBER.
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   DISPLAY 'Stop payment not found.'
               NOT INVALID KEY
                   IF STOP-CANCELLED
                       DISPLAY 'Stop payment is already cancelled.'
                   ELSE
                       MOVE STOP-STATUS TO WS-OLD-STATUS
                       MOVE 'C' TO STOP-STATUS
                       REWRITE STOP-PAYMENT-RECORD
                       MOVE 'STOPPAY' TO WS-AUDIT-TYPE
                       MOVE STOP-KEY TO WS-AUDIT-KEY
                       MOVE 'STOP-STATUS' TO MA-FIELD-NAME
                       MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE
                       MOVE STOP-STATUS TO MA-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       DISPLAY 'Stop payment cancelled.'
                   END-IF
           END-READ.
           PERFORM PROCESS-MENU.

       CHECK-DRAWER-OPEN.
           MOVE 'Y' TO WS-DRAWER-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE-NUM.
               WHEN 'STANDORD-RVS'
               WHEN 'INTEREST'
               WHEN 'REVERSAL-CR'
               WHEN 'ACH-CREDIT'
                   MOVE 'D' TO WS-REV-DIRECTION
               WHEN 'WITHDRAWAL'
               WHEN 'TRANSFR-OUT'
               WHEN 'STANDORD-OUT'
               WHEN 'SERVICE-FEE'
               WHEN 'REVERSAL-DR'
               WHEN 'ACH-DEBIT'
               WHEN 'CHEQUE-DEBIT'
                   MOVE 'C' TO WS-REV-DIRECTION
               WHEN OTHER
                   DISPLAY 'Entry type cannot be reversed.'

       APPROVE-PENDING-ITEM.
           MOVE 'N' TO WS-AUTH-DONE.
           MOVE PA-TELLER-ID TO WS-AUDIT-OPERATOR.
           MOVE WS-SUPERVISOR-ID TO WS-AUDIT-SUPERVISOR.
           EVALUATE TRUE
               WHEN PA-WITHDRAWAL
                   PERFORM APPROVE-WITHDRAWAL
               WHEN OTHER
                   DISPLAY 'Unknown authorization action.'
           END-EVALUATE.
           MOVE SPACES TO WS-AUDIT-OPERATOR.
           MOVE SPACES TO WS-AUDIT-SUPERVISOR.
           IF WS-AUTH-DONE = 'Y'
               MOVE 'A' TO PA-STATUS
               REWRITE PENDING-AUTH-RECORD
                   IF NOT ACCT-FROZEN
                       DISPLAY 'Account is not frozen.'
                   ELSE
                       MOVE ACCT-STATUS TO WS-OLD-STATUS
                       MOVE ACCT-FREEZE-REASON
                           TO WS-OLD-FREEZE-REASON
                       MOVE 'A' TO ACCT-STATUS
                       MOVE SPACES TO ACCT-FREEZE-REASON
                       REWRITE ACCOUNT-RECORD
                       PERFORM AUDIT-ACCOUNT-STATUS
                       MOVE PA-ACCOUNT-NUMBER TO WS-JRN-ACCOUNT
                       MOVE 'UNFREEZE' TO WS-JRN-TYPE
                       MOVE ZEROS TO WS-JRN-AMOUNT
                   IF HOLD-RELEASED
                       DISPLAY 'Hold is already released.'
                   ELSE
                       MOVE HOLD-STATUS TO WS-OLD-STATUS
                       MOVE 'R' TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                       MOVE 'HOLD' TO WS-AUDIT-TYPE
                       MOVE HOLD-ID TO WS-AUDIT-KEY
                       MOVE 'HOLD-STATUS' TO MA-FIELD-NAME
                       MOVE WS-OLD-STATUS TO MA-BEFORE-VALUE
                       MOVE HOLD-STATUS TO MA-AFTER-VALUE
                       PERFORM WRITE-AUDIT-ENTRY
                       MOVE PA-ACCOUNT-NUMBER TO ACCT-NUMBER
                       READ ACCOUNT-MASTER-FILE
                           INVALID KEY
                       ELSE
                           DISPLAY 'Enter closure reason: '
                           ACCEPT WS-CLOSURE-REASON
                           MOVE ACCT-STATUS TO WS-OLD-STATUS
                           MOVE ACCT-FREEZE-REASON
                               TO WS-OLD-FREEZE-REASON
                           MOVE 'C' TO ACCT-STATUS
                           REWRITE ACCOUNT-RECORD
                           PERFORM AUDIT-ACCOUNT-STATUS
                           SUBTRACT 1 FROM ACTIVE-ACCOUNT-COUNT
                           MOVE ACCT-NUMBER TO ARCH-ACCOUNT-NUMBER
                           MOVE ACCT-BALANCE TO ARCH-FINAL-BALANCE
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE WS-JRN-REV-FLAG TO TL-REVERSAL-FLAG.
           MOVE WS-JRN-REV-SEQ TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.
           MOVE 'N' TO WS-JRN-REV-FLAG.
           MOVE ZEROS TO WS-JRN-REV-SEQ.

       WRITE-AUDIT-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MA-TIME.
           MOVE WS-AUDIT-TYPE TO MA-RECORD-TYPE.
           MOVE WS-AUDIT-KEY TO MA-RECORD-KEY.
           IF WS-AUDIT-OPERATOR = SPACES
               MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID
           ELSE
               MOVE WS-AUDIT-OPERATOR TO MA-OPERATOR-ID
           END-IF.
           MOVE WS-AUDIT-SUPERVISOR TO MA-SUPERVISOR-ID.
           WRITE MAINT-AUDIT-RECORD.

       OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           IF WS-ACCT-FILE-STATUS = '35'
               OPEN I-O PENDING-AUTH-FILE
           END-IF.
           PERFORM SEED-PA-COUNTER.
           OPEN I-O PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS = '35'
               OPEN OUTPUT PRODUCT-MASTER-FILE
               PERFORM SEED-DEFAULT-PRODUCTS
               CLOSE PRODUCT-MASTER-FILE
               OPEN I-O PRODUCT-MASTER-FILE
           END-IF.
           PERFORM GET-AUTH-LIMIT.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRAN-FILE-STATUS = '35'
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE
               CLOSE MAINT-AUDIT-FILE
               OPEN EXTEND MAINT-AUDIT-FILE
           END-IF.
           OPEN I-O STOP-PAYMENT-FILE.
           IF WS-STOP-FILE-STATUS = '35'
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN I-O STOP-PAYMENT-FILE
           END-IF.
           OPEN I-O PAID-CHEQUE-FILE.
           IF WS-PAID-FILE-STATUS = '35'
               OPEN OUTPUT PAID-CHEQUE-FILE
               CLOSE PAID-CHEQUE-FILE
               OPEN I-O PAID-CHEQUE-FILE
           END-IF.
           PERFORM GET-JOURNAL-SEQUENCE.

       GET-JOURNAL-SEQUENCE.
           WRITE SEQUENCE-CONTROL-RECORD.
           CLOSE SEQUENCE-CONTROL-FILE.

       SEED-DEFAULT-PRODUCTS.
           MOVE 'SV' TO PROD-CODE.
           MOVE 'SAVINGS' TO PROD-DESCRIPTION.
           MOVE 0.0150 TO PROD-RATE.
           MOVE 0.0150 TO PROD-PRIOR-RATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PROD-RATE-EFF-DATE.
           MOVE ZEROS TO PROD-OVERDRAFT-LIMIT.
           MOVE ZEROS TO PROD-MIN-DEPOSIT.
           MOVE 'Y' TO PROD-INTEREST-FLAG.
           MOVE 'N' TO PROD-LOAN-DISB-FLAG.
           MOVE 'N' TO PROD-CHEQUE-FLAG.
           MOVE 'A' TO PROD-STATUS.
           WRITE PRODUCT-RECORD.
           MOVE 'CK' TO PROD-CODE.
           MOVE 'CHECKING' TO PROD-DESCRIPTION.
           MOVE ZEROS TO PROD-RATE.
           MOVE ZEROS TO PROD-PRIOR-RATE.
           MOVE 100.00 TO PROD-OVERDRAFT-LIMIT.
           MOVE 'N' TO PROD-INTEREST-FLAG.
           MOVE 'Y' TO PROD-LOAN-DISB-FLAG.
           MOVE 'Y' TO PROD-CHEQUE-FLAG.
           WRITE PRODUCT-RECORD.

       SEED-ACCOUNT-COUNTERS.
           MOVE ZEROS TO CURRENT-ACCOUNT-INDEX.
           MOVE ZEROS TO ACTIVE-ACCOUNT-COUNT.
           CLOSE TERM-DEPOSIT-FILE.
           CLOSE LOAN-MASTER-FILE.
           CLOSE PENDING-AUTH-FILE.
           CLOSE PRODUCT-MASTER-FILE.
           CLOSE STOP-PAYMENT-FILE.
           CLOSE PAID-CHEQUE-FILE.
           PERFORM SAVE-JOURNAL-SEQUENCE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE MAINT-AUDIT-FILE.

       EXIT-PROGRAM.
           PERFORM CLOSE-FILES.
