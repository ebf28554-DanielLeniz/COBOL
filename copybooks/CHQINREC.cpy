       01  PRESENTED-CHEQUE-RECORD.
           05  CI-ACCOUNT-NUMBER    PIC 9(5).
           05  CI-CHEQUE-NUMBER     PIC 9(6).
           05  CI-AMOUNT            PIC 9(8)V99.
           05  CI-PRESENTING-BANK   PIC X(9).
