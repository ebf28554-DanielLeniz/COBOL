       01  PRODUCT-RECORD.
           05  PROD-CODE            PIC X(2).
           05  PROD-DESCRIPTION     PIC X(30).
           05  PROD-RATE            PIC 9V9(4).
           05  PROD-RATE-EFF-DATE   PIC 9(8).
           05  PROD-PRIOR-RATE      PIC 9V9(4).
           05  PROD-OVERDRAFT-LIMIT PIC 9(8)V99.
           05  PROD-MIN-DEPOSIT     PIC 9(8)V99.
           05  PROD-INTEREST-FLAG   PIC X(1).
               88  PROD-INTEREST-BEARING VALUE 'Y'.
           05  PROD-LOAN-DISB-FLAG  PIC X(1).
               88  PROD-LOAN-DISB-OK    VALUE 'Y'.
           05  PROD-STATUS          PIC X(1).
               88  PROD-ACTIVE          VALUE 'A'.
               88  PROD-WITHDRAWN       VALUE 'W'.
           05  PROD-CHEQUE-FLAG     PIC X(1).
               88  PROD-CHEQUE-OK       VALUE 'Y'.
