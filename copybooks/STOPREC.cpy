       01  STOP-PAYMENT-RECORD.
           05  STOP-KEY.
               10  STOP-ACCOUNT-NUMBER  PIC 9(5).
               10  STOP-CHEQUE-NUMBER   PIC 9(6).
           05  STOP-AMOUNT          PIC 9(8)V99.
           05  STOP-PAYEE           PIC X(30).
           05  STOP-DATE-PLACED     PIC 9(8).
           05  STOP-EXPIRY-DATE     PIC 9(8).
           05  STOP-STATUS          PIC X(1).
               88  STOP-ACTIVE          VALUE 'A'.
               88  STOP-CANCELLED       VALUE 'C'.
