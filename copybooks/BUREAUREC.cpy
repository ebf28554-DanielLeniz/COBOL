       01  BUREAU-RECORD.
           05  BU-RECORD-TYPE       PIC X(1).
               88  BU-HEADER            VALUE 'H'.
               88  BU-DETAIL            VALUE 'D'.
               88  BU-TRAILER           VALUE 'T'.
           05  BU-REPORT-MONTH      PIC 9(6).
           05  BU-LOAN-NUMBER       PIC 9(5).
           05  BU-CUSTOMER-NUMBER   PIC 9(5).
           05  BU-TAX-ID            PIC X(11).
           05  BU-NAME              PIC X(30).
           05  BU-ADDRESS           PIC X(40).
           05  BU-OPEN-DATE         PIC 9(8).
           05  BU-PRINCIPAL         PIC 9(8)V99.
           05  BU-BALANCE           PIC 9(10)V99.
           05  BU-INSTALLMENT       PIC 9(8)V99.
           05  BU-ARREARS-COUNT     PIC 9(3).
           05  BU-PAYMENT-STATUS    PIC X(2).
               88  BU-CURRENT           VALUE '11'.
               88  BU-PAID-CLOSED       VALUE '13'.
           05  BU-PAID-OFF-FLAG     PIC X(1).
           05  BU-RECORD-COUNT      PIC 9(6).
           05  BU-CREATE-DATE       PIC 9(8).
