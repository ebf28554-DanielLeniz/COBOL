       01  TAX-EXTRACT-RECORD.
           05  TX-RECORD-TYPE       PIC X(1).
               88  TX-HEADER            VALUE 'H'.
               88  TX-DETAIL            VALUE 'D'.
               88  TX-TRAILER           VALUE 'T'.
           05  TX-TAX-YEAR          PIC 9(4).
           05  TX-TAX-ID            PIC X(11).
           05  TX-CUSTOMER-NUMBER   PIC 9(5).
           05  TX-NAME              PIC X(30).
           05  TX-ADDRESS           PIC X(40).
           05  TX-INTEREST-AMOUNT   PIC 9(10)V99.
           05  TX-RECORD-COUNT      PIC 9(6).
           05  TX-CREATE-DATE       PIC 9(8).
