       01  PAID-CHEQUE-RECORD.
           05  PC-KEY.
               10  PC-ACCOUNT-NUMBER    PIC 9(5).
               10  PC-CHEQUE-NUMBER     PIC 9(6).
           05  PC-AMOUNT            PIC 9(8)V99.
           05  PC-PRESENTING-BANK   PIC X(9).
           05  PC-CLEARING-DATE     PIC 9(8).
           05  PC-ITEM-NUMBER       PIC 9(6).
           05  PC-JOURNAL-SEQ       PIC 9(9).
