           05  RC-STMT-END-DATE     PIC 9(8).
           05  RC-FEE-MONTH         PIC 9(6).
           05  RC-CASH-THRESHOLD    PIC 9(8)V99.
           05  RC-NOTICE-DAYS       PIC 9(3).
           05  RC-BUREAU-MONTH      PIC 9(6).
