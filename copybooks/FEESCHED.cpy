           05  FEE-FREE-TRANS-COUNT PIC 9(3).
           05  FEE-EXCESS-TRANS-FEE PIC 9(4)V99.
           05  FEE-OVERDRAFT-FEE    PIC 9(4)V99.
           05  FEE-STOP-PAYMENT-FEE PIC 9(4)V99.
