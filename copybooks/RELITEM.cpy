       01  RELATIONSHIP-ITEM.
           05  RI-CUSTOMER-NUMBER   PIC 9(5).
           05  RI-ITEM-TYPE         PIC X(1).
               88  RI-DEPOSIT-ACCOUNT   VALUE '1'.
               88  RI-TERM-DEPOSIT      VALUE '2'.
               88  RI-LOAN              VALUE '3'.
           05  RI-ITEM-NUMBER       PIC 9(5).
           05  RI-PRODUCT           PIC X(2).
           05  RI-LINKED-ACCOUNT    PIC 9(5).
           05  RI-AMOUNT            PIC S9(8)V99.
           05  RI-STATUS            PIC X(1).
           05  RI-ITEM-DATE         PIC 9(8).
           05  RI-ARREARS-COUNT     PIC 9(3).
