           05  LN-STATUS            PIC X(1).
               88  LN-ACTIVE            VALUE 'A'.
               88  LN-PAID-OFF          VALUE 'P'.
           05  LN-OPEN-DATE         PIC 9(8).
