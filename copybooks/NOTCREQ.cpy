       01  NOTICE-REQUEST-RECORD.
           05  NR-EVENT-TYPE        PIC X(2).
               88  NR-NSF-SKIP          VALUE 'NF'.
               88  NR-LOAN-ARREARS      VALUE 'LA'.
               88  NR-DORMANT           VALUE 'DM'.
               88  NR-TD-MATURED        VALUE 'TM'.
               88  NR-TD-UPCOMING       VALUE 'TU'.
           05  NR-CUSTOMER-NUMBER   PIC 9(5).
           05  NR-ACCOUNT-NUMBER    PIC 9(5).
           05  NR-REFERENCE         PIC 9(5).
           05  NR-AMOUNT            PIC S9(8)V99.
           05  NR-EVENT-DATE        PIC 9(8).
           05  NR-REQUEST-DATE      PIC 9(8).
           05  NR-SOURCE            PIC X(8).
