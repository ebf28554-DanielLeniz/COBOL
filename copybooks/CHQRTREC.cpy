       01  CHEQUE-RETURN-RECORD.
           05  CR-RETURN-DATE       PIC 9(8).
           05  CR-ACCOUNT-NUMBER    PIC X(5).
           05  CR-CHEQUE-NUMBER     PIC X(6).
           05  CR-AMOUNT            PIC 9(8)V99.
           05  CR-PRESENTING-BANK   PIC X(9).
           05  CR-REASON-CODE       PIC X(2).
               88  CR-STOPPED           VALUE 'SP'.
               88  CR-DUPLICATE         VALUE 'DP'.
               88  CR-INSUFFICIENT      VALUE 'NF'.
               88  CR-ACCOUNT-CLOSED    VALUE 'AC'.
               88  CR-NO-ACCOUNT        VALUE 'NA'.
               88  CR-ACCOUNT-FROZEN    VALUE 'FZ'.
               88  CR-ACCOUNT-DORMANT   VALUE 'DM'.
               88  CR-NOT-CHEQUE-ACCT   VALUE 'NC'.
               88  CR-INVALID-ITEM      VALUE 'IV'.
           05  CR-REASON-TEXT       PIC X(30).
