       01  MAINT-AUDIT-RECORD.
           05  MA-DATE              PIC 9(8).
           05  MA-TIME              PIC 9(6).
           05  MA-RECORD-TYPE       PIC X(8).
               88  MA-CUSTOMER          VALUE 'CUSTOMER'.
               88  MA-ACCOUNT           VALUE 'ACCOUNT'.
               88  MA-STAND-ORDER       VALUE 'STORDER'.
               88  MA-HOLD              VALUE 'HOLD'.
               88  MA-TERM-DEPOSIT      VALUE 'TDEPOSIT'.
               88  MA-LOAN              VALUE 'LOAN'.
               88  MA-PRODUCT           VALUE 'PRODUCT'.
               88  MA-STOP-PAYMENT      VALUE 'STOPPAY'.
           05  MA-RECORD-KEY        PIC X(12).
           05  MA-FIELD-NAME        PIC X(20).
           05  MA-BEFORE-VALUE      PIC X(40).
           05  MA-AFTER-VALUE       PIC X(40).
           05  MA-OPERATOR-ID       PIC X(8).
           05  MA-SUPERVISOR-ID     PIC X(8).
