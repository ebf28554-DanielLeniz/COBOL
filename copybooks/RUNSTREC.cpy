               88  RS-RUNNING           VALUE 'R'.
               88  RS-COMPLETED         VALUE 'C'.
               88  RS-FAILED            VALUE 'F'.
           05  RS-PRIOR-BUSINESS-DATE PIC 9(8).
