               WHEN 'TD-MATURITY'
               WHEN 'TD-REDEEM'
               WHEN 'LOAN-DISBURS'
               WHEN 'ACH-CREDIT'
                   MOVE SW-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN 'WITHDRAWAL'
               WHEN 'TRANSFR-OUT'
               WHEN 'REVERSAL-DR'
               WHEN 'TD-OPEN'
               WHEN 'LOAN-PAYMENT'
               WHEN 'LOAN-PREPAY'
               WHEN 'ACH-DEBIT'
               WHEN 'CHEQUE-DEBIT'
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - SW-AMOUNT
               WHEN OTHER
                   MOVE ZEROS TO WS-SIGNED-AMOUNT
