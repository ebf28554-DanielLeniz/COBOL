               WHEN 'TD-MATURITY'
               WHEN 'TD-REDEEM'
               WHEN 'LOAN-DISBURS'
               WHEN 'ACH-CREDIT'
                   ADD TL-AMOUNT TO WS-JT-ENTRY(TL-ACCOUNT-NUMBER)
               WHEN 'WITHDRAWAL'
               WHEN 'TRANSFR-OUT'
               WHEN 'REVERSAL-DR'
               WHEN 'TD-OPEN'
               WHEN 'LOAN-PAYMENT'
               WHEN 'LOAN-PREPAY'
               WHEN 'ACH-DEBIT'
               WHEN 'CHEQUE-DEBIT'
                   SUBTRACT TL-AMOUNT
                       FROM WS-JT-ENTRY(TL-ACCOUNT-NUMBER)
               WHEN OTHER
