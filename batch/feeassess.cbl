                   WHEN 'TRANSFR-OUT'
                   WHEN 'STANDORD-IN'
                   WHEN 'STANDORD-OUT'
                   WHEN 'ACH-CREDIT'
                   WHEN 'ACH-DEBIT'
                   WHEN 'CHEQUE-DEBIT'
                       ADD 1 TO WS-AC-ENTRY(TL-ACCOUNT-NUMBER)
                   WHEN OTHER
                       CONTINUE
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

