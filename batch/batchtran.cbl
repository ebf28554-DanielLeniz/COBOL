           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

