       01  ACH-CHECKPOINT-RECORD.
           05  ACK-KEY.
               10  ACK-TRACE-NUMBER     PIC X(15).
               10  ACK-EFFECTIVE-DATE   PIC X(6).
           05  ACK-POST-DATE        PIC 9(8).
           05  ACK-DISPOSITION      PIC X(1).
               88  ACK-POSTED           VALUE 'P'.
               88  ACK-RETURNED         VALUE 'R'.
           05  ACK-RETURN-CODE      PIC X(3).
