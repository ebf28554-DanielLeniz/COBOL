           05  TL-OPERATOR-ID       PIC X(8).
           05  TL-REVERSAL-FLAG     PIC X(1).
           05  TL-REVERSED-SEQ      PIC 9(9).
           05  TL-REFERENCE         PIC X(15).
