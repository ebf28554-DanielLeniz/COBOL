       01  ACH-RETURN-RECORD.
           05  ART-RETURN-DATE      PIC 9(8).
           05  ART-TRACE-NUMBER     PIC X(15).
           05  ART-EFFECTIVE-DATE   PIC X(6).
           05  ART-ODFI-ID          PIC X(8).
           05  ART-COMPANY-ID       PIC X(10).
           05  ART-COMPANY-NAME     PIC X(16).
           05  ART-TRANS-CODE       PIC 9(2).
           05  ART-DFI-ACCOUNT      PIC X(17).
           05  ART-AMOUNT           PIC 9(8)V99.
           05  ART-INDIVIDUAL-ID    PIC X(15).
           05  ART-INDIVIDUAL-NAME  PIC X(22).
           05  ART-REASON-CODE      PIC X(3).
           05  ART-REASON-TEXT      PIC X(30).
