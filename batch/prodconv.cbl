       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-FILE-REBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRODUCT-FILE ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-CODE
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-PRODUCT-FILE ASSIGN TO "PRODMSTR.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PRODUCT-FILE.
       01  OLD-PRODUCT-RECORD.
           05  OP-CODE              PIC X(2).
           05  OP-DESCRIPTION       PIC X(30).
           05  OP-RATE              PIC 9V9(4).
           05  OP-RATE-EFF-DATE     PIC 9(8).
           05  OP-PRIOR-RATE        PIC 9V9(4).
           05  OP-OVERDRAFT-LIMIT   PIC 9(8)V99.
           05  OP-MIN-DEPOSIT       PIC 9(8)V99.
           05  OP-INTEREST-FLAG     PIC X(1).
           05  OP-LOAN-DISB-FLAG    PIC X(1).
           05  OP-STATUS            PIC X(1).

       FD  NEW-PRODUCT-FILE.
           COPY PRODREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS   PIC XX.
       01  WS-NEW-FILE-STATUS   PIC XX.
       01  WS-OLD-EOF           PIC X VALUE 'N'.
           88  END-OF-OLD-FILE      VALUE 'Y'.
       01  WS-RECORDS-COPIED    PIC 9(6) VALUE ZEROS.
       01  WS-RECORDS-DROPPED   PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-PRODUCT-FILE.
           EVALUATE WS-OLD-FILE-STATUS
               WHEN '00'
                   PERFORM COPY-ALL-PRODUCTS
               WHEN '35'
                   DISPLAY 'No product file found.'
                   DISPLAY 'Nothing to rebuild.'
               WHEN '39'
                   DISPLAY 'Product file already carries the'
                       ' cheque account flag.'
                   DISPLAY 'Nothing to rebuild.'
               WHEN OTHER
                   DISPLAY 'Cannot open product master file.'
                   DISPLAY 'File status: ' WS-OLD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       COPY-ALL-PRODUCTS.
           OPEN OUTPUT NEW-PRODUCT-FILE.
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot create PRODMSTR.NEW.'
               DISPLAY 'File status: ' WS-NEW-FILE-STATUS
               CLOSE OLD-PRODUCT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-OLD-PRODUCT.
           PERFORM COPY-ONE-PRODUCT UNTIL END-OF-OLD-FILE.
           CLOSE OLD-PRODUCT-FILE.
           CLOSE NEW-PRODUCT-FILE.
           DISPLAY 'Product file rebuild complete.'.
           DISPLAY 'Records copied:  ' WS-RECORDS-COPIED.
           DISPLAY 'Records dropped: ' WS-RECORDS-DROPPED.
           DISPLAY 'Rebuilt file written to PRODMSTR.NEW.'.
           DISPLAY 'Replace PRODMSTR.DAT with PRODMSTR.NEW'
               ' before the next sign-on.'.

       READ-OLD-PRODUCT.
           READ OLD-PRODUCT-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-EOF
           END-READ.

       COPY-ONE-PRODUCT.
           MOVE OP-CODE TO PROD-CODE.
           MOVE OP-DESCRIPTION TO PROD-DESCRIPTION.
           MOVE OP-RATE TO PROD-RATE.
           MOVE OP-RATE-EFF-DATE TO PROD-RATE-EFF-DATE.
           MOVE OP-PRIOR-RATE TO PROD-PRIOR-RATE.
           MOVE OP-OVERDRAFT-LIMIT TO PROD-OVERDRAFT-LIMIT.
           MOVE OP-MIN-DEPOSIT TO PROD-MIN-DEPOSIT.
           MOVE OP-INTEREST-FLAG TO PROD-INTEREST-FLAG.
           MOVE OP-LOAN-DISB-FLAG TO PROD-LOAN-DISB-FLAG.
           MOVE OP-STATUS TO PROD-STATUS.
           IF OP-CODE = 'CK'
               MOVE 'Y' TO PROD-CHEQUE-FLAG
           ELSE
               MOVE 'N' TO PROD-CHEQUE-FLAG
           END-IF.
           WRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate product code dropped: '
                       PROD-CODE
                   ADD 1 TO WS-RECORDS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-COPIED
           END-WRITE.
           PERFORM READ-OLD-PRODUCT.
