       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-LISTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.

           SELECT PRODUCT-REPORT-FILE ASSIGN TO "PRODLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE.
           COPY PRODREC.

       FD  PRODUCT-REPORT-FILE.
       01  PRODUCT-REPORT-LINE      PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PROD-FILE-STATUS  PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-PRODUCTS      VALUE 'Y'.
       01  WS-TODAY             PIC 9(8).
       01  WS-PRODUCT-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-WITHDRAWN-COUNT   PIC 9(6) VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(28)
               VALUE 'PRODUCT LISTING AS OF'.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-HEADER-LINE.
           05  FILLER               PIC X(6)  VALUE 'CODE'.
           05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(9)  VALUE 'RATE NOW'.
           05  FILLER               PIC X(9)  VALUE 'NEW RATE'.
           05  FILLER               PIC X(10) VALUE 'EFFECTIVE'.
           05  FILLER               PIC X(9)  VALUE 'OLD RATE'.
           05  FILLER               PIC X(16) VALUE '  OVERDRAFT'.
           05  FILLER               PIC X(16) VALUE '    MIN DEPOSIT'.
           05  FILLER               PIC X(6)  VALUE 'INT'.
           05  FILLER               PIC X(6)  VALUE 'LOAN'.
           05  FILLER               PIC X(6)  VALUE 'CHQ'.
           05  FILLER               PIC X(6)  VALUE 'STATUS'.
       01  WS-DETAIL-LINE.
           05  WS-DL-CODE           PIC X(2).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-DL-DESCRIPTION    PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-RATE-NOW       PIC 9.9999.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-RATE           PIC 9.9999.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-EFF-DATE       PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-PRIOR-RATE     PIC 9.9999.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-OVERDRAFT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-MIN-DEPOSIT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-DL-INTEREST       PIC X(1).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-DL-LOAN           PIC X(1).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-DL-CHEQUE         PIC X(1).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-DL-STATUS         PIC X(1).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(20).
           05  WS-TL-COUNT          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE PRODUCT-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE PRODUCT-REPORT-LINE FROM WS-HEADER-LINE.
           PERFORM READ-PRODUCT.
           PERFORM PROCESS-PRODUCT UNTIL END-OF-PRODUCTS.
           MOVE 'PRODUCTS LISTED:' TO WS-TL-LABEL.
           MOVE WS-PRODUCT-COUNT TO WS-TL-COUNT.
           WRITE PRODUCT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'WITHDRAWN:' TO WS-TL-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-TL-COUNT.
           WRITE PRODUCT-REPORT-LINE FROM WS-TOTAL-LINE.
           PERFORM CLOSE-FILES.
           DISPLAY 'Product listing complete.'.
           DISPLAY 'Products listed: ' WS-PRODUCT-COUNT.
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE ZEROS TO WS-TODAY.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '35'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-TODAY
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-TODAY = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.

       OPEN-FILES.
           OPEN INPUT PRODUCT-MASTER-FILE.
           IF WS-PROD-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT PRODUCT-REPORT-FILE.

       READ-PRODUCT.
           IF NOT END-OF-PRODUCTS
               READ PRODUCT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-IF.

       PROCESS-PRODUCT.
           MOVE PROD-CODE TO WS-DL-CODE.
           MOVE PROD-DESCRIPTION TO WS-DL-DESCRIPTION.
           IF WS-TODAY < PROD-RATE-EFF-DATE
               MOVE PROD-PRIOR-RATE TO WS-DL-RATE-NOW
           ELSE
               MOVE PROD-RATE TO WS-DL-RATE-NOW
           END-IF.
           MOVE PROD-RATE TO WS-DL-RATE.
           MOVE PROD-RATE-EFF-DATE TO WS-DL-EFF-DATE.
           MOVE PROD-PRIOR-RATE TO WS-DL-PRIOR-RATE.
           MOVE PROD-OVERDRAFT-LIMIT TO WS-DL-OVERDRAFT.
           MOVE PROD-MIN-DEPOSIT TO WS-DL-MIN-DEPOSIT.
           MOVE PROD-INTEREST-FLAG TO WS-DL-INTEREST.
           MOVE PROD-LOAN-DISB-FLAG TO WS-DL-LOAN.
           PERFORM DEFAULT-CHEQUE-FLAG.
           MOVE PROD-CHEQUE-FLAG TO WS-DL-CHEQUE.
           MOVE PROD-STATUS TO WS-DL-STATUS.
           WRITE PRODUCT-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-PRODUCT-COUNT.
           IF PROD-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-COUNT
           END-IF.
           PERFORM READ-PRODUCT.

       DEFAULT-CHEQUE-FLAG.
           IF PROD-CHEQUE-FLAG NOT = 'Y' AND NOT = 'N'
               IF PROD-CODE = 'CK'
                   MOVE 'Y' TO PROD-CHEQUE-FLAG
               ELSE
                   MOVE 'N' TO PROD-CHEQUE-FLAG
               END-IF
           END-IF.

       CLOSE-FILES.
           IF WS-PROD-FILE-STATUS NOT = '35'
               CLOSE PRODUCT-MASTER-FILE
           END-IF.
           CLOSE PRODUCT-REPORT-FILE.
