       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-FILE-REBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOAN-FILE ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-NUMBER
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-LOAN-FILE ASSIGN TO "LOANMSTR.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-NUMBER
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-LOAN-FILE.
       01  OLD-LOAN-RECORD.
           05  OL-NUMBER            PIC 9(5).
           05  OL-CUSTOMER-NUMBER   PIC 9(5).
           05  OL-LINKED-ACCOUNT    PIC 9(5).
           05  OL-PRINCIPAL         PIC 9(8)V99.
           05  OL-RATE              PIC 9V9(4).
           05  OL-TERM-MONTHS       PIC 9(3).
           05  OL-BALANCE           PIC S9(8)V99.
           05  OL-INSTALLMENT       PIC 9(8)V99.
           05  OL-NEXT-DUE-DATE     PIC 9(8).
           05  OL-ARREARS-COUNT     PIC 9(3).
           05  OL-STATUS            PIC X(1).
               88  OL-PAID-OFF          VALUE 'P'.

       FD  NEW-LOAN-FILE.
           COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS   PIC XX.
       01  WS-NEW-FILE-STATUS   PIC XX.
       01  WS-OLD-EOF           PIC X VALUE 'N'.
           88  END-OF-OLD-FILE      VALUE 'Y'.
       01  WS-RECORDS-COPIED    PIC 9(6) VALUE ZEROS.
       01  WS-RECORDS-DROPPED   PIC 9(6) VALUE ZEROS.
       01  WS-REMAINING         PIC 9(3).
       01  WS-MONTHS-BACK       PIC 9(3).
       01  WS-MONTH-COUNT       PIC 9(6).
       01  WS-OPEN-DATE-NUM     PIC 9(8).
       01  WS-OPEN-DATE REDEFINES WS-OPEN-DATE-NUM.
           05  WS-OPEN-YEAR         PIC 9(4).
           05  WS-OPEN-MONTH        PIC 9(2).
           05  WS-OPEN-DAY          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT OLD-LOAN-FILE.
           EVALUATE WS-OLD-FILE-STATUS
               WHEN '00'
                   PERFORM COPY-ALL-LOANS
               WHEN '35'
                   DISPLAY 'No loan file found.'
                   DISPLAY 'Nothing to rebuild.'
               WHEN '39'
                   DISPLAY 'Loan file already carries the'
                       ' opened date.'
                   DISPLAY 'Nothing to rebuild.'
               WHEN OTHER
                   DISPLAY 'Cannot open loan master file.'
                   DISPLAY 'File status: ' WS-OLD-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       COPY-ALL-LOANS.
           OPEN OUTPUT NEW-LOAN-FILE.
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot create LOANMSTR.NEW.'
               DISPLAY 'File status: ' WS-NEW-FILE-STATUS
               CLOSE OLD-LOAN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-OLD-LOAN.
           PERFORM COPY-ONE-LOAN UNTIL END-OF-OLD-FILE.
           CLOSE OLD-LOAN-FILE.
           CLOSE NEW-LOAN-FILE.
           DISPLAY 'Loan file rebuild complete.'.
           DISPLAY 'Records copied:  ' WS-RECORDS-COPIED.
           DISPLAY 'Records dropped: ' WS-RECORDS-DROPPED.
           DISPLAY 'Rebuilt file written to LOANMSTR.NEW.'.
           DISPLAY 'Replace LOANMSTR.DAT with LOANMSTR.NEW'
               ' before the next sign-on.'.

       READ-OLD-LOAN.
           READ OLD-LOAN-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-EOF
           END-READ.

       COPY-ONE-LOAN.
           MOVE OL-NUMBER TO LN-NUMBER.
           MOVE OL-CUSTOMER-NUMBER TO LN-CUSTOMER-NUMBER.
           MOVE OL-LINKED-ACCOUNT TO LN-LINKED-ACCOUNT.
           MOVE OL-PRINCIPAL TO LN-PRINCIPAL.
           MOVE OL-RATE TO LN-RATE.
           MOVE OL-TERM-MONTHS TO LN-TERM-MONTHS.
           MOVE OL-BALANCE TO LN-BALANCE.
           MOVE OL-INSTALLMENT TO LN-INSTALLMENT.
           MOVE OL-NEXT-DUE-DATE TO LN-NEXT-DUE-DATE.
           MOVE OL-ARREARS-COUNT TO LN-ARREARS-COUNT.
           MOVE OL-STATUS TO LN-STATUS.
           IF OL-NEXT-DUE-DATE = ZEROS
               MOVE ZEROS TO WS-OPEN-DATE-NUM
           ELSE
               PERFORM DERIVE-OPEN-DATE
           END-IF.
           MOVE WS-OPEN-DATE-NUM TO LN-OPEN-DATE.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'Duplicate loan number dropped: '
                       LN-NUMBER
                   ADD 1 TO WS-RECORDS-DROPPED
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-COPIED
           END-WRITE.
           PERFORM READ-OLD-LOAN.

       DERIVE-OPEN-DATE.
           MOVE ZEROS TO WS-REMAINING.
           IF NOT OL-PAID-OFF AND OL-BALANCE > ZEROS
               AND OL-INSTALLMENT > ZEROS
               DIVIDE OL-BALANCE BY OL-INSTALLMENT
                   GIVING WS-REMAINING
               IF WS-REMAINING * OL-INSTALLMENT < OL-BALANCE
                   ADD 1 TO WS-REMAINING
               END-IF
           END-IF.
           IF WS-REMAINING > OL-TERM-MONTHS
               MOVE OL-TERM-MONTHS TO WS-REMAINING
           END-IF.
           IF OL-PAID-OFF
               MOVE OL-TERM-MONTHS TO WS-MONTHS-BACK
           ELSE
               COMPUTE WS-MONTHS-BACK =
                   OL-TERM-MONTHS - WS-REMAINING + 1
           END-IF.
           MOVE OL-NEXT-DUE-DATE TO WS-OPEN-DATE-NUM.
           COMPUTE WS-MONTH-COUNT =
               WS-OPEN-YEAR * 12 + WS-OPEN-MONTH - 1
               - WS-MONTHS-BACK.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-OPEN-YEAR REMAINDER WS-OPEN-MONTH.
           ADD 1 TO WS-OPEN-MONTH.
           IF WS-OPEN-DAY > 28 AND WS-OPEN-MONTH = 2
               MOVE 28 TO WS-OPEN-DAY
           END-IF.
           IF WS-OPEN-DAY > 30 AND (WS-OPEN-MONTH = 4
               OR WS-OPEN-MONTH = 6 OR WS-OPEN-MONTH = 9
               OR WS-OPEN-MONTH = 11)
               MOVE 30 TO WS-OPEN-DAY
           END-IF.
