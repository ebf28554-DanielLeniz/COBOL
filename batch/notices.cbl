       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-NOTICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-REQUEST-FILE ASSIGN TO "NOTICERQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "NOTCSORT.TMP".

           SELECT SORTED-NOTICE-FILE ASSIGN TO "NOTCWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               ALTERNATE RECORD KEY IS CUST-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "LETTERS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-FILE-STATUS.

           SELECT NOTICE-REPORT-FILE ASSIGN TO "NOTICES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-REQUEST-FILE.
           COPY NOTCREQ.

       SD  SORT-WORK-FILE.
           COPY NOTCREQ REPLACING LEADING ==NR== BY ==SR==
               ==NOTICE-REQUEST-RECORD== BY ==SORT-WORK-RECORD==.

       FD  SORTED-NOTICE-FILE.
           COPY NOTCREQ REPLACING LEADING ==NR== BY ==SN==
               ==NOTICE-REQUEST-RECORD== BY ==SORTED-NOTICE-RECORD==.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  LETTER-FILE.
       01  LETTER-LINE              PIC X(80).

       FD  NOTICE-REPORT-FILE.
       01  NOTICE-REPORT-LINE       PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-NOTC-FILE-STATUS  PIC XX.
       01  WS-WORK-FILE-STATUS  PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-LTR-FILE-STATUS   PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-TODAY             PIC 9(8).
       01  WS-REQUESTS-PRESENT  PIC X VALUE 'Y'.
       01  WS-WORK-EOF          PIC X VALUE 'N'.
           88  END-OF-NOTICES       VALUE 'Y'.
       01  WS-BREAK-CUSTOMER    PIC 9(5).
       01  WS-BREAK-EVENT       PIC X(2).
       01  WS-EVENT-FOUND       PIC X.
       01  WS-CUST-FOUND        PIC X.
       01  WS-MAILABLE          PIC X.
       01  WS-UNMAIL-REASON     PIC X(24).
       01  WS-GROUP-ITEMS       PIC 9(6).
       01  WS-REQUEST-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-LETTER-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-UNMAILABLE-COUNT  PIC 9(6) VALUE ZEROS.
       01  WS-UNMAILABLE-ITEMS  PIC 9(6) VALUE ZEROS.

       01  WS-EVENT-COUNT       PIC 9(2) VALUE 5.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 5 TIMES INDEXED BY EV-IDX.
               10  WS-EV-CODE           PIC X(2).
               10  WS-EV-SUBJECT        PIC X(44).
               10  WS-EV-TEXT-1         PIC X(70).
               10  WS-EV-TEXT-2         PIC X(70).
               10  WS-EV-COLUMNS        PIC X(50).
               10  WS-EV-LETTERS        PIC 9(6).
               10  WS-EV-ITEMS          PIC 9(6).

       01  WS-BANK-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE 'SIMPLE BANK'.
       01  WS-DEPT-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(30)
               VALUE 'CUSTOMER SERVICES'.
       01  WS-LETTER-DATE-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(6)  VALUE 'DATE: '.
           05  WS-LD-DATE           PIC 9(8).
       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-AL-TEXT           PIC X(40).
       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(17)
               VALUE 'CUSTOMER NUMBER: '.
           05  WS-CL-CUSTOMER       PIC 9(5).
       01  WS-SUBJECT-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE 'RE: '.
           05  WS-SL-SUBJECT        PIC X(44).
       01  WS-BODY-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-BL-TEXT           PIC X(70).
       01  WS-ITEM-LINE.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-IL-ACCOUNT        PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-IL-REFERENCE      PIC ZZZZZ.
           05  FILLER               PIC X(6)  VALUE SPACES.
           05  WS-IL-DATE           PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-IL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(32)
               VALUE 'CUSTOMER NOTICE RUN FOR'.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-UNMAIL-TITLE-LINE.
           05  FILLER               PIC X(30)
               VALUE 'NOTICES NOT MAILED'.
       01  WS-UNMAIL-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER               PIC X(6)  VALUE 'TYPE'.
           05  FILLER               PIC X(8)  VALUE 'ITEMS'.
           05  FILLER               PIC X(24) VALUE 'REASON'.
       01  WS-UNMAIL-DETAIL-LINE.
           05  WS-UD-CUSTOMER       PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-UD-TYPE           PIC X(2).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-UD-ITEMS          PIC ZZZZ9.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  WS-UD-REASON         PIC X(24).
       01  WS-COUNT-TITLE-LINE.
           05  FILLER               PIC X(30)
               VALUE 'MAILING COUNTS BY NOTICE TYPE'.
       01  WS-COUNT-HEADER-LINE.
           05  FILLER               PIC X(6)  VALUE 'TYPE'.
           05  FILLER               PIC X(46) VALUE 'NOTICE'.
           05  FILLER               PIC X(10) VALUE 'LETTERS'.
           05  FILLER               PIC X(10) VALUE 'ITEMS'.
       01  WS-COUNT-DETAIL-LINE.
           05  WS-CD-TYPE           PIC X(2).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-CD-SUBJECT        PIC X(44).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-CD-LETTERS        PIC ZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-CD-ITEMS          PIC ZZZZZ9.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM BUILD-EVENT-TABLE.
           PERFORM CHECK-REQUEST-FILE.
           IF WS-REQUESTS-PRESENT = 'Y'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-CUSTOMER-NUMBER
                   ON ASCENDING KEY SR-EVENT-TYPE
                   ON ASCENDING KEY SR-ACCOUNT-NUMBER
                   ON ASCENDING KEY SR-REFERENCE
                   USING NOTICE-REQUEST-FILE
                   GIVING SORTED-NOTICE-FILE
           END-IF.
           PERFORM OPEN-FILES.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE NOTICE-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE NOTICE-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE NOTICE-REPORT-LINE FROM WS-UNMAIL-TITLE-LINE.
           WRITE NOTICE-REPORT-LINE FROM WS-UNMAIL-HEADER-LINE.
           IF WS-REQUESTS-PRESENT = 'Y'
               PERFORM READ-SORTED-NOTICE
           END-IF.
           PERFORM PROCESS-LETTER-GROUP UNTIL END-OF-NOTICES.
           PERFORM WRITE-MAILING-COUNTS.
           PERFORM CLOSE-FILES.
           IF WS-REQUESTS-PRESENT = 'Y'
               PERFORM CLEAR-REQUEST-FILE
           END-IF.
           DISPLAY 'Customer notice run complete.'.
           DISPLAY 'Notice requests read: ' WS-REQUEST-COUNT.
           DISPLAY 'Letters printed:      ' WS-LETTER-COUNT.
           DISPLAY 'Letters not mailed:   ' WS-UNMAILABLE-COUNT.
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

       BUILD-EVENT-TABLE.
           MOVE 'NF' TO WS-EV-CODE(1).
           MOVE 'STANDING ORDER NOT PAID' TO WS-EV-SUBJECT(1).
           MOVE 'The standing order payments listed below could not be'
               TO WS-EV-TEXT-1(1).
           MOVE 'made because your account had insufficient funds.'
               TO WS-EV-TEXT-2(1).
           MOVE 'ACCOUNT   ORDER      DUE DATE         AMOUNT'
               TO WS-EV-COLUMNS(1).
           MOVE 'LA' TO WS-EV-CODE(2).
           MOVE 'LOAN INSTALLMENT MISSED' TO WS-EV-SUBJECT(2).
           MOVE 'We were unable to collect the loan installments shown'
               TO WS-EV-TEXT-1(2).
           MOVE 'below. Please contact us to bring the loan up to date.'
               TO WS-EV-TEXT-2(2).
           MOVE 'ACCOUNT    LOAN      DUE DATE    INSTALLMENT'
               TO WS-EV-COLUMNS(2).
           MOVE 'DM' TO WS-EV-CODE(3).
           MOVE 'ACCOUNT NOW DORMANT' TO WS-EV-SUBJECT(3).
           MOVE 'The accounts below have had no activity for over a'
               TO WS-EV-TEXT-1(3).
           MOVE 'year. Please visit a branch to reactivate them.'
               TO WS-EV-TEXT-2(3).
           MOVE 'ACCOUNT              LAST USED       BALANCE'
               TO WS-EV-COLUMNS(3).
           MOVE 'TM' TO WS-EV-CODE(4).
           MOVE 'TERM DEPOSIT MATURED' TO WS-EV-SUBJECT(4).
           MOVE 'The term deposits listed below have matured. Principal'
               TO WS-EV-TEXT-1(4).
           MOVE 'and interest have been credited to the account shown.'
               TO WS-EV-TEXT-2(4).
           MOVE 'ACCOUNT   TD NO      MATURED     AMOUNT PAID'
               TO WS-EV-COLUMNS(4).
           MOVE 'TU' TO WS-EV-CODE(5).
           MOVE 'TERM DEPOSIT MATURING SOON' TO WS-EV-SUBJECT(5).
           MOVE 'The term deposits listed below will mature shortly.'
               TO WS-EV-TEXT-1(5).
           MOVE 'The proceeds will be credited to the account shown.'
               TO WS-EV-TEXT-2(5).
           MOVE 'ACCOUNT   TD NO      MATURES          PAYOUT'
               TO WS-EV-COLUMNS(5).
           PERFORM CLEAR-EVENT-COUNTS
               VARYING EV-IDX FROM 1 BY 1
               UNTIL EV-IDX > WS-EVENT-COUNT.

       CLEAR-EVENT-COUNTS.
           MOVE ZEROS TO WS-EV-LETTERS(EV-IDX).
           MOVE ZEROS TO WS-EV-ITEMS(EV-IDX).

       CHECK-REQUEST-FILE.
           OPEN INPUT NOTICE-REQUEST-FILE.
           IF WS-NOTC-FILE-STATUS = '35'
               MOVE 'N' TO WS-REQUESTS-PRESENT
               MOVE 'Y' TO WS-WORK-EOF
           ELSE
               CLOSE NOTICE-REQUEST-FILE
           END-IF.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open customer master file.'
               DISPLAY 'File status: ' WS-CUST-FILE-STATUS
               DISPLAY 'Notice requests have been kept for rerun.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-REQUESTS-PRESENT = 'Y'
               OPEN INPUT SORTED-NOTICE-FILE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT NOTICE-REPORT-FILE.

       READ-SORTED-NOTICE.
           READ SORTED-NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF
           END-READ.

       PROCESS-LETTER-GROUP.
           MOVE SN-CUSTOMER-NUMBER TO WS-BREAK-CUSTOMER.
           MOVE SN-EVENT-TYPE TO WS-BREAK-EVENT.
           MOVE ZEROS TO WS-GROUP-ITEMS.
           PERFORM CHECK-MAILABLE.
           IF WS-MAILABLE = 'Y'
               PERFORM PRINT-LETTER-HEADING
               ADD 1 TO WS-LETTER-COUNT
               ADD 1 TO WS-EV-LETTERS(EV-IDX)
           END-IF.
           PERFORM PROCESS-LETTER-ITEM
               UNTIL END-OF-NOTICES
               OR SN-CUSTOMER-NUMBER NOT = WS-BREAK-CUSTOMER
               OR SN-EVENT-TYPE NOT = WS-BREAK-EVENT.
           IF WS-MAILABLE = 'Y'
               PERFORM PRINT-LETTER-CLOSING
           ELSE
               PERFORM WRITE-UNMAILABLE-LINE
           END-IF.

       CHECK-MAILABLE.
           MOVE 'Y' TO WS-MAILABLE.
           MOVE SPACES TO WS-UNMAIL-REASON.
           MOVE 'N' TO WS-EVENT-FOUND.
           SET EV-IDX TO 1.
           SEARCH WS-EV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EV-CODE(EV-IDX) = WS-BREAK-EVENT
                   MOVE 'Y' TO WS-EVENT-FOUND
           END-SEARCH.
           MOVE WS-BREAK-CUSTOMER TO CUST-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND
           END-READ.
           IF WS-EVENT-FOUND = 'N'
               MOVE 'N' TO WS-MAILABLE
               MOVE 'UNKNOWN NOTICE TYPE' TO WS-UNMAIL-REASON
           ELSE
               IF WS-CUST-FOUND = 'N'
                   MOVE 'N' TO WS-MAILABLE
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-UNMAIL-REASON
               ELSE
                   IF CUST-ADDRESS = SPACES
                       MOVE 'N' TO WS-MAILABLE
                       MOVE 'NO MAILING ADDRESS' TO WS-UNMAIL-REASON
                   END-IF
               END-IF
           END-IF.

       PRINT-LETTER-HEADING.
           WRITE LETTER-LINE FROM WS-BANK-LINE
               AFTER ADVANCING PAGE.
           WRITE LETTER-LINE FROM WS-DEPT-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE WS-TODAY TO WS-LD-DATE.
           WRITE LETTER-LINE FROM WS-LETTER-DATE-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE CUST-NAME TO WS-AL-TEXT.
           WRITE LETTER-LINE FROM WS-ADDRESS-LINE.
           MOVE CUST-ADDRESS TO WS-AL-TEXT.
           WRITE LETTER-LINE FROM WS-ADDRESS-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE CUST-NUMBER TO WS-CL-CUSTOMER.
           WRITE LETTER-LINE FROM WS-CUSTOMER-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE WS-EV-SUBJECT(EV-IDX) TO WS-SL-SUBJECT.
           WRITE LETTER-LINE FROM WS-SUBJECT-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE 'Dear Customer,' TO WS-BL-TEXT.
           WRITE LETTER-LINE FROM WS-BODY-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE WS-EV-TEXT-1(EV-IDX) TO WS-BL-TEXT.
           WRITE LETTER-LINE FROM WS-BODY-LINE.
           MOVE WS-EV-TEXT-2(EV-IDX) TO WS-BL-TEXT.
           WRITE LETTER-LINE FROM WS-BODY-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE WS-EV-COLUMNS(EV-IDX) TO WS-BL-TEXT.
           WRITE LETTER-LINE FROM WS-BODY-LINE.

       PROCESS-LETTER-ITEM.
           ADD 1 TO WS-REQUEST-COUNT.
           ADD 1 TO WS-GROUP-ITEMS.
           IF WS-MAILABLE = 'Y'
               MOVE SN-ACCOUNT-NUMBER TO WS-IL-ACCOUNT
               MOVE SN-REFERENCE TO WS-IL-REFERENCE
               MOVE SN-EVENT-DATE TO WS-IL-DATE
               MOVE SN-AMOUNT TO WS-IL-AMOUNT
               WRITE LETTER-LINE FROM WS-ITEM-LINE
               ADD 1 TO WS-EV-ITEMS(EV-IDX)
           ELSE
               ADD 1 TO WS-UNMAILABLE-ITEMS
           END-IF.
           PERFORM READ-SORTED-NOTICE.

       PRINT-LETTER-CLOSING.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE 'If you have any questions, please contact us.'
               TO WS-BL-TEXT.
           WRITE LETTER-LINE FROM WS-BODY-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           MOVE 'Yours sincerely,' TO WS-BL-TEXT.
           WRITE LETTER-LINE FROM WS-BODY-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-DEPT-LINE.

       WRITE-UNMAILABLE-LINE.
           MOVE WS-BREAK-CUSTOMER TO WS-UD-CUSTOMER.
           MOVE WS-BREAK-EVENT TO WS-UD-TYPE.
           MOVE WS-GROUP-ITEMS TO WS-UD-ITEMS.
           MOVE WS-UNMAIL-REASON TO WS-UD-REASON.
           WRITE NOTICE-REPORT-LINE FROM WS-UNMAIL-DETAIL-LINE.
           ADD 1 TO WS-UNMAILABLE-COUNT.

       WRITE-MAILING-COUNTS.
           WRITE NOTICE-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE NOTICE-REPORT-LINE FROM WS-COUNT-TITLE-LINE.
           WRITE NOTICE-REPORT-LINE FROM WS-COUNT-HEADER-LINE.
           PERFORM WRITE-COUNT-LINE
               VARYING EV-IDX FROM 1 BY 1
               UNTIL EV-IDX > WS-EVENT-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'NOTICE REQUESTS READ:' TO WS-TL-LABEL.
           MOVE WS-REQUEST-COUNT TO WS-TL-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LETTERS PRINTED:' TO WS-TL-LABEL.
           MOVE WS-LETTER-COUNT TO WS-TL-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LETTERS NOT MAILED:' TO WS-TL-LABEL.
           MOVE WS-UNMAILABLE-COUNT TO WS-TL-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ITEMS NOT MAILED:' TO WS-TL-LABEL.
           MOVE WS-UNMAILABLE-ITEMS TO WS-TL-COUNT.
           WRITE NOTICE-REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-EV-CODE(EV-IDX) TO WS-CD-TYPE.
           MOVE WS-EV-SUBJECT(EV-IDX) TO WS-CD-SUBJECT.
           MOVE WS-EV-LETTERS(EV-IDX) TO WS-CD-LETTERS.
           MOVE WS-EV-ITEMS(EV-IDX) TO WS-CD-ITEMS.
           WRITE NOTICE-REPORT-LINE FROM WS-COUNT-DETAIL-LINE.

       CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-REQUESTS-PRESENT = 'Y'
               CLOSE SORTED-NOTICE-FILE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE NOTICE-REPORT-FILE.

       CLEAR-REQUEST-FILE.
           OPEN OUTPUT NOTICE-REQUEST-FILE.
           CLOSE NOTICE-REQUEST-FILE.
