       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-TAX-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               ALTERNATE RECORD KEY IS CUST-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TDEPMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NUMBER
               FILE STATUS IS WS-TD-FILE-STATUS.

           SELECT TAX-EXTRACT-FILE ASSIGN TO "INTTAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "INTTAX.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-FILE.
           COPY TRANREC.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CUSTREC.

       FD  TERM-DEPOSIT-FILE.
           COPY TDEPREC.

       FD  TAX-EXTRACT-FILE.
           COPY TAXEXREC.

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE          PIC X(100).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-TD-FILE-STATUS    PIC XX.
       01  WS-EXT-FILE-STATUS   PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-TRAN-EOF          PIC X VALUE 'N'.
           88  END-OF-TRANLOG       VALUE 'Y'.
       01  WS-ACCT-EOF          PIC X VALUE 'N'.
           88  END-OF-ACCOUNTS      VALUE 'Y'.
       01  WS-CUST-EOF          PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS     VALUE 'Y'.
       01  WS-TD-EOF            PIC X VALUE 'N'.
           88  END-OF-DEPOSITS      VALUE 'Y'.
       01  WS-TD-PRESENT        PIC X VALUE 'Y'.
       01  WS-TD-FOUND          PIC X.
       01  WS-TAX-ID-OK         PIC X.
       01  WS-REPORT-PASS       PIC X.
           88  REPORTABLE-PASS      VALUE 'R'.
           88  EXCEPTION-PASS       VALUE 'E'.
       01  WS-SCAN-SOURCE       PIC X.
           88  SCANNING-HISTORY     VALUE 'H'.
       01  WS-SCAN-PASS         PIC X.
           88  ACCUMULATE-PASS      VALUE 'A'.
           88  NETTING-PASS         VALUE 'N'.
       01  WS-TAX-YEAR          PIC 9(4).
       01  WS-THRESHOLD         PIC 9(8)V99.
       01  WS-YEAR-START        PIC 9(8).
       01  WS-YEAR-END          PIC 9(8).
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-BUSINESS-DATE.
           05  WS-BD-YEAR           PIC 9(4).
           05  WS-BD-MONTH          PIC 9(2).
           05  WS-BD-DAY            PIC 9(2).
       01  WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
                                PIC 9(8).
       01  WS-WORK-DATE.
           05  WS-WD-YEAR           PIC 9(4).
           05  WS-WD-MONTH          PIC 9(2).
           05  WS-WD-DAY            PIC 9(2).
       01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                PIC 9(8).
       01  WS-SCAN-MONTH        PIC 9(2).
       01  WS-SCAN-DAY          PIC 9(2).
       01  WS-DAILY-NAME.
           05  FILLER               PIC X(3) VALUE 'TRN'.
           05  WS-DN-DATE           PIC 9(8).
           05  FILLER               PIC X(4) VALUE '.DAT'.
       01  WS-JOURNAL-NAME      PIC X(15).
       01  WS-INTEREST-PART     PIC S9(8)V99.
       01  WS-TD-MAX-INTEREST   PIC S9(8)V99.
       01  WS-REPORT-ENTRY      PIC 9(6).
       01  WS-GROUP-TAX-ID      PIC X(11).
       01  WS-GROUP-CUSTOMER    PIC 9(5).
       01  WS-GROUP-NAME        PIC X(30).
       01  WS-GROUP-ADDRESS     PIC X(40).
       01  WS-GROUP-TOTAL       PIC S9(10)V99.
       01  WS-EXCEPTION-REASON  PIC X(24).
       01  WS-FILES-READ        PIC 9(6) VALUE ZEROS.
       01  WS-RECORDS-COUNTED   PIC 9(6) VALUE ZEROS.
       01  WS-RECIPIENT-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-REPORTED-TOTAL    PIC S9(10)V99 VALUE ZEROS.
       01  WS-EXCEPTION-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-EXCEPTION-TOTAL   PIC S9(10)V99 VALUE ZEROS.
       01  WS-UNMATCHED-COUNT   PIC 9(6) VALUE ZEROS.
       01  WS-UNMATCHED-TOTAL   PIC S9(10)V99 VALUE ZEROS.
       01  WS-NETTED-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-NETTED-TOTAL      PIC S9(10)V99 VALUE ZEROS.
       01  WS-REVERSAL-OVERFLOW PIC 9(6) VALUE ZEROS.
       01  WS-REVERSAL-COUNT    PIC 9(4) VALUE ZEROS.
       01  WS-REVERSAL-MAX      PIC 9(4) VALUE 5000.
       01  WS-REVERSAL-TABLE.
           05  WS-RV-ENTRY OCCURS 5000 TIMES INDEXED BY RV-IDX.
               10  WS-RV-SEQ            PIC 9(9) VALUE ZEROS.
               10  WS-RV-ACCOUNT        PIC 9(5) VALUE ZEROS.
               10  WS-RV-AMOUNT         PIC 9(8)V99 VALUE ZEROS.
               10  WS-RV-NETTED         PIC X VALUE 'N'.

       01  WS-DAY-TABLE.
           05  WS-DT-MONTH OCCURS 12 TIMES.
               10  WS-DT-DAY OCCURS 31 TIMES
                       PIC X VALUE 'N'.

       01  WS-ACCOUNT-INTEREST.
           05  WS-AI-ENTRY OCCURS 99999 TIMES
                   PIC S9(10)V99 VALUE ZEROS.

       01  WS-CUSTOMER-INTEREST.
           05  WS-CI-ENTRY OCCURS 99999 TIMES
                   PIC S9(10)V99 VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(38)
               VALUE 'INTEREST INCOME TAX REPORT - TAX YEAR '.
           05  WS-TI-YEAR           PIC 9(4).
           05  FILLER               PIC X(13)
               VALUE '   THRESHOLD '.
           05  WS-TI-THRESHOLD      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SECTION-LINE.
           05  WS-SL-TEXT           PIC X(40).
       01  WS-HEADER-LINE.
           05  FILLER               PIC X(13) VALUE 'TAX ID'.
           05  FILLER               PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER               PIC X(32) VALUE 'NAME'.
           05  FILLER               PIC X(16) VALUE 'INTEREST PAID'.
       01  WS-DETAIL-LINE.
           05  WS-DL-TAX-ID         PIC X(11).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-CUSTOMER       PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  WS-DL-NAME           PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EXCEPTION-HEADER.
           05  FILLER               PIC X(26) VALUE 'REASON'.
           05  FILLER               PIC X(13) VALUE 'TAX ID'.
           05  FILLER               PIC X(10) VALUE 'NUMBER'.
           05  FILLER               PIC X(32) VALUE 'NAME'.
           05  FILLER               PIC X(16) VALUE 'INTEREST PAID'.
       01  WS-EXCEPTION-LINE.
           05  WS-EL-REASON         PIC X(24).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-EL-TAX-ID         PIC X(11).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-EL-NUMBER         PIC ZZZZZ9.
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  WS-EL-NAME           PIC X(30).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-EL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(30).
           05  WS-CL-COUNT          PIC ZZZZZ9.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETERS.
           PERFORM OPEN-FILES.
           PERFORM ACCUMULATE-INTEREST.
           IF WS-REVERSAL-COUNT > ZEROS
               PERFORM NET-INTEREST-REVERSALS
           END-IF.
           PERFORM ROLL-UP-TO-CUSTOMERS.
           PERFORM WRITE-EXTRACT-HEADER.
           MOVE WS-TAX-YEAR TO WS-TI-YEAR.
           MOVE WS-THRESHOLD TO WS-TI-THRESHOLD.
           WRITE TAX-REPORT-LINE FROM WS-TITLE-LINE.
           PERFORM WRITE-REPORTABLE-SECTION.
           PERFORM WRITE-EXCEPTION-SECTION.
           PERFORM WRITE-CONTROL-SECTION.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM CLOSE-FILES.
           DISPLAY 'Interest tax report run complete.'.
           DISPLAY 'Tax year:              ' WS-TAX-YEAR.
           DISPLAY 'Journal files read:    ' WS-FILES-READ.
           DISPLAY 'Interest records:      ' WS-RECORDS-COUNTED.
           DISPLAY 'Recipients reported:   ' WS-RECIPIENT-COUNT.
           DISPLAY 'Exceptions:            ' WS-EXCEPTION-COUNT.
           DISPLAY 'Reversals netted:      ' WS-NETTED-COUNT.
           GOBACK.

       GET-RUN-PARAMETERS.
           MOVE ZEROS TO WS-TAX-YEAR.
           MOVE ZEROS TO WS-THRESHOLD.
           DISPLAY 'Enter tax year (YYYY, 0 = prior year): '.
           ACCEPT WS-TAX-YEAR.
           DISPLAY 'Enter reporting threshold (0 = 10.00): '.
           ACCEPT WS-THRESHOLD.
           IF WS-TAX-YEAR = ZEROS
               PERFORM GET-BUSINESS-DATE
               COMPUTE WS-TAX-YEAR = WS-BD-YEAR - 1
           END-IF.
           IF WS-THRESHOLD = ZEROS
               MOVE 10.00 TO WS-THRESHOLD
           END-IF.
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

       GET-BUSINESS-DATE.
           MOVE ZEROS TO WS-BUSINESS-DATE-NUM.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CTL-FILE-STATUS NOT = '35'
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-BUSINESS-DATE-NUM = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE-NUM
           END-IF.

       OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUST-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot open customer master file.'
               DISPLAY 'File status: ' WS-CUST-FILE-STATUS
               DISPLAY 'If the file predates the tax ID index,'
                   ' run the customer file rebuild job.'
               CLOSE ACCOUNT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TERM-DEPOSIT-FILE.
           IF WS-TD-FILE-STATUS = '35'
               MOVE 'N' TO WS-TD-PRESENT
           END-IF.
           OPEN OUTPUT TAX-EXTRACT-FILE.
           OPEN OUTPUT TAX-REPORT-FILE.

       ACCUMULATE-INTEREST.
           MOVE 'A' TO WS-SCAN-PASS.
           PERFORM SCAN-ALL-JOURNALS.

       NET-INTEREST-REVERSALS.
           MOVE 'N' TO WS-SCAN-PASS.
           PERFORM SCAN-ALL-JOURNALS.

       SCAN-ALL-JOURNALS.
           MOVE 'H' TO WS-SCAN-SOURCE.
           MOVE 'TRANHIST.DAT' TO WS-JOURNAL-NAME.
           PERFORM SCAN-JOURNAL-FILE.
           MOVE 'L' TO WS-SCAN-SOURCE.
           MOVE 'TRANLOG.DAT' TO WS-JOURNAL-NAME.
           PERFORM SCAN-JOURNAL-FILE.
           MOVE 'D' TO WS-SCAN-SOURCE.
           PERFORM SCAN-DAILY-FILE
               VARYING WS-SCAN-MONTH FROM 1 BY 1
               UNTIL WS-SCAN-MONTH > 12
               AFTER WS-SCAN-DAY FROM 1 BY 1
               UNTIL WS-SCAN-DAY > 31.

       SCAN-DAILY-FILE.
           IF WS-DT-DAY(WS-SCAN-MONTH, WS-SCAN-DAY) = 'N'
               COMPUTE WS-DN-DATE = WS-YEAR-START - 0101
                   + WS-SCAN-MONTH * 100 + WS-SCAN-DAY
               MOVE WS-DAILY-NAME TO WS-JOURNAL-NAME
               PERFORM SCAN-JOURNAL-FILE
           END-IF.

       SCAN-JOURNAL-FILE.
           MOVE 'N' TO WS-TRAN-EOF.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-TRAN-FILE-STATUS NOT = '35'
               IF ACCUMULATE-PASS
                   ADD 1 TO WS-FILES-READ
               END-IF
               PERFORM READ-TRAN-RECORD
               PERFORM TALLY-INTEREST-RECORD UNTIL END-OF-TRANLOG
               CLOSE TRANSACTION-LOG-FILE
           END-IF.

       READ-TRAN-RECORD.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
           END-READ.

       TALLY-INTEREST-RECORD.
           IF TL-TRANS-DATE NOT < WS-YEAR-START
               AND TL-TRANS-DATE NOT > WS-YEAR-END
               IF NETTING-PASS
                   PERFORM NET-REVERSED-INTEREST
               ELSE
                   PERFORM TALLY-YEAR-RECORD
               END-IF
           END-IF.
           PERFORM READ-TRAN-RECORD.

       TALLY-YEAR-RECORD.
           IF SCANNING-HISTORY
               MOVE TL-TRANS-DATE TO WS-WORK-DATE-NUM
               MOVE 'Y' TO WS-DT-DAY(WS-WD-MONTH, WS-WD-DAY)
           END-IF.
           EVALUATE TL-TRANS-TYPE
               WHEN 'INTEREST'
                   MOVE TL-AMOUNT TO WS-INTEREST-PART
                   PERFORM ADD-ACCOUNT-INTEREST
               WHEN 'TD-MATURITY'
               WHEN 'TD-REDEEM'
                   PERFORM FIND-TD-INTEREST
               WHEN 'REVERSAL-DR'
                   PERFORM SAVE-CREDIT-REVERSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SAVE-CREDIT-REVERSAL.
           IF WS-REVERSAL-COUNT < WS-REVERSAL-MAX
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE TL-REVERSED-SEQ TO WS-RV-SEQ(WS-REVERSAL-COUNT)
               MOVE TL-ACCOUNT-NUMBER
                   TO WS-RV-ACCOUNT(WS-REVERSAL-COUNT)
               MOVE TL-AMOUNT TO WS-RV-AMOUNT(WS-REVERSAL-COUNT)
           ELSE
               ADD 1 TO WS-REVERSAL-OVERFLOW
               DISPLAY 'Reversal not checked, account '
                   TL-ACCOUNT-NUMBER ' sequence ' TL-SEQUENCE-NUMBER
           END-IF.

       NET-REVERSED-INTEREST.
           IF TL-TRANS-TYPE = 'INTEREST'
               SET RV-IDX TO 1
               SEARCH WS-RV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RV-SEQ(RV-IDX) = TL-SEQUENCE-NUMBER
                       AND WS-RV-ACCOUNT(RV-IDX) = TL-ACCOUNT-NUMBER
                       AND WS-RV-NETTED(RV-IDX) = 'N'
                       PERFORM NET-ONE-REVERSAL
               END-SEARCH
           END-IF.

       NET-ONE-REVERSAL.
           MOVE 'Y' TO WS-RV-NETTED(RV-IDX).
           SUBTRACT WS-RV-AMOUNT(RV-IDX)
               FROM WS-AI-ENTRY(TL-ACCOUNT-NUMBER).
           ADD 1 TO WS-NETTED-COUNT.
           ADD WS-RV-AMOUNT(RV-IDX) TO WS-NETTED-TOTAL.

       ADD-ACCOUNT-INTEREST.
           ADD WS-INTEREST-PART TO WS-AI-ENTRY(TL-ACCOUNT-NUMBER).
           ADD 1 TO WS-RECORDS-COUNTED.

       FIND-TD-INTEREST.
           MOVE 'N' TO WS-TD-FOUND.
           IF WS-TD-PRESENT = 'Y'
               MOVE 'N' TO WS-TD-EOF
               MOVE ZEROS TO TD-NUMBER
               START TERM-DEPOSIT-FILE KEY IS NOT LESS THAN TD-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO WS-TD-EOF
               END-START
               PERFORM READ-NEXT-DEPOSIT
               PERFORM CHECK-DEPOSIT-PAYOUT
                   UNTIL END-OF-DEPOSITS OR WS-TD-FOUND = 'Y'
           END-IF.
           IF WS-TD-FOUND = 'Y'
               PERFORM ADD-ACCOUNT-INTEREST
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD TL-AMOUNT TO WS-UNMATCHED-TOTAL
               DISPLAY 'Term deposit payout not matched, account '
                   TL-ACCOUNT-NUMBER ' sequence ' TL-SEQUENCE-NUMBER
           END-IF.

       READ-NEXT-DEPOSIT.
           IF NOT END-OF-DEPOSITS
               READ TERM-DEPOSIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TD-EOF
               END-READ
           END-IF.

       CHECK-DEPOSIT-PAYOUT.
           IF TD-LINKED-ACCOUNT = TL-ACCOUNT-NUMBER
               AND TD-OPEN-DATE NOT > TL-TRANS-DATE
               AND TD-PRINCIPAL NOT > TL-AMOUNT
               AND ((TL-TRANS-TYPE = 'TD-MATURITY' AND TD-MATURED)
               OR (TL-TRANS-TYPE = 'TD-REDEEM' AND TD-REDEEMED))
               COMPUTE WS-TD-MAX-INTEREST ROUNDED =
                   TD-PRINCIPAL * TD-RATE * TD-TERM-MONTHS / 12
               COMPUTE WS-INTEREST-PART = TL-AMOUNT - TD-PRINCIPAL
               IF WS-INTEREST-PART NOT > WS-TD-MAX-INTEREST
                   MOVE 'Y' TO WS-TD-FOUND
               END-IF
           END-IF.
           IF WS-TD-FOUND = 'N'
               PERFORM READ-NEXT-DEPOSIT
           END-IF.

       ROLL-UP-TO-CUSTOMERS.
           MOVE 'N' TO WS-ACCT-EOF.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM ROLL-UP-ONE-ACCOUNT UNTIL END-OF-ACCOUNTS.

       READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
           END-READ.

       ROLL-UP-ONE-ACCOUNT.
           IF WS-AI-ENTRY(ACCT-NUMBER) NOT = ZEROS
               AND ACCT-CUSTOMER-NUMBER > ZEROS
               ADD WS-AI-ENTRY(ACCT-NUMBER)
                   TO WS-CI-ENTRY(ACCT-CUSTOMER-NUMBER)
               MOVE ZEROS TO WS-AI-ENTRY(ACCT-NUMBER)
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       WRITE-REPORTABLE-SECTION.
           WRITE TAX-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'REPORTABLE RECIPIENTS' TO WS-SL-TEXT.
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE TAX-REPORT-LINE FROM WS-HEADER-LINE.
           MOVE 'R' TO WS-REPORT-PASS.
           PERFORM SCAN-CUSTOMERS-BY-TAX-ID.
           WRITE TAX-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'RECIPIENTS REPORTED:' TO WS-CL-LABEL.
           MOVE WS-RECIPIENT-COUNT TO WS-CL-COUNT.
           WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'TOTAL INTEREST REPORTED:' TO WS-TL-LABEL.
           MOVE WS-REPORTED-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-EXCEPTION-SECTION.
           WRITE TAX-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'EXCEPTIONS - NOT REPORTED' TO WS-SL-TEXT.
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-HEADER.
           MOVE 'E' TO WS-REPORT-PASS.
           PERFORM SCAN-CUSTOMERS-BY-TAX-ID.
           PERFORM CHECK-ORPHAN-CUSTOMER
               VARYING WS-REPORT-ENTRY FROM 1 BY 1
               UNTIL WS-REPORT-ENTRY > 99999.
           PERFORM CHECK-ORPHAN-ACCOUNT
               VARYING WS-REPORT-ENTRY FROM 1 BY 1
               UNTIL WS-REPORT-ENTRY > 99999.
           IF WS-UNMATCHED-COUNT > ZEROS
               MOVE 'TD PAYOUTS NOT MATCHED' TO WS-EL-REASON
               MOVE SPACES TO WS-EL-TAX-ID
               MOVE WS-UNMATCHED-COUNT TO WS-EL-NUMBER
               MOVE 'PAYOUT AMOUNT, INTEREST UNKNOWN' TO WS-EL-NAME
               MOVE WS-UNMATCHED-TOTAL TO WS-EL-AMOUNT
               WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           WRITE TAX-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'EXCEPTIONS LISTED:' TO WS-CL-LABEL.
           MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT.
           WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'INTEREST NOT REPORTED:' TO WS-TL-LABEL.
           MOVE WS-EXCEPTION-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-CONTROL-SECTION.
           WRITE TAX-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'CONTROL TOTALS' TO WS-SL-TEXT.
           WRITE TAX-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'JOURNAL FILES READ:' TO WS-CL-LABEL.
           MOVE WS-FILES-READ TO WS-CL-COUNT.
           WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'INTEREST RECORDS COUNTED:' TO WS-CL-LABEL.
           MOVE WS-RECORDS-COUNTED TO WS-CL-COUNT.
           WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'INTEREST REVERSALS NETTED:' TO WS-CL-LABEL.
           MOVE WS-NETTED-COUNT TO WS-CL-COUNT.
           WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'INTEREST REVERSED:' TO WS-TL-LABEL.
           MOVE WS-NETTED-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-TOTAL-LINE.
           IF WS-REVERSAL-OVERFLOW > ZEROS
               MOVE 'REVERSALS NOT CHECKED:' TO WS-CL-LABEL
               MOVE WS-REVERSAL-OVERFLOW TO WS-CL-COUNT
               WRITE TAX-REPORT-LINE FROM WS-COUNT-LINE
           END-IF.

       SCAN-CUSTOMERS-BY-TAX-ID.
           MOVE 'N' TO WS-CUST-EOF.
           MOVE LOW-VALUES TO CUST-TAX-ID.
           START CUSTOMER-MASTER-FILE KEY IS NOT LESS THAN CUST-TAX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-EOF
           END-START.
           IF NOT END-OF-CUSTOMERS
               PERFORM READ-NEXT-CUSTOMER
           END-IF.
           PERFORM PROCESS-TAX-ID-GROUP UNTIL END-OF-CUSTOMERS.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CUST-EOF
           END-READ.

       PROCESS-TAX-ID-GROUP.
           MOVE CUST-TAX-ID TO WS-GROUP-TAX-ID.
           MOVE CUST-NUMBER TO WS-GROUP-CUSTOMER.
           MOVE CUST-NAME TO WS-GROUP-NAME.
           MOVE CUST-ADDRESS TO WS-GROUP-ADDRESS.
           MOVE ZEROS TO WS-GROUP-TOTAL.
           PERFORM VALIDATE-TAX-ID.
           IF WS-TAX-ID-OK = 'Y'
               PERFORM ADD-GROUP-MEMBER
                   UNTIL END-OF-CUSTOMERS
                   OR CUST-TAX-ID NOT = WS-GROUP-TAX-ID
               PERFORM FINISH-TAX-ID-GROUP
           ELSE
               PERFORM ADD-GROUP-MEMBER
               PERFORM FINISH-INVALID-TAX-ID
           END-IF.

       ADD-GROUP-MEMBER.
           ADD WS-CI-ENTRY(CUST-NUMBER) TO WS-GROUP-TOTAL.
           IF EXCEPTION-PASS
               MOVE ZEROS TO WS-CI-ENTRY(CUST-NUMBER)
           END-IF.
           PERFORM READ-NEXT-CUSTOMER.

       VALIDATE-TAX-ID.
           MOVE 'Y' TO WS-TAX-ID-OK.
           IF WS-GROUP-TAX-ID = SPACES
               MOVE 'N' TO WS-TAX-ID-OK
               MOVE 'TAX ID MISSING' TO WS-EXCEPTION-REASON
           ELSE
               IF WS-GROUP-TAX-ID(1:3) IS NUMERIC
                   AND WS-GROUP-TAX-ID(4:1) = '-'
                   AND WS-GROUP-TAX-ID(5:2) IS NUMERIC
                   AND WS-GROUP-TAX-ID(7:1) = '-'
                   AND WS-GROUP-TAX-ID(8:4) IS NUMERIC
                   AND WS-GROUP-TAX-ID(1:3) NOT = '000'
                   CONTINUE
               ELSE
                   IF WS-GROUP-TAX-ID(1:2) IS NUMERIC
                       AND WS-GROUP-TAX-ID(3:1) = '-'
                       AND WS-GROUP-TAX-ID(4:7) IS NUMERIC
                       AND WS-GROUP-TAX-ID(11:1) = SPACE
                       AND WS-GROUP-TAX-ID(1:2) NOT = '00'
                       CONTINUE
                   ELSE
                       MOVE 'N' TO WS-TAX-ID-OK
                       MOVE 'TAX ID MALFORMED' TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
           END-IF.

       FINISH-TAX-ID-GROUP.
           IF WS-GROUP-TOTAL > ZEROS
               IF WS-GROUP-TOTAL < WS-THRESHOLD
                   IF EXCEPTION-PASS
                       MOVE 'BELOW THRESHOLD' TO WS-EXCEPTION-REASON
                       PERFORM WRITE-GROUP-EXCEPTION
                   END-IF
               ELSE
                   IF REPORTABLE-PASS
                       PERFORM WRITE-REPORTABLE-RECIPIENT
                   END-IF
               END-IF
           END-IF.

       FINISH-INVALID-TAX-ID.
           IF WS-GROUP-TOTAL NOT = ZEROS AND EXCEPTION-PASS
               PERFORM WRITE-GROUP-EXCEPTION
           END-IF.

       WRITE-REPORTABLE-RECIPIENT.
           MOVE WS-GROUP-TAX-ID TO WS-DL-TAX-ID.
           MOVE WS-GROUP-CUSTOMER TO WS-DL-CUSTOMER.
           MOVE WS-GROUP-NAME TO WS-DL-NAME.
           MOVE WS-GROUP-TOTAL TO WS-DL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE 'D' TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
           MOVE WS-GROUP-TAX-ID TO TX-TAX-ID.
           MOVE WS-GROUP-CUSTOMER TO TX-CUSTOMER-NUMBER.
           MOVE WS-GROUP-NAME TO TX-NAME.
           MOVE WS-GROUP-ADDRESS TO TX-ADDRESS.
           MOVE WS-GROUP-TOTAL TO TX-INTEREST-AMOUNT.
           MOVE ZEROS TO TX-RECORD-COUNT.
           MOVE WS-RUN-DATE TO TX-CREATE-DATE.
           WRITE TAX-EXTRACT-RECORD.
           ADD 1 TO WS-RECIPIENT-COUNT.
           ADD WS-GROUP-TOTAL TO WS-REPORTED-TOTAL.

       WRITE-GROUP-EXCEPTION.
           MOVE WS-EXCEPTION-REASON TO WS-EL-REASON.
           MOVE WS-GROUP-TAX-ID TO WS-EL-TAX-ID.
           MOVE WS-GROUP-CUSTOMER TO WS-EL-NUMBER.
           MOVE WS-GROUP-NAME TO WS-EL-NAME.
           MOVE WS-GROUP-TOTAL TO WS-EL-AMOUNT.
           WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD WS-GROUP-TOTAL TO WS-EXCEPTION-TOTAL.

       CHECK-ORPHAN-CUSTOMER.
           IF WS-CI-ENTRY(WS-REPORT-ENTRY) NOT = ZEROS
               MOVE 'CUSTOMER NOT ON FILE' TO WS-EL-REASON
               MOVE SPACES TO WS-EL-TAX-ID
               MOVE WS-REPORT-ENTRY TO WS-EL-NUMBER
               MOVE SPACES TO WS-EL-NAME
               MOVE WS-CI-ENTRY(WS-REPORT-ENTRY) TO WS-EL-AMOUNT
               WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-CI-ENTRY(WS-REPORT-ENTRY) TO WS-EXCEPTION-TOTAL
           END-IF.

       CHECK-ORPHAN-ACCOUNT.
           IF WS-AI-ENTRY(WS-REPORT-ENTRY) NOT = ZEROS
               MOVE 'NO CUSTOMER FOR ACCOUNT' TO WS-EL-REASON
               MOVE SPACES TO WS-EL-TAX-ID
               MOVE WS-REPORT-ENTRY TO WS-EL-NUMBER
               MOVE SPACES TO WS-EL-NAME
               MOVE WS-AI-ENTRY(WS-REPORT-ENTRY) TO WS-EL-AMOUNT
               WRITE TAX-REPORT-LINE FROM WS-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-AI-ENTRY(WS-REPORT-ENTRY) TO WS-EXCEPTION-TOTAL
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE 'H' TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
           MOVE SPACES TO TX-TAX-ID.
           MOVE ZEROS TO TX-CUSTOMER-NUMBER.
           MOVE SPACES TO TX-NAME.
           MOVE SPACES TO TX-ADDRESS.
           MOVE ZEROS TO TX-INTEREST-AMOUNT.
           MOVE ZEROS TO TX-RECORD-COUNT.
           MOVE WS-RUN-DATE TO TX-CREATE-DATE.
           WRITE TAX-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE 'T' TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
           MOVE SPACES TO TX-TAX-ID.
           MOVE ZEROS TO TX-CUSTOMER-NUMBER.
           MOVE SPACES TO TX-NAME.
           MOVE SPACES TO TX-ADDRESS.
           MOVE WS-REPORTED-TOTAL TO TX-INTEREST-AMOUNT.
           MOVE WS-RECIPIENT-COUNT TO TX-RECORD-COUNT.
           MOVE WS-RUN-DATE TO TX-CREATE-DATE.
           WRITE TAX-EXTRACT-RECORD.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-TD-PRESENT = 'Y'
               CLOSE TERM-DEPOSIT-FILE
           END-IF.
           CLOSE TAX-EXTRACT-FILE.
           CLOSE TAX-REPORT-FILE.
