               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT NOTICE-REQUEST-FILE ASSIGN TO "NOTICERQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMANT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  DORMANT-REPORT-FILE.
       01  DORMANT-REPORT-LINE      PIC X(80).

       FD  NOTICE-REQUEST-FILE.
           COPY NOTCREQ.

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-NOTC-FILE-STATUS  PIC XX.
       01  WS-AUD-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'DORMREVW'.
       01  WS-TODAY             PIC 9(8).
       01  WS-ACCT-EOF          PIC X VALUE 'N'.
           88  END-OF-ACCOUNTS      VALUE 'Y'.
       01  WS-TRAN-EOF          PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SET-CUTOFF-DATE.
           PERFORM LOAD-LAST-ACTIVITY.
           PERFORM OPEN-FILES.
           DISPLAY 'Accounts flagged dormant: ' WS-FLAGGED-COUNT.
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

       SET-CUTOFF-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUTOFF-DATE-NUM.
           SUBTRACT 1 FROM WS-CO-YEAR.
               WHEN 'TRANSFR-OUT'
               WHEN 'STANDORD-IN'
               WHEN 'STANDORD-OUT'
               WHEN 'ACH-CREDIT'
               WHEN 'ACH-DEBIT'
               WHEN 'CHEQUE-DEBIT'
                   IF TL-TRANS-DATE >
                       WS-LA-ENTRY(TL-ACCOUNT-NUMBER)
                       MOVE TL-TRANS-DATE
       OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE.
           OPEN OUTPUT DORMANT-REPORT-FILE.
           OPEN EXTEND NOTICE-REQUEST-FILE.
           IF WS-NOTC-FILE-STATUS = '35'
               OPEN OUTPUT NOTICE-REQUEST-FILE
               CLOSE NOTICE-REQUEST-FILE
               OPEN EXTEND NOTICE-REQUEST-FILE
           END-IF.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE
               CLOSE MAINT-AUDIT-FILE
               OPEN EXTEND MAINT-AUDIT-FILE
           END-IF.

       READ-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               MOVE ACCT-BALANCE TO WS-DL-BALANCE
               MOVE WS-LA-ENTRY(ACCT-NUMBER) TO WS-DL-LAST-DATE
               WRITE DORMANT-REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM WRITE-DORMANT-NOTICE
               PERFORM WRITE-DORMANT-AUDIT
           END-IF.
           PERFORM READ-ACCOUNT.

       WRITE-DORMANT-NOTICE.
           MOVE 'DM' TO NR-EVENT-TYPE.
           MOVE ACCT-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
           MOVE ACCT-NUMBER TO NR-ACCOUNT-NUMBER.
           MOVE ZEROS TO NR-REFERENCE.
           MOVE ACCT-BALANCE TO NR-AMOUNT.
           MOVE WS-LA-ENTRY(ACCT-NUMBER) TO NR-EVENT-DATE.
           MOVE WS-TODAY TO NR-REQUEST-DATE.
           MOVE WS-OPERATOR-ID TO NR-SOURCE.
           WRITE NOTICE-REQUEST-RECORD.

       WRITE-DORMANT-AUDIT.
           MOVE WS-TODAY TO MA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MA-TIME.
           MOVE 'ACCOUNT' TO MA-RECORD-TYPE.
           MOVE ACCT-NUMBER TO MA-RECORD-KEY.
           MOVE 'ACCT-STATUS' TO MA-FIELD-NAME.
           MOVE 'A' TO MA-BEFORE-VALUE.
           MOVE ACCT-STATUS TO MA-AFTER-VALUE.
           MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE SPACES TO MA-SUPERVISOR-ID.
           WRITE MAINT-AUDIT-RECORD.

       CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE DORMANT-REPORT-FILE.
           CLOSE NOTICE-REQUEST-FILE.
           CLOSE MAINT-AUDIT-FILE.
