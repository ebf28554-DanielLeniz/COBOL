               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT NOTICE-REQUEST-FILE ASSIGN TO "NOTICERQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-JOB-SEQUENCE
               FILE STATUS IS WS-STAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
       FD  ARREARS-REPORT-FILE.
       01  ARREARS-REPORT-LINE      PIC X(80).

       FD  NOTICE-REQUEST-FILE.
           COPY NOTCREQ.

       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-STATUS-FILE.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-STAT-FILE-STATUS  PIC XX.
       01  WS-LOAN-FILE-STATUS  PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-SEQ-FILE-STATUS   PIC XX.
       01  WS-HOLD-FILE-STATUS  PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-NOTC-FILE-STATUS  PIC XX.
       01  WS-AUD-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-SEQ       PIC 9(9) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'LOANCOLL'.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-TODAY             PIC 9(8).
       01  WS-JOB-SEQUENCE      PIC 9(2) VALUE 04.
       01  WS-LAST-RUN-DATE     PIC 9(8).
       01  WS-COLLECT-OK        PIC X.
       01  WS-COLLECT-AMOUNT    PIC 9(8)V99.
       01  WS-AVAILABLE-FUNDS   PIC S9(8)V99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-LAST-RUN-DATE.
           PERFORM OPEN-FILES.
           WRITE ARREARS-REPORT-LINE FROM WS-HEADER-LINE.
           PERFORM READ-LOAN.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.

       GET-LAST-RUN-DATE.
           MOVE ZEROS TO WS-LAST-RUN-DATE.
           OPEN INPUT RUN-STATUS-FILE.
           IF WS-STAT-FILE-STATUS = '00'
               MOVE WS-JOB-SEQUENCE TO RS-JOB-SEQUENCE
               READ RUN-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RS-BUSINESS-DATE < WS-TODAY
                           AND RS-COMPLETED
                           MOVE RS-BUSINESS-DATE TO WS-LAST-RUN-DATE
                       ELSE
                           IF RS-PRIOR-BUSINESS-DATE NUMERIC
                               MOVE RS-PRIOR-BUSINESS-DATE
                                   TO WS-LAST-RUN-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-STATUS-FILE
           END-IF.

       OPEN-FILES.
           OPEN I-O LOAN-MASTER-FILE.
           IF WS-LOAN-FILE-STATUS = '35'
           END-IF.
           PERFORM GET-JOURNAL-SEQUENCE.
           OPEN OUTPUT ARREARS-REPORT-FILE.
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

       READ-LOAN.
           IF NOT END-OF-LOANS
                   PERFORM ADVANCE-DUE-DATE
               END-IF
               REWRITE LOAN-RECORD
               IF LN-PAID-OFF
                   PERFORM WRITE-PAYOFF-AUDIT
               END-IF
               ADD 1 TO WS-COLLECTED-COUNT
           ELSE
               ADD 1 TO LN-ARREARS-COUNT
               REWRITE LOAN-RECORD
               PERFORM WRITE-ARREARS-LINE
               IF LN-NEXT-DUE-DATE > WS-LAST-RUN-DATE
                   PERFORM WRITE-ARREARS-NOTICE
               END-IF
           END-IF.

       ADVANCE-DUE-DATE.
           WRITE ARREARS-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-ARREARS-COUNT.

       WRITE-ARREARS-NOTICE.
           MOVE 'LA' TO NR-EVENT-TYPE.
           MOVE LN-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
           MOVE LN-LINKED-ACCOUNT TO NR-ACCOUNT-NUMBER.
           MOVE LN-NUMBER TO NR-REFERENCE.
           MOVE WS-COLLECT-AMOUNT TO NR-AMOUNT.
           MOVE LN-NEXT-DUE-DATE TO NR-EVENT-DATE.
           MOVE WS-TODAY TO NR-REQUEST-DATE.
           MOVE WS-OPERATOR-ID TO NR-SOURCE.
           WRITE NOTICE-REQUEST-RECORD.

       WRITE-PAYOFF-AUDIT.
           MOVE WS-TODAY TO MA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MA-TIME.
           MOVE 'LOAN' TO MA-RECORD-TYPE.
           MOVE LN-NUMBER TO MA-RECORD-KEY.
           MOVE 'LN-STATUS' TO MA-FIELD-NAME.
           MOVE 'A' TO MA-BEFORE-VALUE.
           MOVE LN-STATUS TO MA-AFTER-VALUE.
           MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE SPACES TO MA-SUPERVISOR-ID.
           WRITE MAINT-AUDIT-RECORD.

       COMPUTE-AVAILABLE-FUNDS.
           MOVE ACCT-NUMBER TO WS-AVAIL-ACCOUNT.
           PERFORM SUM-ACTIVE-HOLDS.
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

           CLOSE TRANSACTION-LOG-FILE.
           PERFORM SAVE-JOURNAL-SEQUENCE.
           CLOSE ARREARS-REPORT-FILE.
           CLOSE NOTICE-REQUEST-FILE.
           CLOSE MAINT-AUDIT-FILE.

       GET-JOURNAL-SEQUENCE.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
