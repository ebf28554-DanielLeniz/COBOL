               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.

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
       FD  TERM-DEPOSIT-FILE.
       FD  SEQUENCE-CONTROL-FILE.
           COPY SEQCTL.

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
       01  WS-TD-FILE-STATUS    PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-SEQ-FILE-STATUS   PIC XX.
       01  WS-NOTC-FILE-STATUS  PIC XX.
       01  WS-AUD-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-SEQ       PIC 9(9) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'TDMATURE'.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-DEPOSITS      VALUE 'Y'.
       01  WS-TODAY             PIC 9(8).
       01  WS-JOB-SEQUENCE      PIC 9(2) VALUE 03.
       01  WS-LAST-RUN-DATE     PIC 9(8).
       01  WS-MATURED-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-SKIPPED-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-UPCOMING-COUNT    PIC 9(6) VALUE ZEROS.
       01  WS-NOTICE-DAYS       PIC 9(3) VALUE ZEROS.
       01  WS-NOTICE-DATE       PIC 9(8).
       01  WS-DAY-INTEGER       PIC 9(7).
       01  WS-TD-INTEREST       PIC S9(8)V99.
       01  WS-TD-PAYOUT         PIC 9(8)V99.
       01  WS-JRN-ACCOUNT       PIC 9(5).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-LAST-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-DEPOSIT.
           PERFORM PROCESS-DEPOSIT UNTIL END-OF-DEPOSITS.
           DISPLAY 'Term deposit maturity run complete.'.
           DISPLAY 'Deposits matured: ' WS-MATURED-COUNT.
           DISPLAY 'Deposits skipped: ' WS-SKIPPED-COUNT.
           DISPLAY 'Upcoming notices: ' WS-UPCOMING-COUNT.
           GOBACK.

       GET-BUSINESS-DATE.
                       CONTINUE
                   NOT AT END
                       MOVE RC-BUSINESS-DATE TO WS-TODAY
                       IF RC-NOTICE-DAYS NUMERIC
                           MOVE RC-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-TODAY = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
           IF WS-NOTICE-DAYS = ZEROS
               MOVE 14 TO WS-NOTICE-DAYS
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
           IF WS-LAST-RUN-DATE = ZEROS
               OR WS-LAST-RUN-DATE NOT < WS-TODAY
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   TO WS-LAST-RUN-DATE
           END-IF.

       OPEN-FILES.
           OPEN I-O TERM-DEPOSIT-FILE.
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF.
           PERFORM GET-JOURNAL-SEQUENCE.
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

       READ-DEPOSIT.
           IF NOT END-OF-DEPOSITS
       PROCESS-DEPOSIT.
           IF TD-ACTIVE AND TD-MATURITY-DATE NOT > WS-TODAY
               PERFORM MATURE-DEPOSIT
           ELSE
               IF TD-ACTIVE
                   PERFORM CHECK-UPCOMING-MATURITY
               END-IF
           END-IF.
           PERFORM READ-DEPOSIT.

           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE 'M' TO TD-STATUS.
           REWRITE TERM-DEPOSIT-RECORD.
           PERFORM WRITE-MATURITY-AUDIT.
           ADD 1 TO WS-MATURED-COUNT.
           MOVE 'TM' TO NR-EVENT-TYPE.
           PERFORM WRITE-DEPOSIT-NOTICE.

       CHECK-UPCOMING-MATURITY.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE)
               - WS-NOTICE-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               TO WS-NOTICE-DATE.
           IF WS-NOTICE-DATE > WS-LAST-RUN-DATE
               AND WS-NOTICE-DATE NOT > WS-TODAY
               COMPUTE WS-TD-INTEREST ROUNDED =
                   TD-PRINCIPAL * TD-RATE * TD-TERM-MONTHS / 12
               COMPUTE WS-TD-PAYOUT = TD-PRINCIPAL + WS-TD-INTEREST
               MOVE 'TU' TO NR-EVENT-TYPE
               PERFORM WRITE-DEPOSIT-NOTICE
               ADD 1 TO WS-UPCOMING-COUNT
           END-IF.

       WRITE-DEPOSIT-NOTICE.
           MOVE TD-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
           MOVE TD-LINKED-ACCOUNT TO NR-ACCOUNT-NUMBER.
           MOVE TD-NUMBER TO NR-REFERENCE.
           MOVE WS-TD-PAYOUT TO NR-AMOUNT.
           MOVE TD-MATURITY-DATE TO NR-EVENT-DATE.
           MOVE WS-TODAY TO NR-REQUEST-DATE.
           MOVE WS-OPERATOR-ID TO NR-SOURCE.
           WRITE NOTICE-REQUEST-RECORD.

       WRITE-MATURITY-AUDIT.
           MOVE WS-TODAY TO MA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MA-TIME.
           MOVE 'TDEPOSIT' TO MA-RECORD-TYPE.
           MOVE TD-NUMBER TO MA-RECORD-KEY.
           MOVE 'TD-STATUS' TO MA-FIELD-NAME.
           MOVE 'A' TO MA-BEFORE-VALUE.
           MOVE TD-STATUS TO MA-AFTER-VALUE.
           MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE SPACES TO MA-SUPERVISOR-ID.
           WRITE MAINT-AUDIT-RECORD.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-JRN-ACCOUNT TO TL-ACCOUNT-NUMBER.
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

           END-IF.
           CLOSE ACCOUNT-MASTER-FILE.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE NOTICE-REQUEST-FILE.
           CLOSE MAINT-AUDIT-FILE.
           PERFORM SAVE-JOURNAL-SEQUENCE.

       GET-JOURNAL-SEQUENCE.
