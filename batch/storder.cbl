               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT NOTICE-REQUEST-FILE ASSIGN TO "NOTICERQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTC-FILE-STATUS.

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
       FD  STANDING-ORDER-FILE.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  NOTICE-REQUEST-FILE.
           COPY NOTCREQ.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-STATUS-FILE.
           COPY RUNSTREC.

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-STAT-FILE-STATUS  PIC XX.
       01  WS-SO-FILE-STATUS    PIC XX.
       01  WS-ACCT-FILE-STATUS  PIC XX.
       01  WS-TRAN-FILE-STATUS  PIC XX.
       01  WS-SEQ-FILE-STATUS   PIC XX.
       01  WS-NOTC-FILE-STATUS  PIC XX.
       01  WS-JOURNAL-SEQ       PIC 9(9) VALUE ZEROS.
       01  WS-OPERATOR-ID       PIC X(8) VALUE 'STORDRUN'.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-ORDERS        VALUE 'Y'.
       01  WS-TODAY             PIC 9(8).
       01  WS-JOB-SEQUENCE      PIC 9(2) VALUE 02.
       01  WS-LAST-RUN-DATE     PIC 9(8).
       01  WS-ORDER-OK          PIC X VALUE 'Y'.
       01  WS-DEST-FAILED       PIC X VALUE 'N'.
       01  WS-AVAILABLE-FUNDS   PIC S9(8)V99.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM GET-LAST-RUN-DATE.
           PERFORM OPEN-FILES.
           PERFORM READ-ORDER.
           PERFORM PROCESS-ORDER UNTIL END-OF-ORDERS.
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
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-SO-FILE-STATUS = '35'
               CLOSE TRANSACTION-LOG-FILE
               OPEN EXTEND TRANSACTION-LOG-FILE
           END-IF.
           OPEN EXTEND NOTICE-REQUEST-FILE.
           IF WS-NOTC-FILE-STATUS = '35'
               OPEN OUTPUT NOTICE-REQUEST-FILE
               CLOSE NOTICE-REQUEST-FILE
               OPEN EXTEND NOTICE-REQUEST-FILE
           END-IF.
           PERFORM GET-JOURNAL-SEQUENCE.

       READ-ORDER.
                           DISPLAY 'Order ' SO-ORDER-NUMBER
                               ': insufficient funds.'
                           MOVE 'N' TO WS-ORDER-OK
                           IF SO-NEXT-DUE-DATE > WS-LAST-RUN-DATE
                               PERFORM WRITE-NSF-NOTICE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               ADD 1 TO WS-ORDERS-SKIPPED
           END-IF.

       WRITE-NSF-NOTICE.
           MOVE 'NF' TO NR-EVENT-TYPE.
           MOVE ACCT-CUSTOMER-NUMBER TO NR-CUSTOMER-NUMBER.
           MOVE SO-FROM-ACCOUNT TO NR-ACCOUNT-NUMBER.
           MOVE SO-ORDER-NUMBER TO NR-REFERENCE.
           MOVE SO-AMOUNT TO NR-AMOUNT.
           MOVE SO-NEXT-DUE-DATE TO NR-EVENT-DATE.
           MOVE WS-TODAY TO NR-REQUEST-DATE.
           MOVE WS-OPERATOR-ID TO NR-SOURCE.
           WRITE NOTICE-REQUEST-RECORD.

       REVERSE-ORDER-DEBIT.
           MOVE SO-FROM-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER-FILE
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID.
           MOVE 'N' TO TL-REVERSAL-FLAG.
           MOVE ZEROS TO TL-REVERSED-SEQ.
           MOVE SPACES TO TL-REFERENCE.
           WRITE TRANSACTION-RECORD.
           PERFORM SAVE-JOURNAL-SEQUENCE.

               CLOSE HOLD-FILE
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE NOTICE-REQUEST-FILE.
           PERFORM SAVE-JOURNAL-SEQUENCE.

       GET-JOURNAL-SEQUENCE.
