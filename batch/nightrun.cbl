       01  WS-BUSINESS-DATE     PIC 9(8).
       01  WS-STMT-END-DATE     PIC 9(8).
       01  WS-FEE-MONTH         PIC 9(6).
       01  WS-BUREAU-MONTH      PIC 9(6).
       01  WS-STATUS-EXISTS     PIC X.
       01  WS-PRIOR-DATE        PIC 9(8).
       01  WS-CALL-FAILED       PIC X.
       01  WS-JOBS-RUN          PIC 9(2) VALUE ZEROS.
       01  WS-JOBS-SKIPPED      PIC 9(2) VALUE ZEROS.
       01  WS-CURRENT-SEQ       PIC 9(2).
       01  WS-CURRENT-PROGRAM   PIC X(30).
       01  WS-BACKUP-SEQ        PIC 9(2) VALUE ZEROS.
       01  WS-BACKUP-PROGRAM    PIC X(30) VALUE 'MASTER-BACKUP'.

       01  WS-JOB-COUNT         PIC 9(2) VALUE 17.
       01  WS-JOB-TABLE.
           05  WS-JT-ENTRY OCCURS 17 TIMES INDEXED BY JOB-IDX.
               10  WS-JT-PROGRAM        PIC X(30).
               10  WS-JT-ENABLED        PIC X(1).

           END-IF.
           PERFORM OPEN-STATUS-FILE.
           PERFORM BUILD-JOB-TABLE.
           PERFORM RUN-BACKUP-JOB.
           PERFORM RUN-ONE-JOB
               VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
                       MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE RC-STMT-END-DATE TO WS-STMT-END-DATE
                       MOVE RC-FEE-MONTH TO WS-FEE-MONTH
                       MOVE ZEROS TO WS-BUREAU-MONTH
                       IF RC-BUREAU-MONTH NUMERIC
                           MOVE RC-BUREAU-MONTH TO WS-BUREAU-MONTH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE 'GL-EXTRACT' TO WS-JT-PROGRAM(12).
           MOVE 'LARGE-CASH-REPORT' TO WS-JT-PROGRAM(13).
           MOVE 'STATEMENT-GEN' TO WS-JT-PROGRAM(14).
           MOVE 'CUSTOMER-NOTICES' TO WS-JT-PROGRAM(15).
           MOVE 'MAINT-AUDIT-REPORT' TO WS-JT-PROGRAM(16).
           MOVE 'CREDIT-BUREAU-EXTRACT' TO WS-JT-PROGRAM(17).
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > WS-JOB-COUNT
               MOVE 'Y' TO WS-JT-ENABLED(JOB-IDX)
           IF WS-STMT-END-DATE = ZEROS
               MOVE 'N' TO WS-JT-ENABLED(14)
           END-IF.
           IF WS-BUREAU-MONTH = ZEROS
               MOVE 'N' TO WS-JT-ENABLED(17)
           END-IF.

       RUN-BACKUP-JOB.
           MOVE WS-BACKUP-SEQ TO WS-CURRENT-SEQ.
           MOVE WS-BACKUP-PROGRAM TO WS-CURRENT-PROGRAM.
           PERFORM CHECK-JOB-STATUS.
           IF WS-STATUS-EXISTS = 'C'
               DISPLAY 'Job already complete: ' WS-CURRENT-PROGRAM
               ADD 1 TO WS-JOBS-SKIPPED
           ELSE
               PERFORM LAUNCH-JOB
           END-IF.

       RUN-ONE-JOB.
           MOVE JOB-IDX TO WS-CURRENT-SEQ.
           MOVE WS-JT-PROGRAM(JOB-IDX) TO WS-CURRENT-PROGRAM.
           IF WS-JT-ENABLED(JOB-IDX) = 'N'
               DISPLAY 'Job not scheduled: ' WS-CURRENT-PROGRAM
               ADD 1 TO WS-JOBS-SKIPPED
           ELSE
               PERFORM CHECK-JOB-STATUS
               IF WS-STATUS-EXISTS = 'C'
                   DISPLAY 'Job already complete: '
                       WS-CURRENT-PROGRAM
                   ADD 1 TO WS-JOBS-SKIPPED
               ELSE
                   PERFORM LAUNCH-JOB

       CHECK-JOB-STATUS.
           MOVE 'N' TO WS-STATUS-EXISTS.
           MOVE ZEROS TO WS-PRIOR-DATE.
           MOVE WS-CURRENT-SEQ TO RS-JOB-SEQUENCE.
           READ RUN-STATUS-FILE
               INVALID KEY
                   CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-STATUS-EXISTS
                   END-IF
                   PERFORM SET-PRIOR-DATE
           END-READ.

       SET-PRIOR-DATE.
           IF RS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               AND RS-COMPLETED
               MOVE RS-BUSINESS-DATE TO WS-PRIOR-DATE
           ELSE
               IF RS-PRIOR-BUSINESS-DATE NUMERIC
                   MOVE RS-PRIOR-BUSINESS-DATE TO WS-PRIOR-DATE
               END-IF
           END-IF.

       LAUNCH-JOB.
           DISPLAY 'Starting job: ' WS-CURRENT-PROGRAM.
           MOVE WS-CURRENT-SEQ TO RS-JOB-SEQUENCE.
           MOVE WS-CURRENT-PROGRAM TO RS-JOB-NAME.
           MOVE WS-BUSINESS-DATE TO RS-BUSINESS-DATE.
           MOVE WS-PRIOR-DATE TO RS-PRIOR-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RS-START-TIME.
           MOVE ZEROS TO RS-END-DATE.
           PERFORM SAVE-JOB-STATUS.
           MOVE 'N' TO WS-CALL-FAILED.
           MOVE ZEROS TO RETURN-CODE.
           CALL WS-CURRENT-PROGRAM
               ON EXCEPTION
                   DISPLAY 'Job could not be loaded: '
                       WS-CURRENT-PROGRAM
                   MOVE 'Y' TO WS-CALL-FAILED
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RS-END-DATE.
           IF WS-CALL-FAILED = 'Y' OR RETURN-CODE NOT = ZEROS
               MOVE 'F' TO RS-STATUS
               PERFORM SAVE-JOB-STATUS
               DISPLAY 'Job failed: ' WS-CURRENT-PROGRAM
               MOVE 'N' TO WS-RUN-OK
           ELSE
               MOVE 'C' TO RS-STATUS
               PERFORM SAVE-JOB-STATUS
               DISPLAY 'Job complete: ' WS-CURRENT-PROGRAM
               ADD 1 TO WS-JOBS-RUN
           END-IF.
           MOVE ZEROS TO RETURN-CODE.
