       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-AUDIT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "MAINTAUD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO "MAINTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  AUDIT-HISTORY-FILE.
           COPY AUDITREC REPLACING
               ==MAINT-AUDIT-RECORD== BY ==AUDIT-HISTORY-RECORD==
               LEADING ==MA== BY ==MH==.

       WORKING-STORAGE SECTION.
       01  WS-AUD-FILE-STATUS   PIC XX.
       01  WS-RPT-FILE-STATUS   PIC XX.
       01  WS-CTL-FILE-STATUS   PIC XX.
       01  WS-HIST-FILE-STATUS  PIC XX.
       01  WS-EOF-SWITCH        PIC X VALUE 'N'.
           88  END-OF-AUDIT         VALUE 'Y'.
       01  WS-TODAY             PIC 9(8).
       01  WS-ENTRIES-SWEPT     PIC 9(6) VALUE ZEROS.
       01  WS-ENTRY-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-ADDRESS-COUNT     PIC 9(6) VALUE ZEROS.
       01  WS-STATUS-COUNT      PIC 9(6) VALUE ZEROS.
       01  WS-OTHER-COUNT       PIC 9(6) VALUE ZEROS.
       01  WS-APPROVED-COUNT    PIC 9(6) VALUE ZEROS.

       01  WS-TITLE-LINE.
           05  FILLER               PIC X(27)
               VALUE 'MAINTENANCE AUDIT REPORT - '.
           05  FILLER               PIC X(29)
               VALUE 'CHANGES NOT YET REVIEWED AS '.
           05  FILLER               PIC X(3)  VALUE 'OF '.
           05  WS-TL-DATE           PIC 9(8).
       01  WS-HEADER-LINE.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(8)  VALUE 'TIME'.
           05  FILLER               PIC X(10) VALUE 'RECORD'.
           05  FILLER               PIC X(14) VALUE 'KEY'.
           05  FILLER               PIC X(22) VALUE 'FIELD'.
           05  FILLER               PIC X(10) VALUE 'OPERATOR'.
           05  FILLER               PIC X(10) VALUE 'SUPERVISOR'.
       01  WS-DETAIL-LINE.
           05  WS-DL-DATE           PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-TIME           PIC 9(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-RECORD-TYPE    PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-RECORD-KEY     PIC X(12).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-FIELD-NAME     PIC X(20).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-OPERATOR       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  WS-DL-SUPERVISOR     PIC X(8).
       01  WS-VALUE-LINE.
           05  FILLER               PIC X(18) VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE 'BEFORE:'.
           05  WS-VL-BEFORE         PIC X(40).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  FILLER               PIC X(7)  VALUE 'AFTER:'.
           05  WS-VL-AFTER          PIC X(40).
       01  WS-NONE-LINE.
           05  FILLER               PIC X(40)
               VALUE 'NO MAINTENANCE CHANGES AWAITING REVIEW.'.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(30).
           05  WS-TL-COUNT          PIC ZZZZZ9.
       01  WS-SIGNOFF-LINE.
           05  FILLER               PIC X(40)
               VALUE 'REVIEWED BY: ____________________'.
           05  FILLER               PIC X(30)
               VALUE 'DATE: __________'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           MOVE WS-TODAY TO WS-TL-DATE.
           WRITE AUDIT-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE AUDIT-REPORT-LINE FROM WS-HEADER-LINE.
           PERFORM READ-AUDIT-ENTRY.
           PERFORM PROCESS-AUDIT-ENTRY UNTIL END-OF-AUDIT.
           IF WS-ENTRY-COUNT = ZEROS
               WRITE AUDIT-REPORT-LINE FROM WS-NONE-LINE
           END-IF.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-FILES.
           IF WS-ENTRY-COUNT > ZEROS
               PERFORM SWEEP-AUDIT-FILE
           END-IF.
           DISPLAY 'Maintenance audit report complete.'.
           DISPLAY 'Changes listed: ' WS-ENTRY-COUNT.
           DISPLAY 'Swept to history: ' WS-ENTRIES-SWEPT.
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
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.

       READ-AUDIT-ENTRY.
           IF NOT END-OF-AUDIT
               READ MAINT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-IF.

       PROCESS-AUDIT-ENTRY.
           PERFORM LIST-AUDIT-ENTRY.
           PERFORM READ-AUDIT-ENTRY.

       LIST-AUDIT-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           EVALUATE MA-FIELD-NAME
               WHEN 'CUST-ADDRESS'
                   ADD 1 TO WS-ADDRESS-COUNT
               WHEN 'ACCT-STATUS'
               WHEN 'SO-STATUS'
               WHEN 'HOLD-STATUS'
               WHEN 'TD-STATUS'
               WHEN 'LN-STATUS'
               WHEN 'PROD-STATUS'
               WHEN 'STOP-STATUS'
                   ADD 1 TO WS-STATUS-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           IF MA-SUPERVISOR-ID NOT = SPACES
               ADD 1 TO WS-APPROVED-COUNT
           END-IF.
           MOVE MA-DATE TO WS-DL-DATE.
           MOVE MA-TIME TO WS-DL-TIME.
           MOVE MA-RECORD-TYPE TO WS-DL-RECORD-TYPE.
           MOVE MA-RECORD-KEY TO WS-DL-RECORD-KEY.
           MOVE MA-FIELD-NAME TO WS-DL-FIELD-NAME.
           MOVE MA-OPERATOR-ID TO WS-DL-OPERATOR.
           MOVE MA-SUPERVISOR-ID TO WS-DL-SUPERVISOR.
           WRITE AUDIT-REPORT-LINE FROM WS-DETAIL-LINE.
           MOVE MA-BEFORE-VALUE TO WS-VL-BEFORE.
           MOVE MA-AFTER-VALUE TO WS-VL-AFTER.
           WRITE AUDIT-REPORT-LINE FROM WS-VALUE-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE 'ADDRESS CHANGES:' TO WS-TL-LABEL.
           MOVE WS-ADDRESS-COUNT TO WS-TL-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'STATUS CHANGES:' TO WS-TL-LABEL.
           MOVE WS-STATUS-COUNT TO WS-TL-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OTHER FIELD CHANGES:' TO WS-TL-LABEL.
           MOVE WS-OTHER-COUNT TO WS-TL-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SUPERVISOR APPROVED:' TO WS-TL-LABEL.
           MOVE WS-APPROVED-COUNT TO WS-TL-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL CHANGES:' TO WS-TL-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-TL-COUNT.
           WRITE AUDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE FROM WS-SIGNOFF-LINE.

       CLOSE-FILES.
           IF WS-AUD-FILE-STATUS NOT = '35'
               CLOSE MAINT-AUDIT-FILE
           END-IF.
           CLOSE AUDIT-REPORT-FILE.

       SWEEP-AUDIT-FILE.
           OPEN INPUT MAINT-AUDIT-FILE.
           OPEN EXTEND AUDIT-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-HISTORY-FILE
               CLOSE AUDIT-HISTORY-FILE
               OPEN EXTEND AUDIT-HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM READ-AUDIT-ENTRY.
           PERFORM SWEEP-AUDIT-ENTRY UNTIL END-OF-AUDIT.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE AUDIT-HISTORY-FILE.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           CLOSE MAINT-AUDIT-FILE.

       SWEEP-AUDIT-ENTRY.
           WRITE AUDIT-HISTORY-RECORD FROM MAINT-AUDIT-RECORD.
           ADD 1 TO WS-ENTRIES-SWEPT.
           PERFORM READ-AUDIT-ENTRY.
