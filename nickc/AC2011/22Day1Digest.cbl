           SELECT REPORT-IN-FILE ASSIGN TO 'report-file'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-IN-STATUS.
           SELECT STEP-STATUS-FILE ASSIGN TO 'step-status'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SS-KEY
           FILE STATUS IS WS-STEP-STATUS.
           SELECT DIGEST-FILE ASSIGN TO 'shift-digest'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIGEST-STATUS.
       FD RUN-AUDIT-FILE.
       01 FD-AUDIT-RECORD.
           05 FD-AUD-RUN-NUMBER  PIC 9(6).
           05 FILLER             PIC X(132).
           05 FD-AUD-REVERSED    PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED-DATE PIC X(8).
           05 FILLER             PIC X(2).

       FD REJECT-FILE.
       01 FD-REJECT-LINE.
           05 FD-RJ-TAG         PIC X(4).
           05 FD-RJ-RUN-NO      PIC X(6).
           05 FILLER             PIC X(90).

       FD SENSOR-EXCEPTION-FILE.
       01 FD-SENSOR-EXC-LINE    PIC X(80).
       FD REPORT-IN-FILE.
       01 FD-REPORT-IN-LINE     PIC X(80).

       FD STEP-STATUS-FILE.
       01 FD-STEP-STATUS-RECORD.
           05 FD-SS-KEY.
               10 FD-SS-RUN-NUMBER PIC 9(6).
               10 FD-SS-STEP-NAME  PIC X(10).
           05 FD-SS-SEQ          PIC 9(2).
           05 FD-SS-STATUS       PIC X(1).
           05 FD-SS-RETURN-CODE  PIC 9(4).
           05 FILLER             PIC X(36).
           05 FD-SS-JOB-RUN      PIC 9(6).
           05 FD-SS-REASON       PIC X(20).

       FD DIGEST-FILE.
       01 FD-DIGEST-LINE        PIC X(80).

       01 WS-DUP-LISTING-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-IN-STATUS   PIC X(2) VALUE '00'.
       01 WS-DIGEST-STATUS      PIC X(2) VALUE '00'.
       01 WS-STEP-STATUS        PIC X(2) VALUE '00'.
       01 WS-EOF                PIC A(1) VALUE 'N'.
       01 WS-RUN-NUMBER         PIC 9(6) VALUE 0.
       01 WS-RUN-REVERSED       PIC A(1) VALUE 'N'.
       01 WS-REVERSED-TODAY     PIC 9(6) VALUE 0.

       01 WS-CRITICAL-TOTAL     PIC 9(6) VALUE 0.
       01 WS-WARNING-TOTAL      PIC 9(6) VALUE 0.
       01 WS-GAP-COUNT          PIC 9(6) VALUE 0.
       01 WS-BACKWARDS-COUNT    PIC 9(6) VALUE 0.
       01 WS-BALANCE-COUNT      PIC 9(6) VALUE 0.
       01 WS-LAST-BATCH         PIC 9(6) VALUE 0.
       01 WS-STEPS-NOT-DONE     PIC 9(6) VALUE 0.

       01 WS-DETAIL-MAX-LINES   PIC 9(2) VALUE 10.
       01 WS-CRIT-TABLE-COUNT   PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-READ-RUN-AUDIT.
           IF WS-RUN-REVERSED = 'Y'
               MOVE SPACES TO WS-HOLD-LINE
               STRING '  RUN ' WS-RUN-NUMBER
                   ' REVERSED - ITEMS BELOW ARE FOR A WITHDRAWN RUN'
                   DELIMITED BY SIZE
                   INTO WS-HOLD-LINE
               PERFORM 8000-KEEP-CRITICAL
           END-IF.
           PERFORM 2000-SCAN-DEPTH-EXCEPTIONS.
           PERFORM 2100-SCAN-REPORT-FILE.
           PERFORM 2200-SCAN-SENSOR-EXCEPTIONS.
           PERFORM 2300-SCAN-REJECT-FILE.
           PERFORM 2400-SCAN-DUP-LISTING.
           PERFORM 2500-SCAN-STEP-STATUS.
           PERFORM 3000-WRITE-DIGEST.
           DISPLAY "CRITICAL ITEMS - " WS-CRITICAL-TOTAL
           DISPLAY "WARNING ITEMS - " WS-WARNING-TOTAL
                       AT END CONTINUE
                       NOT AT END
                           IF FD-AUD-RUN-NUMBER IS NUMERIC
                               PERFORM 1001-KEEP-AUDIT-VALUES
                           END-IF
                   END-READ
                   IF WS-AUDIT-STATUS NOT = '00' AND
               END-IF
           END-IF.

       1001-KEEP-AUDIT-VALUES.
           MOVE FD-AUD-RUN-NUMBER TO WS-RUN-NUMBER.
           MOVE 'N' TO WS-RUN-REVERSED.
           IF FD-AUD-REVERSED = 'R'
               MOVE 'Y' TO WS-RUN-REVERSED
               IF FD-AUD-REVERSED-DATE = WS-RUN-DATE
                   ADD 1 TO WS-REVERSED-TODAY
               END-IF
           END-IF.

       8000-KEEP-CRITICAL.
           ADD 1 TO WS-CRITICAL-TOTAL.
           IF WS-CRIT-TABLE-COUNT < WS-DETAIL-MAX-LINES
               CLOSE DUP-LISTING-FILE
           END-IF.

       2500-SCAN-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEP-STATUS NOT = '00'
               IF WS-STEP-STATUS NOT = '35'
                   PERFORM 9986-ABEND-STEP-STATUS
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STEP-STATUS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE FD-SS-RUN-NUMBER TO WS-LAST-BATCH
                   END-READ
                   IF WS-STEP-STATUS NOT = '00' AND
                       WS-STEP-STATUS NOT = '10'
                       PERFORM 9986-ABEND-STEP-STATUS
                   END-IF
               END-PERFORM
               IF WS-LAST-BATCH > 0
                   MOVE WS-LAST-BATCH TO FD-SS-RUN-NUMBER
                   MOVE LOW-VALUES TO FD-SS-STEP-NAME
                   MOVE 'N' TO WS-EOF
                   START STEP-STATUS-FILE KEY NOT < FD-SS-KEY
                       INVALID KEY MOVE 'Y' TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STEP-STATUS-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM 2501-CHECK-ONE-STEP
                       END-READ
                       IF WS-STEP-STATUS NOT = '00' AND
                           WS-STEP-STATUS NOT = '10'
                           PERFORM 9986-ABEND-STEP-STATUS
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE STEP-STATUS-FILE
           END-IF.

       2501-CHECK-ONE-STEP.
           IF FD-SS-RUN-NUMBER NOT = WS-LAST-BATCH
               MOVE 'Y' TO WS-EOF
           ELSE
               IF FD-SS-STEP-NAME NOT = 'SHIFTDIG' AND
                   FD-SS-STATUS NOT = 'C'
                   ADD 1 TO WS-STEPS-NOT-DONE
                   MOVE SPACES TO WS-HOLD-LINE
                   EVALUATE FD-SS-STATUS
                       WHEN 'F'
                           STRING '  BATCH ' FD-SS-RUN-NUMBER
                               ' STEP ' FD-SS-STEP-NAME
                               ' FAILED - RC ' FD-SS-RETURN-CODE
                               DELIMITED BY SIZE
                               INTO WS-HOLD-LINE
                       WHEN 'X'
                           STRING '  BATCH ' FD-SS-RUN-NUMBER
                               ' STEP ' FD-SS-STEP-NAME
                               ' DID NOT FINISH'
                               DELIMITED BY SIZE
                               INTO WS-HOLD-LINE
                       WHEN 'N'
                           STRING '  BATCH ' FD-SS-RUN-NUMBER
                               ' STEP ' FD-SS-STEP-NAME
                               ' REPORTED NO-GO'
                               DELIMITED BY SIZE
                               INTO WS-HOLD-LINE
                       WHEN OTHER
                           STRING '  BATCH ' FD-SS-RUN-NUMBER
                               ' STEP ' FD-SS-STEP-NAME
                               ' NEVER RAN - ' FD-SS-REASON
                               DELIMITED BY SIZE
                               INTO WS-HOLD-LINE
                   END-EVALUATE
                   PERFORM 8000-KEEP-CRITICAL
               END-IF
           END-IF.

       3000-WRITE-DIGEST.
           OPEN OUTPUT DIGEST-FILE.
           IF WS-DIGEST-STATUS NOT = '00'
           MOVE 'DUPLICATES DISCARDED  ' TO WS-CNT-LABEL.
           MOVE WS-DUP-COUNT TO WS-CNT-VALUE.
           WRITE FD-DIGEST-LINE FROM WS-COUNT-LINE.
           MOVE 'RUNS REVERSED TODAY   ' TO WS-CNT-LABEL.
           MOVE WS-REVERSED-TODAY TO WS-CNT-VALUE.
           WRITE FD-DIGEST-LINE FROM WS-COUNT-LINE.
           MOVE 'BATCH STEPS NOT DONE  ' TO WS-CNT-LABEL.
           MOVE WS-STEPS-NOT-DONE TO WS-CNT-VALUE.
           WRITE FD-DIGEST-LINE FROM WS-COUNT-LINE.
           WRITE FD-DIGEST-LINE FROM WS-BLANK-LINE.
           WRITE FD-DIGEST-LINE FROM WS-SIGNOFF-LINE.
           CLOSE DIGEST-FILE.
           DISPLAY 'RUN TERMINATED - SHIFT-DIGEST UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9986-ABEND-STEP-STATUS.
           DISPLAY 'STEP-STATUS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-STEP-STATUS
           DISPLAY 'RUN TERMINATED - STEP-STATUS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
