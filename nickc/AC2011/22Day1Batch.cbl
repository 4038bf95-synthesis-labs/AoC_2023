       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'control-card'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT BATCH-STEPS-FILE ASSIGN TO 'batch-steps'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BATCH-STEPS-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO 'run-audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO 'preflight-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREFLIGHT-STATUS.
           SELECT STEP-STATUS-FILE ASSIGN TO 'step-status'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-SS-KEY
           FILE STATUS IS WS-STEP-STATUS.
           SELECT BATCH-SUMMARY-FILE ASSIGN TO 'batch-summary'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 FD-CONTROL-RECORD.
           05 FD-CTL-KEYWORD    PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-CTL-VALUE      PIC X(9).

       FD BATCH-STEPS-FILE.
       01 FD-BATCH-STEPS-RECORD.
           05 FD-BS-STEP-NAME   PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-BS-COMMAND     PIC X(60).

       FD RUN-AUDIT-FILE.
       01 FD-AUDIT-RECORD.
           05 FD-AUD-RUN-NUMBER  PIC 9(6).
           05 FILLER             PIC X(142).

       FD PREFLIGHT-REPORT-FILE.
       01 FD-PREFLIGHT-LINE     PIC X(80).

       FD STEP-STATUS-FILE.
       01 FD-STEP-STATUS-RECORD.
           05 FD-SS-KEY.
               10 FD-SS-RUN-NUMBER PIC 9(6).
               10 FD-SS-STEP-NAME  PIC X(10).
           05 FD-SS-SEQ          PIC 9(2).
           05 FD-SS-STATUS       PIC X(1).
           05 FD-SS-RETURN-CODE  PIC 9(4).
           05 FD-SS-START-DATE   PIC 9(8).
           05 FD-SS-START-TIME   PIC 9(6).
           05 FD-SS-END-DATE     PIC 9(8).
           05 FD-SS-END-TIME     PIC 9(6).
           05 FD-SS-ELAPSED      PIC 9(6).
           05 FD-SS-ATTEMPTS     PIC 9(2).
           05 FD-SS-JOB-RUN      PIC 9(6).
           05 FD-SS-REASON       PIC X(20).

       FD BATCH-SUMMARY-FILE.
       01 FD-SUMMARY-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC X(2) VALUE '00'.
       01 WS-BATCH-STEPS-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(2) VALUE '00'.
       01 WS-PREFLIGHT-STATUS   PIC X(2) VALUE '00'.
       01 WS-STEP-STATUS        PIC X(2) VALUE '00'.
       01 WS-SUMMARY-STATUS     PIC X(2) VALUE '00'.
       01 WS-STEP-EOF           PIC A(1) VALUE 'N'.
       01 WS-CTL-NUMERIC-VALUE  PIC 9(9) VALUE 0.

       01 WS-RC-LIMIT           PIC 9(4) VALUE 8.
       01 WS-LAST-AUDIT-RUN     PIC 9(6) VALUE 0.
       01 WS-LAST-BATCH         PIC 9(6) VALUE 0.
       01 WS-BATCH-RUN          PIC 9(6) VALUE 0.
       01 WS-RESUMED            PIC A(1) VALUE 'N'.
       01 WS-FORCE-NEW-BATCH    PIC A(1) VALUE 'N'.
       01 WS-ABANDONED-BATCH    PIC 9(6) VALUE 0.
       01 WS-START-STEP         PIC 9(2) VALUE 0.
       01 WS-STREAM-STATE       PIC X(1) VALUE 'G'.
       01 WS-SKIP-REASON        PIC X(20) VALUE SPACES.
       01 WS-NOGO-FOUND         PIC A(1) VALUE 'N'.
       01 WS-SYSTEM-RC          PIC S9(9) VALUE 0.
       01 WS-BATCH-RC           PIC 9(2) VALUE 0.
       01 WS-STEPS-RUN          PIC 9(2) VALUE 0.
       01 WS-STEPS-COMPLETE     PIC 9(2) VALUE 0.
       01 WS-WINDOW-START-SECS  PIC 9(12) VALUE 0.
       01 WS-WINDOW-END-SECS    PIC 9(12) VALUE 0.
       01 WS-WINDOW-ELAPSED     PIC 9(6) VALUE 0.

       01 WS-NOW-DATE           PIC 9(8) VALUE 0.
       01 WS-NOW-TIME           PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS     PIC 9(6).
           05 FILLER            PIC 9(2).
       01 WS-SECS-DATE          PIC 9(8) VALUE 0.
       01 WS-SECS-TIME          PIC 9(6) VALUE 0.
       01 WS-SECS-TIME-PARTS REDEFINES WS-SECS-TIME.
           05 WS-SECS-HH        PIC 9(2).
           05 WS-SECS-MI        PIC 9(2).
           05 WS-SECS-SS        PIC 9(2).
       01 WS-SECS-RESULT        PIC 9(12) VALUE 0.
       01 WS-STEP-START-SECS    PIC 9(12) VALUE 0.

       01 WS-HMS-SECONDS        PIC 9(6) VALUE 0.
       01 WS-HMS-REMAINDER      PIC 9(6) VALUE 0.
       01 WS-HMS-TEXT.
           05 WS-HMS-HH         PIC 99.
           05 FILLER            PIC X(1) VALUE ':'.
           05 WS-HMS-MI         PIC 99.
           05 FILLER            PIC X(1) VALUE ':'.
           05 WS-HMS-SS         PIC 99.
       01 WS-CLOCK-TEXT.
           05 WS-CLK-HH         PIC 99.
           05 FILLER            PIC X(1) VALUE ':'.
           05 WS-CLK-MI         PIC 99.
           05 FILLER            PIC X(1) VALUE ':'.
           05 WS-CLK-SS         PIC 99.
       01 WS-CLOCK-TIME         PIC 9(6) VALUE 0.
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
           05 WS-CLOCK-HH       PIC 9(2).
           05 WS-CLOCK-MI       PIC 9(2).
           05 WS-CLOCK-SS       PIC 9(2).

       01 WS-STEP-NAME-LIST.
           05 FILLER            PIC X(10) VALUE 'PREFLGHT'.
           05 FILLER            PIC X(10) VALUE '2021DAYONE'.
           05 FILLER            PIC X(10) VALUE 'RUNRECON'.
           05 FILLER            PIC X(10) VALUE 'ACKPROC'.
           05 FILLER            PIC X(10) VALUE 'SENSHLTH'.
           05 FILLER            PIC X(10) VALUE 'TRENDRPT'.
           05 FILLER            PIC X(10) VALUE 'SHIFTDIG'.
       01 WS-STEP-NAMES REDEFINES WS-STEP-NAME-LIST.
           05 WS-STEP-NAME-ENTRY PIC X(10) OCCURS 7 TIMES.

       01 WS-STEP-IDX           PIC 9(2) VALUE 0.
       01 WS-STEP-COUNT         PIC 9(2) VALUE 7.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 7 TIMES.
               10 WS-STP-NAME      PIC X(10).
               10 WS-STP-COMMAND   PIC X(60).
               10 WS-STP-STATUS    PIC X(1).
               10 WS-STP-RC        PIC 9(4).
               10 WS-STP-START-DATE PIC 9(8).
               10 WS-STP-START-TIME PIC 9(6).
               10 WS-STP-END-DATE  PIC 9(8).
               10 WS-STP-END-TIME  PIC 9(6).
               10 WS-STP-ELAPSED   PIC 9(6).
               10 WS-STP-ATTEMPTS  PIC 9(2).
               10 WS-STP-JOB-RUN   PIC 9(6).
               10 WS-STP-REASON    PIC X(20).
               10 WS-STP-RAN-NOW   PIC X(1).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'BATCH WINDOW SUMMARY'.
       01 WS-PAGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-YYYY       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-DD         PIC 9(2).
           05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-PAGE-HEADER-3.
           05 FILLER            PIC X(18) VALUE 'BATCH RUN NUMBER: '.
           05 WS-HDR-BATCH-RUN  PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-HDR-RESUME     PIC X(54).
       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       01 WS-STEP-HEADER.
           05 FILLER            PIC X(40) VALUE
               'STEP       STATUS       RC  STARTED   EN'.
           05 FILLER            PIC X(40) VALUE
               'DED     ELAPSED  TRY NOTE'.
       01 WS-STEP-LINE.
           05 WS-SL-NAME        PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-STATUS      PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-RC          PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-START       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-END         PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-ELAPSED     PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-SL-ATTEMPTS    PIC Z9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SL-REASON      PIC X(19).

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL      PIC X(22).
           05 WS-TOT-VALUE      PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-WINDOW-LINE.
           05 FILLER            PIC X(22) VALUE
               'WINDOW ELAPSED      - '.
           05 WS-WIN-ELAPSED    PIC X(8).
           05 FILLER            PIC X(50) VALUE SPACES.
       01 WS-RESULT-LINE        PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-SECS-DATE.
           MOVE WS-NOW-HHMMSS TO WS-SECS-TIME.
           PERFORM 8000-CLOCK-SECONDS.
           MOVE WS-SECS-RESULT TO WS-WINDOW-START-SECS.
           PERFORM 1000-LOAD-CONTROL-CARD.
           PERFORM 1100-LOAD-STEP-TABLE.
           PERFORM 1200-OPEN-STEP-STATUS.
           PERFORM 1300-FIND-BATCH.
           PERFORM 2000-RUN-STEPS.
           CLOSE STEP-STATUS-FILE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-SECS-DATE.
           MOVE WS-NOW-HHMMSS TO WS-SECS-TIME.
           PERFORM 8000-CLOCK-SECONDS.
           MOVE WS-SECS-RESULT TO WS-WINDOW-END-SECS.
           COMPUTE WS-WINDOW-ELAPSED =
               WS-WINDOW-END-SECS - WS-WINDOW-START-SECS.
           PERFORM 3000-WRITE-SUMMARY.
           DISPLAY "BATCH RUN NUMBER - " WS-BATCH-RUN
           DISPLAY "STEPS RUN - " WS-STEPS-RUN
           DISPLAY "STEPS COMPLETE - " WS-STEPS-COMPLETE
           MOVE WS-BATCH-RC TO RETURN-CODE.
           STOP RUN.

       1000-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-CONTROL-STATUS = '10'
                   READ CONTROL-CARD-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 1001-CHECK-ONE-CARD
                   END-READ
                   IF WS-CONTROL-STATUS NOT = '00' AND
                       WS-CONTROL-STATUS NOT = '10'
                       PERFORM 9997-ABEND-CONTROL-CARD
                   END-IF
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           ELSE
               IF WS-CONTROL-STATUS NOT = '35'
                   PERFORM 9997-ABEND-CONTROL-CARD
               END-IF
           END-IF.

       1001-CHECK-ONE-CARD.
           IF FD-CTL-KEYWORD = 'BATCHRC'
               IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   COMPUTE WS-CTL-NUMERIC-VALUE =
                       FUNCTION NUMVAL(FD-CTL-VALUE)
                   IF WS-CTL-NUMERIC-VALUE < 10000
                       MOVE WS-CTL-NUMERIC-VALUE TO WS-RC-LIMIT
                   ELSE
                       DISPLAY 'CONTROL CARD VALUE OUT OF RANGE - '
                           'KEYWORD ' FD-CTL-KEYWORD ' VALUE '
                           FD-CTL-VALUE ' IGNORED'
                   END-IF
               ELSE
                   DISPLAY 'CONTROL CARD VALUE NOT NUMERIC - KEYWORD '
                       FD-CTL-KEYWORD ' VALUE ' FD-CTL-VALUE
                       ' IGNORED'
               END-IF
           END-IF.
           IF FD-CTL-KEYWORD = 'BATCHNEW'
               IF FD-CTL-VALUE = SPACES OR FD-CTL-VALUE = 'Y'
                   MOVE 'Y' TO WS-FORCE-NEW-BATCH
               ELSE
                   IF FD-CTL-VALUE = 'N'
                       MOVE 'N' TO WS-FORCE-NEW-BATCH
                   ELSE
                       DISPLAY 'CONTROL CARD VALUE NOT Y OR N - '
                           'KEYWORD ' FD-CTL-KEYWORD ' VALUE '
                           FD-CTL-VALUE ' IGNORED'
                   END-IF
               END-IF
           END-IF.

       1100-LOAD-STEP-TABLE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE WS-STEP-NAME-ENTRY(WS-STEP-IDX) TO
                       WS-STP-NAME(WS-STEP-IDX)
                   MOVE WS-STEP-NAME-ENTRY(WS-STEP-IDX) TO
                       WS-STP-COMMAND(WS-STEP-IDX)
                   MOVE 'P' TO WS-STP-STATUS(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-RC(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-START-DATE(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-START-TIME(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-END-DATE(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-END-TIME(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-ELAPSED(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-ATTEMPTS(WS-STEP-IDX)
                   MOVE 0 TO WS-STP-JOB-RUN(WS-STEP-IDX)
                   MOVE 'NOT STARTED' TO WS-STP-REASON(WS-STEP-IDX)
                   MOVE 'N' TO WS-STP-RAN-NOW(WS-STEP-IDX)
           END-PERFORM.
           OPEN INPUT BATCH-STEPS-FILE.
           IF WS-BATCH-STEPS-STATUS = '00'
               PERFORM UNTIL WS-BATCH-STEPS-STATUS = '10'
                   READ BATCH-STEPS-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 1101-APPLY-STEP-COMMAND
                   END-READ
                   IF WS-BATCH-STEPS-STATUS NOT = '00' AND
                       WS-BATCH-STEPS-STATUS NOT = '10'
                       PERFORM 9996-ABEND-BATCH-STEPS
                   END-IF
               END-PERFORM
               CLOSE BATCH-STEPS-FILE
           ELSE
               IF WS-BATCH-STEPS-STATUS NOT = '35'
                   PERFORM 9996-ABEND-BATCH-STEPS
               END-IF
           END-IF.

       1101-APPLY-STEP-COMMAND.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-STP-NAME(WS-STEP-IDX) = FD-BS-STEP-NAME
                   CONTINUE
           END-PERFORM.
           IF WS-STEP-IDX > WS-STEP-COUNT
               DISPLAY 'BATCH-STEPS ENTRY IGNORED - UNKNOWN STEP '
                   FD-BS-STEP-NAME
           ELSE
               IF FD-BS-COMMAND NOT = SPACES
                   MOVE FD-BS-COMMAND TO WS-STP-COMMAND(WS-STEP-IDX)
               END-IF
           END-IF.

       1200-OPEN-STEP-STATUS.
           OPEN I-O STEP-STATUS-FILE.
           IF WS-STEP-STATUS = '35'
               OPEN OUTPUT STEP-STATUS-FILE
               IF WS-STEP-STATUS NOT = '00'
                   PERFORM 9995-ABEND-STEP-STATUS
               END-IF
               CLOSE STEP-STATUS-FILE
               OPEN I-O STEP-STATUS-FILE
           END-IF.
           IF WS-STEP-STATUS NOT = '00'
               PERFORM 9995-ABEND-STEP-STATUS
           END-IF.

       1300-FIND-BATCH.
           MOVE 0 TO WS-LAST-BATCH.
           MOVE LOW-VALUES TO FD-SS-KEY.
           MOVE 'N' TO WS-STEP-EOF.
           START STEP-STATUS-FILE KEY NOT < FD-SS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STEP-EOF
           END-START.
           PERFORM UNTIL WS-STEP-EOF = 'Y'
               READ STEP-STATUS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-STEP-EOF
                   NOT AT END
                       MOVE FD-SS-RUN-NUMBER TO WS-LAST-BATCH
               END-READ
               IF WS-STEP-STATUS NOT = '00' AND
                   WS-STEP-STATUS NOT = '10'
                   PERFORM 9995-ABEND-STEP-STATUS
               END-IF
           END-PERFORM.
           IF WS-LAST-BATCH > 0
               MOVE WS-LAST-BATCH TO WS-BATCH-RUN
               PERFORM 1301-LOAD-BATCH-STEPS
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       IF WS-STP-STATUS(WS-STEP-IDX) NOT = 'C'
                           MOVE 'Y' TO WS-RESUMED
                       END-IF
               END-PERFORM
           END-IF.
           IF WS-RESUMED = 'Y' AND WS-FORCE-NEW-BATCH = 'Y'
               MOVE WS-BATCH-RUN TO WS-ABANDONED-BATCH
               MOVE 'N' TO WS-RESUMED
               DISPLAY 'BATCH ' WS-ABANDONED-BATCH
                   ' ABANDONED - NEW BATCH FORCED BY BATCHNEW CARD'
           END-IF.
           IF WS-RESUMED = 'N'
               PERFORM 1302-READ-LAST-AUDIT-RUN
               COMPUTE WS-BATCH-RUN = WS-LAST-AUDIT-RUN + 1
               IF WS-BATCH-RUN NOT > WS-LAST-BATCH
                   COMPUTE WS-BATCH-RUN = WS-LAST-BATCH + 1
               END-IF
               PERFORM 1100-LOAD-STEP-TABLE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                       PERFORM 2010-SAVE-STEP-STATUS
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-START-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   OR WS-START-STEP > 0
                   IF WS-STP-STATUS(WS-STEP-IDX) NOT = 'C'
                       MOVE WS-STEP-IDX TO WS-START-STEP
                   END-IF
           END-PERFORM.
           IF WS-RESUMED = 'Y'
               DISPLAY 'BATCH ' WS-BATCH-RUN ' RESUMED AT STEP '
                   WS-STP-NAME(WS-START-STEP)
           ELSE
               DISPLAY 'BATCH ' WS-BATCH-RUN ' STARTED'
           END-IF.

       1301-LOAD-BATCH-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   MOVE WS-BATCH-RUN TO FD-SS-RUN-NUMBER
                   MOVE WS-STP-NAME(WS-STEP-IDX) TO FD-SS-STEP-NAME
                   READ STEP-STATUS-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-STEP-STATUS = '00'
                       MOVE FD-SS-STATUS TO WS-STP-STATUS(WS-STEP-IDX)
                       MOVE FD-SS-RETURN-CODE TO WS-STP-RC(WS-STEP-IDX)
                       MOVE FD-SS-START-DATE TO
                           WS-STP-START-DATE(WS-STEP-IDX)
                       MOVE FD-SS-START-TIME TO
                           WS-STP-START-TIME(WS-STEP-IDX)
                       MOVE FD-SS-END-DATE TO
                           WS-STP-END-DATE(WS-STEP-IDX)
                       MOVE FD-SS-END-TIME TO
                           WS-STP-END-TIME(WS-STEP-IDX)
                       MOVE FD-SS-ELAPSED TO
                           WS-STP-ELAPSED(WS-STEP-IDX)
                       MOVE FD-SS-ATTEMPTS TO
                           WS-STP-ATTEMPTS(WS-STEP-IDX)
                       MOVE FD-SS-JOB-RUN TO
                           WS-STP-JOB-RUN(WS-STEP-IDX)
                       MOVE FD-SS-REASON TO WS-STP-REASON(WS-STEP-IDX)
                   ELSE
                       IF WS-STEP-STATUS NOT = '23'
                           PERFORM 9995-ABEND-STEP-STATUS
                       END-IF
                   END-IF
           END-PERFORM.

       1302-READ-LAST-AUDIT-RUN.
           MOVE 0 TO WS-LAST-AUDIT-RUN.
           OPEN INPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL WS-AUDIT-STATUS = '10'
                   READ RUN-AUDIT-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF FD-AUD-RUN-NUMBER IS NUMERIC
                               MOVE FD-AUD-RUN-NUMBER TO
                                   WS-LAST-AUDIT-RUN
                           END-IF
                   END-READ
                   IF WS-AUDIT-STATUS NOT = '00' AND
                       WS-AUDIT-STATUS NOT = '10'
                       PERFORM 9993-ABEND-RUN-AUDIT
                   END-IF
               END-PERFORM
               CLOSE RUN-AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   PERFORM 9993-ABEND-RUN-AUDIT
               END-IF
           END-IF.

       2000-RUN-STEPS.
           MOVE 'G' TO WS-STREAM-STATE.
           PERFORM VARYING WS-STEP-IDX FROM WS-START-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM 2001-RUN-ONE-STEP
           END-PERFORM.
           MOVE 0 TO WS-STEPS-COMPLETE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STP-STATUS(WS-STEP-IDX) = 'C'
                       ADD 1 TO WS-STEPS-COMPLETE
                   END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-STEPS-COMPLETE = WS-STEP-COUNT
                   MOVE 0 TO WS-BATCH-RC
               WHEN WS-STREAM-STATE = 'N'
                   MOVE 8 TO WS-BATCH-RC
               WHEN OTHER
                   MOVE 16 TO WS-BATCH-RC
           END-EVALUATE.

       2001-RUN-ONE-STEP.
           IF WS-STREAM-STATE = 'G'
               PERFORM 2002-EXECUTE-STEP
           ELSE
               IF WS-STREAM-STATE = 'N' AND
                   WS-STP-NAME(WS-STEP-IDX) = '2021DAYONE'
                   MOVE 'R' TO WS-STP-STATUS(WS-STEP-IDX)
                   MOVE 'REFUSED - NO-GO' TO WS-STP-REASON(WS-STEP-IDX)
                   DISPLAY 'STEP 2021DAYONE REFUSED - PREFLIGHT NO-GO'
               ELSE
                   MOVE 'S' TO WS-STP-STATUS(WS-STEP-IDX)
                   MOVE WS-SKIP-REASON TO WS-STP-REASON(WS-STEP-IDX)
                   DISPLAY 'STEP ' WS-STP-NAME(WS-STEP-IDX)
                       ' SKIPPED - ' WS-SKIP-REASON
               END-IF
               PERFORM 2010-SAVE-STEP-STATUS
           END-IF.

       2002-EXECUTE-STEP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-STP-START-DATE(WS-STEP-IDX).
           MOVE WS-NOW-HHMMSS TO WS-STP-START-TIME(WS-STEP-IDX).
           MOVE 0 TO WS-STP-END-DATE(WS-STEP-IDX).
           MOVE 0 TO WS-STP-END-TIME(WS-STEP-IDX).
           MOVE 0 TO WS-STP-ELAPSED(WS-STEP-IDX).
           MOVE 0 TO WS-STP-RC(WS-STEP-IDX).
           ADD 1 TO WS-STP-ATTEMPTS(WS-STEP-IDX).
           MOVE 'X' TO WS-STP-STATUS(WS-STEP-IDX).
           MOVE 'DID NOT FINISH' TO WS-STP-REASON(WS-STEP-IDX).
           MOVE 'Y' TO WS-STP-RAN-NOW(WS-STEP-IDX).
           PERFORM 2010-SAVE-STEP-STATUS.
           MOVE WS-NOW-DATE TO WS-SECS-DATE.
           MOVE WS-NOW-HHMMSS TO WS-SECS-TIME.
           PERFORM 8000-CLOCK-SECONDS.
           MOVE WS-SECS-RESULT TO WS-STEP-START-SECS.
           ADD 1 TO WS-STEPS-RUN.
           DISPLAY 'STEP ' WS-STP-NAME(WS-STEP-IDX) ' STARTED - '
               FUNCTION TRIM(WS-STP-COMMAND(WS-STEP-IDX)).
           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-STP-COMMAND(WS-STEP-IDX).
           MOVE RETURN-CODE TO WS-SYSTEM-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-SYSTEM-RC < 0
               MOVE 9999 TO WS-STP-RC(WS-STEP-IDX)
           ELSE
               COMPUTE WS-STP-RC(WS-STEP-IDX) = WS-SYSTEM-RC / 256
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-STP-END-DATE(WS-STEP-IDX).
           MOVE WS-NOW-HHMMSS TO WS-STP-END-TIME(WS-STEP-IDX).
           MOVE WS-NOW-DATE TO WS-SECS-DATE.
           MOVE WS-NOW-HHMMSS TO WS-SECS-TIME.
           PERFORM 8000-CLOCK-SECONDS.
           COMPUTE WS-STP-ELAPSED(WS-STEP-IDX) =
               WS-SECS-RESULT - WS-STEP-START-SECS.
           EVALUATE TRUE
               WHEN WS-STP-NAME(WS-STEP-IDX) = 'PREFLGHT'
                   PERFORM 2003-CHECK-PREFLIGHT-RESULT
                   IF WS-NOGO-FOUND = 'Y'
                       MOVE 'N' TO WS-STP-STATUS(WS-STEP-IDX)
                       MOVE 'PREFLIGHT NO-GO' TO
                           WS-STP-REASON(WS-STEP-IDX)
                       MOVE 'N' TO WS-STREAM-STATE
                       MOVE 'PREFLIGHT NO-GO' TO WS-SKIP-REASON
                   ELSE
                       IF WS-STP-RC(WS-STEP-IDX) > WS-RC-LIMIT
                           PERFORM 2004-FAIL-STEP
                       ELSE
                           MOVE 'C' TO WS-STP-STATUS(WS-STEP-IDX)
                           MOVE SPACES TO WS-STP-REASON(WS-STEP-IDX)
                       END-IF
                   END-IF
               WHEN WS-STP-RC(WS-STEP-IDX) > WS-RC-LIMIT
                   PERFORM 2004-FAIL-STEP
               WHEN WS-STP-NAME(WS-STEP-IDX) = '2021DAYONE'
                   PERFORM 1302-READ-LAST-AUDIT-RUN
                   MOVE WS-LAST-AUDIT-RUN TO
                       WS-STP-JOB-RUN(WS-STEP-IDX)
                   MOVE 'C' TO WS-STP-STATUS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STP-REASON(WS-STEP-IDX)
               WHEN OTHER
                   MOVE 'C' TO WS-STP-STATUS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STP-REASON(WS-STEP-IDX)
           END-EVALUATE.
           PERFORM 2010-SAVE-STEP-STATUS.
           DISPLAY 'STEP ' WS-STP-NAME(WS-STEP-IDX) ' ENDED - RC '
               WS-STP-RC(WS-STEP-IDX).

       2003-CHECK-PREFLIGHT-RESULT.
           MOVE 'N' TO WS-NOGO-FOUND.
           OPEN INPUT PREFLIGHT-REPORT-FILE.
           IF WS-PREFLIGHT-STATUS = '00'
               PERFORM UNTIL WS-PREFLIGHT-STATUS = '10'
                   READ PREFLIGHT-REPORT-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF FD-PREFLIGHT-LINE(1:14) =
                               'RESULT - NO-GO'
                               MOVE 'Y' TO WS-NOGO-FOUND
                           END-IF
                   END-READ
                   IF WS-PREFLIGHT-STATUS NOT = '00' AND
                       WS-PREFLIGHT-STATUS NOT = '10'
                       PERFORM 9994-ABEND-PREFLIGHT-REPORT
                   END-IF
               END-PERFORM
               CLOSE PREFLIGHT-REPORT-FILE
           ELSE
               IF WS-PREFLIGHT-STATUS = '35'
                   DISPLAY 'PREFLIGHT-REPORT NOT PRESENT - '
                       'TREATED AS NO-GO'
                   MOVE 'Y' TO WS-NOGO-FOUND
               ELSE
                   PERFORM 9994-ABEND-PREFLIGHT-REPORT
               END-IF
           END-IF.

       2004-FAIL-STEP.
           MOVE 'F' TO WS-STP-STATUS(WS-STEP-IDX).
           MOVE 'RC OVER LIMIT' TO WS-STP-REASON(WS-STEP-IDX).
           MOVE 'F' TO WS-STREAM-STATE.
           MOVE SPACES TO WS-SKIP-REASON.
           STRING WS-STP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
               ' FAILED' DELIMITED BY SIZE
               INTO WS-SKIP-REASON.

       2010-SAVE-STEP-STATUS.
           MOVE WS-BATCH-RUN TO FD-SS-RUN-NUMBER.
           MOVE WS-STP-NAME(WS-STEP-IDX) TO FD-SS-STEP-NAME.
           MOVE WS-STEP-IDX TO FD-SS-SEQ.
           MOVE WS-STP-STATUS(WS-STEP-IDX) TO FD-SS-STATUS.
           MOVE WS-STP-RC(WS-STEP-IDX) TO FD-SS-RETURN-CODE.
           MOVE WS-STP-START-DATE(WS-STEP-IDX) TO FD-SS-START-DATE.
           MOVE WS-STP-START-TIME(WS-STEP-IDX) TO FD-SS-START-TIME.
           MOVE WS-STP-END-DATE(WS-STEP-IDX) TO FD-SS-END-DATE.
           MOVE WS-STP-END-TIME(WS-STEP-IDX) TO FD-SS-END-TIME.
           MOVE WS-STP-ELAPSED(WS-STEP-IDX) TO FD-SS-ELAPSED.
           MOVE WS-STP-ATTEMPTS(WS-STEP-IDX) TO FD-SS-ATTEMPTS.
           MOVE WS-STP-JOB-RUN(WS-STEP-IDX) TO FD-SS-JOB-RUN.
           MOVE WS-STP-REASON(WS-STEP-IDX) TO FD-SS-REASON.
           REWRITE FD-STEP-STATUS-RECORD
               INVALID KEY
                   WRITE FD-STEP-STATUS-RECORD
                       INVALID KEY
                           PERFORM 9995-ABEND-STEP-STATUS
                   END-WRITE
           END-REWRITE.
           IF WS-STEP-STATUS NOT = '00'
               PERFORM 9995-ABEND-STEP-STATUS
           END-IF.

       3000-WRITE-SUMMARY.
           OPEN OUTPUT BATCH-SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = '00'
               PERFORM 9991-ABEND-BATCH-SUMMARY
           END-IF.
           WRITE FD-SUMMARY-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-SUMMARY-LINE FROM WS-PAGE-HEADER-2.
           MOVE WS-BATCH-RUN TO WS-HDR-BATCH-RUN.
           MOVE SPACES TO WS-HDR-RESUME.
           IF WS-RESUMED = 'Y'
               STRING 'RESUMED AT STEP ' DELIMITED BY SIZE
                   WS-STP-NAME(WS-START-STEP) DELIMITED BY SPACE
                   INTO WS-HDR-RESUME
           ELSE
               IF WS-ABANDONED-BATCH > 0
                   STRING 'NEW BATCH - BATCH ' WS-ABANDONED-BATCH
                       ' ABANDONED INCOMPLETE'
                       DELIMITED BY SIZE
                       INTO WS-HDR-RESUME
               ELSE
                   MOVE 'NEW BATCH' TO WS-HDR-RESUME
               END-IF
           END-IF.
           WRITE FD-SUMMARY-LINE FROM WS-PAGE-HEADER-3.
           WRITE FD-SUMMARY-LINE FROM WS-BLANK-LINE.
           WRITE FD-SUMMARY-LINE FROM WS-STEP-HEADER.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   PERFORM 3001-WRITE-STEP-LINE
           END-PERFORM.
           WRITE FD-SUMMARY-LINE FROM WS-BLANK-LINE.
           MOVE 'STEPS RUN THIS TIME - ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-RUN TO WS-TOT-VALUE.
           WRITE FD-SUMMARY-LINE FROM WS-TOTAL-LINE.
           MOVE 'STEPS COMPLETE      - ' TO WS-TOT-LABEL.
           MOVE WS-STEPS-COMPLETE TO WS-TOT-VALUE.
           WRITE FD-SUMMARY-LINE FROM WS-TOTAL-LINE.
           MOVE 'STEPS NOT COMPLETE  - ' TO WS-TOT-LABEL.
           COMPUTE WS-TOT-VALUE = WS-STEP-COUNT - WS-STEPS-COMPLETE.
           WRITE FD-SUMMARY-LINE FROM WS-TOTAL-LINE.
           MOVE WS-WINDOW-ELAPSED TO WS-HMS-SECONDS.
           PERFORM 8001-FORMAT-ELAPSED.
           MOVE WS-HMS-TEXT TO WS-WIN-ELAPSED.
           WRITE FD-SUMMARY-LINE FROM WS-WINDOW-LINE.
           WRITE FD-SUMMARY-LINE FROM WS-BLANK-LINE.
           EVALUATE WS-BATCH-RC
               WHEN 0
                   MOVE 'RESULT - BATCH COMPLETE' TO WS-RESULT-LINE
               WHEN 8
                   MOVE 'RESULT - HELD - PREFLIGHT NO-GO'
                       TO WS-RESULT-LINE
               WHEN OTHER
                   MOVE 'RESULT - INCOMPLETE - RESUBMIT TO RESUME'
                       TO WS-RESULT-LINE
           END-EVALUATE.
           WRITE FD-SUMMARY-LINE FROM WS-RESULT-LINE.
           CLOSE BATCH-SUMMARY-FILE.

       3001-WRITE-STEP-LINE.
           MOVE WS-STP-NAME(WS-STEP-IDX) TO WS-SL-NAME.
           EVALUATE WS-STP-STATUS(WS-STEP-IDX)
               WHEN 'C'
                   MOVE 'COMPLETE' TO WS-SL-STATUS
               WHEN 'F'
                   MOVE 'FAILED' TO WS-SL-STATUS
               WHEN 'N'
                   MOVE 'NO-GO' TO WS-SL-STATUS
               WHEN 'R'
                   MOVE 'REFUSED' TO WS-SL-STATUS
               WHEN 'S'
                   MOVE 'SKIPPED' TO WS-SL-STATUS
               WHEN 'X'
                   MOVE 'UNFINISHED' TO WS-SL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO WS-SL-STATUS
           END-EVALUATE.
           MOVE WS-STP-RC(WS-STEP-IDX) TO WS-SL-RC.
           MOVE SPACES TO WS-SL-START.
           MOVE SPACES TO WS-SL-END.
           MOVE SPACES TO WS-SL-ELAPSED.
           IF WS-STP-START-DATE(WS-STEP-IDX) > 0
               MOVE WS-STP-START-TIME(WS-STEP-IDX) TO WS-CLOCK-TIME
               PERFORM 8002-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-SL-START
           END-IF.
           IF WS-STP-END-DATE(WS-STEP-IDX) > 0
               MOVE WS-STP-END-TIME(WS-STEP-IDX) TO WS-CLOCK-TIME
               PERFORM 8002-FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO WS-SL-END
               MOVE WS-STP-ELAPSED(WS-STEP-IDX) TO WS-HMS-SECONDS
               PERFORM 8001-FORMAT-ELAPSED
               MOVE WS-HMS-TEXT TO WS-SL-ELAPSED
           END-IF.
           MOVE WS-STP-ATTEMPTS(WS-STEP-IDX) TO WS-SL-ATTEMPTS.
           IF WS-STP-STATUS(WS-STEP-IDX) = 'C' AND
               WS-STP-RAN-NOW(WS-STEP-IDX) = 'N'
               MOVE 'COMPLETED EARLIER' TO WS-SL-REASON
           ELSE
               IF WS-STP-NAME(WS-STEP-IDX) = '2021DAYONE' AND
                   WS-STP-STATUS(WS-STEP-IDX) = 'C'
                   MOVE SPACES TO WS-SL-REASON
                   STRING 'RUN NUMBER ' WS-STP-JOB-RUN(WS-STEP-IDX)
                       DELIMITED BY SIZE
                       INTO WS-SL-REASON
               ELSE
                   MOVE WS-STP-REASON(WS-STEP-IDX) TO WS-SL-REASON
               END-IF
           END-IF.
           WRITE FD-SUMMARY-LINE FROM WS-STEP-LINE.

       8000-CLOCK-SECONDS.
           MOVE 0 TO WS-SECS-RESULT.
           IF WS-SECS-DATE > 0
               COMPUTE WS-SECS-RESULT =
                   FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400 +
                   WS-SECS-HH * 3600 + WS-SECS-MI * 60 + WS-SECS-SS
           END-IF.

       8001-FORMAT-ELAPSED.
           DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-HMS-REMAINDER.
           DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MI
               REMAINDER WS-HMS-SS.

       8002-FORMAT-CLOCK.
           MOVE WS-CLOCK-HH TO WS-CLK-HH.
           MOVE WS-CLOCK-MI TO WS-CLK-MI.
           MOVE WS-CLOCK-SS TO WS-CLK-SS.

       9997-ABEND-CONTROL-CARD.
           DISPLAY 'CONTROL-CARD FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CONTROL-STATUS
           DISPLAY 'RUN TERMINATED - CONTROL-CARD UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-BATCH-STEPS.
           DISPLAY 'BATCH-STEPS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-BATCH-STEPS-STATUS
           DISPLAY 'RUN TERMINATED - BATCH-STEPS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9995-ABEND-STEP-STATUS.
           DISPLAY 'STEP-STATUS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-STEP-STATUS
           DISPLAY 'RUN TERMINATED - STEP-STATUS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9994-ABEND-PREFLIGHT-REPORT.
           DISPLAY 'PREFLIGHT-REPORT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-PREFLIGHT-STATUS
           DISPLAY 'RUN TERMINATED - PREFLIGHT-REPORT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9993-ABEND-RUN-AUDIT.
           DISPLAY 'RUN-AUDIT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-AUDIT-STATUS
           DISPLAY 'RUN TERMINATED - RUN-AUDIT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9991-ABEND-BATCH-SUMMARY.
           DISPLAY 'BATCH-SUMMARY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-SUMMARY-STATUS
           DISPLAY 'RUN TERMINATED - BATCH-SUMMARY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
