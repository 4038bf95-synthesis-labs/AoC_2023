           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-SM-SENSOR-ID
           FILE STATUS IS WS-SENSOR-MASTER-STATUS.
           SELECT TIDE-TABLE-FILE ASSIGN TO 'tide-table'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIDE-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO 'preflight-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREFLIGHT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SONAR-DATA.
       01 FD-SONAR-RECORD       PIC X(65).

       FD VESSEL-LIST-FILE.
       01 FD-VESSEL-LIST-RECORD.
       FD CHECKPOINT-FILE.
       01 FD-CHECKPOINT-RECORD.
           05 FD-CKPT-REC-COUNT    PIC 9(9).
           05 FILLER                PIC X(27094).

       FD VESSEL-MASTER-FILE.
       01 FD-VESSEL-MASTER-RECORD.
           05 FD-SM-OFFSET       PIC S9(3) SIGN LEADING SEPARATE.
           05 FD-SM-STATUS-FLAG  PIC X(1).

       FD TIDE-TABLE-FILE.
       01 FD-TIDE-RECORD        PIC X(41).

       FD PREFLIGHT-REPORT-FILE.
       01 FD-PREFLIGHT-LINE     PIC X(80).

       01 WS-VESSEL-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-SENSOR-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-PREFLIGHT-STATUS    PIC X(2) VALUE '00'.
       01 WS-TIDE-STATUS         PIC X(2) VALUE '00'.
       01 WS-SONAR-FILENAME      PIC X(40) VALUE 'sonar-data'.
       01 WS-EOF                 PIC A(1) VALUE 'N'.
       01 WS-NOGO-COUNT          PIC 9(4) VALUE 0.
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'EXCRATE'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'TIDEGAP'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'RETREPO'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'RETAUDIT'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'RETHIST'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'XCHKSECS'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'XCHKDEPTH'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'XCHKDAYS'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'GRIDSIZE'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'GRIDMIN'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'GRIDDAYS'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'BATCHRC'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'BATCHNEW'
                   IF FD-CTL-VALUE NOT = SPACES AND
                       FD-CTL-VALUE NOT = 'Y' AND
                       FD-CTL-VALUE NOT = 'N'
                       MOVE SPACES TO WS-CHK-TEXT
                       STRING ' BATCHNEW VALUE NOT Y OR N - VALUE '
                           FD-CTL-VALUE
                           DELIMITED BY SIZE
                           INTO WS-CHK-TEXT
                       PERFORM 8001-WRITE-WARNING
                   END-IF
               WHEN 'PENDDAYS'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'BILLMONTH'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
               WHEN 'DEPTHBAND'
                   PERFORM 1003-CHECK-NUMERIC-VALUE
                   IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   PERFORM 8002-WRITE-NOGO
               END-IF
           END-IF.
           OPEN INPUT TIDE-TABLE-FILE.
           IF WS-TIDE-STATUS = '00'
               MOVE ' TIDE-TABLE OPENS' TO WS-CHK-TEXT
               PERFORM 8000-WRITE-OK
               CLOSE TIDE-TABLE-FILE
           ELSE
               IF WS-TIDE-STATUS = '35'
                   MOVE ' TIDE-TABLE NOT PRESENT - DEPTHS NOT REDUCED'
                       TO WS-CHK-TEXT
                   PERFORM 8001-WRITE-WARNING
               ELSE
                   MOVE SPACES TO WS-CHK-TEXT
                   STRING ' TIDE-TABLE OPEN FAILED - STATUS '
                       WS-TIDE-STATUS
                       DELIMITED BY SIZE
                       INTO WS-CHK-TEXT
                   PERFORM 8002-WRITE-NOGO
               END-IF
           END-IF.

       3000-CHECK-INPUT-FILES.
           IF WS-RESUB-MODE = 'Y'
