       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSXCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'control-card'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT READINGS-REPO-FILE ASSIGN TO 'readings-repository'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.
           SELECT XCHECK-REPORT-FILE ASSIGN TO 'sensor-crosscheck'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XCHECK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 FD-CONTROL-RECORD.
           05 FD-CTL-KEYWORD    PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-CTL-VALUE      PIC X(9).

       FD READINGS-REPO-FILE.
       01 FD-REPO-RECORD.
           05 FD-RR-KEY.
               10 FD-RR-TIMESTAMP  PIC X(20).
               10 FD-RR-VESSEL     PIC X(8).
               10 FD-RR-SENSOR     PIC X(8).
           05 FD-RR-ALT-KEY REDEFINES FD-RR-KEY.
               10 FILLER           PIC X(20).
               10 FD-RR-VESSEL-SENSOR PIC X(16).
           05 FD-RR-DEPTH        PIC 9(4).
           05 FD-RR-RUN-NUMBER   PIC 9(6).
           05 FD-RR-RAW-DEPTH    PIC 9(4).
           05 FD-RR-TIDE-FLAG    PIC X(1).
           05 FD-RR-CAL-VERSION  PIC 9(4).
           05 FD-RR-LATITUDE     PIC S9(2)V9(6) SIGN LEADING SEPARATE.
           05 FD-RR-LONGITUDE    PIC S9(3)V9(6) SIGN LEADING SEPARATE.
           05 FD-RR-POS-FLAG     PIC X(1).
           05 FD-RR-DEPTH-FLAG   PIC X(1).

       FD XCHECK-REPORT-FILE.
       01 FD-XCHECK-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC X(2) VALUE '00'.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-XCHECK-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-REPO-EOF           PIC A(1) VALUE 'N'.
       01 WS-CTL-NUMERIC-VALUE  PIC 9(9) VALUE 0.

       01 WS-PAIR-SECONDS       PIC 9(6) VALUE 60.
       01 WS-DEPTH-TOLERANCE    PIC 9(4) VALUE 5.
       01 WS-LOOKBACK-DAYS      PIC 9(5) VALUE 7.
       01 WS-TODAY-INT          PIC 9(7) VALUE 0.
       01 WS-FROM-INT           PIC S9(7) VALUE 0.
       01 WS-FROM-DATE.
           05 WS-FROM-YYYY      PIC 9(4).
           05 WS-FROM-MM        PIC 9(2).
           05 WS-FROM-DD        PIC 9(2).
       01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE PIC 9(8).
       01 WS-FROM-DATE-TEXT     PIC X(10) VALUE SPACES.

       01 WS-TS-VALID           PIC A(1) VALUE 'N'.
       01 WS-TS-WORK.
           05 WS-TSW-YYYY       PIC 9(4).
           05 FILLER             PIC X(1).
           05 WS-TSW-MM         PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-TSW-DD         PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-TSW-HH         PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-TSW-MI         PIC 9(2).
           05 FILLER             PIC X(1).
           05 WS-TSW-SS         PIC 9(2).
           05 FILLER             PIC X(1).
       01 WS-TS-DATE-NUM         PIC 9(8) VALUE 0.
       01 WS-TS-DAY-INT          PIC 9(7) VALUE 0.
       01 WS-TS-SECONDS          PIC S9(12) VALUE 0.

       01 WS-READ-COUNT         PIC 9(9) VALUE 0.
       01 WS-SKIPPED-COUNT      PIC 9(9) VALUE 0.
       01 WS-PAIRS-FORMED       PIC 9(9) VALUE 0.
       01 WS-PAIRS-OUT          PIC 9(9) VALUE 0.
       01 WS-PAIRS-BIASED       PIC 9(4) VALUE 0.

       01 WS-GAP-SECONDS        PIC S9(12) VALUE 0.
       01 WS-DIFF               PIC S9(5) VALUE 0.
       01 WS-ABS-DIFF           PIC 9(5) VALUE 0.
       01 WS-ABS-WORST          PIC 9(5) VALUE 0.
       01 WS-SENSOR-A           PIC X(8) VALUE SPACES.
       01 WS-SENSOR-B           PIC X(8) VALUE SPACES.
       01 WS-DEPTH-A            PIC 9(4) VALUE 0.
       01 WS-DEPTH-B            PIC 9(4) VALUE 0.
       01 WS-MEAN-BIAS          PIC S9(4)V99 VALUE 0.
       01 WS-ABS-BIAS           PIC 9(4)V99 VALUE 0.
       01 WS-PCT-OUT            PIC 9(3)V9 VALUE 0.

       01 WS-LR-IDX             PIC 9(4) VALUE 0.
       01 WS-LR-TABLE-COUNT     PIC 9(4) VALUE 0.
       01 WS-LR-TABLE-MAX-SIZE  PIC 9(4) VALUE 200.
       01 WS-LAST-READING-TABLE.
           05 WS-LAST-READING-ENTRY OCCURS 200 TIMES.
               10 WS-LR-VESSEL     PIC X(8).
               10 WS-LR-SENSOR     PIC X(8).
               10 WS-LR-SECONDS    PIC S9(12).
               10 WS-LR-DEPTH      PIC 9(4).

       01 WS-PR-IDX             PIC 9(4) VALUE 0.
       01 WS-PR-TABLE-COUNT     PIC 9(4) VALUE 0.
       01 WS-PR-TABLE-MAX-SIZE  PIC 9(4) VALUE 200.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-VESSEL     PIC X(8).
               10 WS-PR-SENSOR-A   PIC X(8).
               10 WS-PR-SENSOR-B   PIC X(8).
               10 WS-PR-COUNT      PIC 9(9).
               10 WS-PR-DIFF-TOTAL PIC S9(12).
               10 WS-PR-WORST      PIC S9(5).
               10 WS-PR-OUT-COUNT  PIC 9(9).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'DUAL-SENSOR CROSS-CHECK REPORT'.
       01 WS-PAGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-YYYY       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-DD         PIC 9(2).
           05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-PARAMETER-LINE.
           05 FILLER            PIC X(13) VALUE 'PAIR WINDOW '.
           05 WS-PRM-SECONDS    PIC ZZZZZ9.
           05 FILLER            PIC X(22) VALUE
               ' SECS  DEPTH TOLERANCE'.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PRM-TOLERANCE  PIC ZZZ9.
           05 FILLER            PIC X(16) VALUE
               '  READINGS FROM '.
           05 WS-PRM-FROM       PIC X(10).
           05 FILLER            PIC X(8) VALUE SPACES.
       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-MESSAGE-LINE       PIC X(80) VALUE SPACES.

       01 WS-DISC-HEADER-1      PIC X(80) VALUE
           'DISCREPANCIES - PAIRS OUTSIDE DEPTH TOLERANCE'.
       01 WS-DISC-HEADER-2.
           05 FILLER            PIC X(39) VALUE
               'VESSEL   TIMESTAMP            SENSOR-A'.
           05 FILLER            PIC X(41) VALUE
               ' DPTH SENSOR-B DPTH  DIFF   GAP'.
       01 WS-DISC-LINE.
           05 WS-DSC-VESSEL     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-TS         PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-SENSOR-A   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-DEPTH-A    PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-SENSOR-B   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-DEPTH-B    PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-DIFF       PIC +ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DSC-GAP        PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE SPACES.

       01 WS-STAT-HEADER-1      PIC X(80) VALUE
           'PAIR STATISTICS - BIAS IS SENSOR-A MINUS SENSOR-B'.
       01 WS-STAT-HEADER-2.
           05 FILLER            PIC X(34) VALUE
               'VESSEL   SENSOR-A SENSOR-B  PAIRS '.
           05 FILLER            PIC X(46) VALUE
               '    BIAS WORST    OUT   PCT'.
       01 WS-STAT-LINE.
           05 WS-STL-VESSEL     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-SENSOR-A   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-SENSOR-B   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-PAIRS      PIC ZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-BIAS       PIC +ZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-WORST      PIC +ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-OUT        PIC ZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-PCT        PIC ZZ9.9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-STL-FLAG       PIC X(6).
           05 FILLER            PIC X(11) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL      PIC X(22).
           05 WS-TOT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM 1000-LOAD-CONTROL-CARD.
           PERFORM 1100-SET-FROM-DATE.
           OPEN INPUT READINGS-REPO-FILE.
           IF WS-REPO-STATUS = '35'
               DISPLAY 'READINGS-REPOSITORY NOT PRESENT - '
                   'NOTHING TO CROSS-CHECK'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPO-STATUS NOT = '00'
               PERFORM 9986-ABEND-READINGS-REPO
           END-IF.
           OPEN OUTPUT XCHECK-REPORT-FILE.
           IF WS-XCHECK-REPORT-STATUS NOT = '00'
               PERFORM 9984-ABEND-XCHECK-REPORT
           END-IF.
           WRITE FD-XCHECK-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-XCHECK-LINE FROM WS-PAGE-HEADER-2.
           MOVE WS-PAIR-SECONDS TO WS-PRM-SECONDS.
           MOVE WS-DEPTH-TOLERANCE TO WS-PRM-TOLERANCE.
           IF WS-LOOKBACK-DAYS = 0
               MOVE 'ALL' TO WS-PRM-FROM
           ELSE
               MOVE WS-FROM-DATE-TEXT TO WS-PRM-FROM
           END-IF.
           WRITE FD-XCHECK-LINE FROM WS-PARAMETER-LINE.
           WRITE FD-XCHECK-LINE FROM WS-BLANK-LINE.
           WRITE FD-XCHECK-LINE FROM WS-DISC-HEADER-1.
           WRITE FD-XCHECK-LINE FROM WS-DISC-HEADER-2.
           PERFORM 2000-SCAN-REPOSITORY.
           CLOSE READINGS-REPO-FILE.
           IF WS-PAIRS-OUT = 0
               MOVE '  NONE' TO WS-MESSAGE-LINE
               WRITE FD-XCHECK-LINE FROM WS-MESSAGE-LINE
           END-IF.
           WRITE FD-XCHECK-LINE FROM WS-BLANK-LINE.
           PERFORM 3000-WRITE-PAIR-STATISTICS.
           PERFORM 3100-WRITE-TOTALS.
           CLOSE XCHECK-REPORT-FILE.
           DISPLAY "READINGS EXAMINED - " WS-READ-COUNT
           DISPLAY "SENSOR PAIRS FORMED - " WS-PAIRS-FORMED
           DISPLAY "PAIRS OUT OF TOLERANCE - " WS-PAIRS-OUT
           DISPLAY "SENSOR PAIRS BIASED - " WS-PAIRS-BIASED
           IF WS-PAIRS-OUT > 0 OR WS-PAIRS-BIASED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
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
           IF FD-CTL-KEYWORD = 'XCHKSECS' OR
               FD-CTL-KEYWORD = 'XCHKDEPTH' OR
               FD-CTL-KEYWORD = 'XCHKDAYS'
               IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   COMPUTE WS-CTL-NUMERIC-VALUE =
                       FUNCTION NUMVAL(FD-CTL-VALUE)
                   IF FD-CTL-KEYWORD = 'XCHKSECS'
                       IF WS-CTL-NUMERIC-VALUE > 0 AND
                           WS-CTL-NUMERIC-VALUE < 86401
                           MOVE WS-CTL-NUMERIC-VALUE TO WS-PAIR-SECONDS
                       ELSE
                           PERFORM 1002-VALUE-OUT-OF-RANGE
                       END-IF
                   END-IF
                   IF FD-CTL-KEYWORD = 'XCHKDEPTH'
                       IF WS-CTL-NUMERIC-VALUE < 10000
                           MOVE WS-CTL-NUMERIC-VALUE TO
                               WS-DEPTH-TOLERANCE
                       ELSE
                           PERFORM 1002-VALUE-OUT-OF-RANGE
                       END-IF
                   END-IF
                   IF FD-CTL-KEYWORD = 'XCHKDAYS'
                       IF WS-CTL-NUMERIC-VALUE < 100000
                           MOVE WS-CTL-NUMERIC-VALUE TO
                               WS-LOOKBACK-DAYS
                       ELSE
                           PERFORM 1002-VALUE-OUT-OF-RANGE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'CONTROL CARD VALUE NOT NUMERIC - KEYWORD '
                       FD-CTL-KEYWORD ' VALUE ' FD-CTL-VALUE
                       ' IGNORED'
               END-IF
           END-IF.

       1002-VALUE-OUT-OF-RANGE.
           DISPLAY 'CONTROL CARD VALUE OUT OF RANGE - KEYWORD '
               FD-CTL-KEYWORD ' VALUE ' FD-CTL-VALUE ' IGNORED'.

       1100-SET-FROM-DATE.
           IF WS-LOOKBACK-DAYS = 0
               MOVE LOW-VALUES TO WS-FROM-DATE-TEXT
           ELSE
               COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
               IF WS-FROM-INT < 1
                   MOVE 1 TO WS-FROM-INT
               END-IF
               COMPUTE WS-FROM-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
               MOVE SPACES TO WS-FROM-DATE-TEXT
               STRING WS-FROM-YYYY '-' WS-FROM-MM '-' WS-FROM-DD
                   DELIMITED BY SIZE
                   INTO WS-FROM-DATE-TEXT
           END-IF.

       2000-SCAN-REPOSITORY.
           MOVE LOW-VALUES TO FD-RR-KEY.
           MOVE WS-FROM-DATE-TEXT TO FD-RR-TIMESTAMP(1:10).
           MOVE 'N' TO WS-REPO-EOF.
           START READINGS-REPO-FILE KEY NOT < FD-RR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REPO-EOF
           END-START.
           PERFORM UNTIL WS-REPO-EOF = 'Y'
               READ READINGS-REPO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REPO-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2001-CHECK-ONE-READING
               END-READ
               IF WS-REPO-STATUS NOT = '00' AND
                   WS-REPO-STATUS NOT = '02' AND
                   WS-REPO-STATUS NOT = '10'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
           END-PERFORM.

       2001-CHECK-ONE-READING.
           MOVE 'N' TO WS-TS-VALID.
           MOVE FD-RR-TIMESTAMP TO WS-TS-WORK.
           PERFORM 8000-TIMESTAMP-SECONDS.
           IF WS-TS-VALID = 'N' OR FD-RR-DEPTH IS NOT NUMERIC OR
               FD-RR-SENSOR = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                   UNTIL WS-LR-IDX > WS-LR-TABLE-COUNT
                       IF WS-LR-VESSEL(WS-LR-IDX) = FD-RR-VESSEL AND
                           WS-LR-SENSOR(WS-LR-IDX) NOT = FD-RR-SENSOR
                           COMPUTE WS-GAP-SECONDS =
                               WS-TS-SECONDS - WS-LR-SECONDS(WS-LR-IDX)
                           IF WS-GAP-SECONDS NOT > WS-PAIR-SECONDS
                               PERFORM 2100-RECORD-PAIR
                           END-IF
                       END-IF
               END-PERFORM
               PERFORM 2002-SAVE-LAST-READING
           END-IF.

       2002-SAVE-LAST-READING.
           PERFORM VARYING WS-LR-IDX FROM 1 BY 1
               UNTIL WS-LR-IDX > WS-LR-TABLE-COUNT
                   OR (WS-LR-VESSEL(WS-LR-IDX) = FD-RR-VESSEL AND
                       WS-LR-SENSOR(WS-LR-IDX) = FD-RR-SENSOR)
                   CONTINUE
           END-PERFORM.
           IF WS-LR-IDX > WS-LR-TABLE-COUNT
               IF WS-LR-TABLE-COUNT NOT < WS-LR-TABLE-MAX-SIZE
                   PERFORM 9992-ABEND-TABLE-FULL
               END-IF
               ADD 1 TO WS-LR-TABLE-COUNT
               MOVE WS-LR-TABLE-COUNT TO WS-LR-IDX
               MOVE FD-RR-VESSEL TO WS-LR-VESSEL(WS-LR-IDX)
               MOVE FD-RR-SENSOR TO WS-LR-SENSOR(WS-LR-IDX)
           END-IF.
           MOVE WS-TS-SECONDS TO WS-LR-SECONDS(WS-LR-IDX).
           MOVE FD-RR-DEPTH TO WS-LR-DEPTH(WS-LR-IDX).

       2100-RECORD-PAIR.
           IF FD-RR-SENSOR < WS-LR-SENSOR(WS-LR-IDX)
               MOVE FD-RR-SENSOR TO WS-SENSOR-A
               MOVE FD-RR-DEPTH TO WS-DEPTH-A
               MOVE WS-LR-SENSOR(WS-LR-IDX) TO WS-SENSOR-B
               MOVE WS-LR-DEPTH(WS-LR-IDX) TO WS-DEPTH-B
           ELSE
               MOVE WS-LR-SENSOR(WS-LR-IDX) TO WS-SENSOR-A
               MOVE WS-LR-DEPTH(WS-LR-IDX) TO WS-DEPTH-A
               MOVE FD-RR-SENSOR TO WS-SENSOR-B
               MOVE FD-RR-DEPTH TO WS-DEPTH-B
           END-IF.
           COMPUTE WS-DIFF = WS-DEPTH-A - WS-DEPTH-B.
           IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.
           ADD 1 TO WS-PAIRS-FORMED.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-TABLE-COUNT
                   OR (WS-PR-VESSEL(WS-PR-IDX) = FD-RR-VESSEL AND
                       WS-PR-SENSOR-A(WS-PR-IDX) = WS-SENSOR-A AND
                       WS-PR-SENSOR-B(WS-PR-IDX) = WS-SENSOR-B)
                   CONTINUE
           END-PERFORM.
           IF WS-PR-IDX > WS-PR-TABLE-COUNT
               IF WS-PR-TABLE-COUNT NOT < WS-PR-TABLE-MAX-SIZE
                   PERFORM 9992-ABEND-TABLE-FULL
               END-IF
               ADD 1 TO WS-PR-TABLE-COUNT
               MOVE WS-PR-TABLE-COUNT TO WS-PR-IDX
               MOVE FD-RR-VESSEL TO WS-PR-VESSEL(WS-PR-IDX)
               MOVE WS-SENSOR-A TO WS-PR-SENSOR-A(WS-PR-IDX)
               MOVE WS-SENSOR-B TO WS-PR-SENSOR-B(WS-PR-IDX)
               MOVE 0 TO WS-PR-COUNT(WS-PR-IDX)
               MOVE 0 TO WS-PR-DIFF-TOTAL(WS-PR-IDX)
               MOVE WS-DIFF TO WS-PR-WORST(WS-PR-IDX)
               MOVE 0 TO WS-PR-OUT-COUNT(WS-PR-IDX)
           END-IF.
           ADD 1 TO WS-PR-COUNT(WS-PR-IDX).
           ADD WS-DIFF TO WS-PR-DIFF-TOTAL(WS-PR-IDX).
           IF WS-PR-WORST(WS-PR-IDX) < 0
               COMPUTE WS-ABS-WORST = 0 - WS-PR-WORST(WS-PR-IDX)
           ELSE
               MOVE WS-PR-WORST(WS-PR-IDX) TO WS-ABS-WORST
           END-IF.
           IF WS-ABS-DIFF > WS-ABS-WORST
               MOVE WS-DIFF TO WS-PR-WORST(WS-PR-IDX)
           END-IF.
           IF WS-ABS-DIFF > WS-DEPTH-TOLERANCE
               ADD 1 TO WS-PR-OUT-COUNT(WS-PR-IDX)
               ADD 1 TO WS-PAIRS-OUT
               PERFORM 2101-WRITE-DISCREPANCY
           END-IF.

       2101-WRITE-DISCREPANCY.
           MOVE FD-RR-VESSEL TO WS-DSC-VESSEL.
           MOVE FD-RR-TIMESTAMP TO WS-DSC-TS.
           MOVE WS-SENSOR-A TO WS-DSC-SENSOR-A.
           MOVE WS-DEPTH-A TO WS-DSC-DEPTH-A.
           MOVE WS-SENSOR-B TO WS-DSC-SENSOR-B.
           MOVE WS-DEPTH-B TO WS-DSC-DEPTH-B.
           MOVE WS-DIFF TO WS-DSC-DIFF.
           MOVE WS-GAP-SECONDS TO WS-DSC-GAP.
           WRITE FD-XCHECK-LINE FROM WS-DISC-LINE.

       3000-WRITE-PAIR-STATISTICS.
           WRITE FD-XCHECK-LINE FROM WS-STAT-HEADER-1.
           WRITE FD-XCHECK-LINE FROM WS-STAT-HEADER-2.
           IF WS-PR-TABLE-COUNT = 0
               MOVE '  NO SENSOR PAIRS FOUND' TO WS-MESSAGE-LINE
               WRITE FD-XCHECK-LINE FROM WS-MESSAGE-LINE
           END-IF.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-TABLE-COUNT
                   PERFORM 3001-WRITE-ONE-PAIR
           END-PERFORM.
           WRITE FD-XCHECK-LINE FROM WS-BLANK-LINE.

       3001-WRITE-ONE-PAIR.
           COMPUTE WS-MEAN-BIAS ROUNDED =
               WS-PR-DIFF-TOTAL(WS-PR-IDX) / WS-PR-COUNT(WS-PR-IDX).
           COMPUTE WS-PCT-OUT ROUNDED =
               WS-PR-OUT-COUNT(WS-PR-IDX) * 100 /
               WS-PR-COUNT(WS-PR-IDX).
           IF WS-MEAN-BIAS < 0
               COMPUTE WS-ABS-BIAS = 0 - WS-MEAN-BIAS
           ELSE
               MOVE WS-MEAN-BIAS TO WS-ABS-BIAS
           END-IF.
           MOVE WS-PR-VESSEL(WS-PR-IDX) TO WS-STL-VESSEL.
           MOVE WS-PR-SENSOR-A(WS-PR-IDX) TO WS-STL-SENSOR-A.
           MOVE WS-PR-SENSOR-B(WS-PR-IDX) TO WS-STL-SENSOR-B.
           MOVE WS-PR-COUNT(WS-PR-IDX) TO WS-STL-PAIRS.
           MOVE WS-MEAN-BIAS TO WS-STL-BIAS.
           MOVE WS-PR-WORST(WS-PR-IDX) TO WS-STL-WORST.
           MOVE WS-PR-OUT-COUNT(WS-PR-IDX) TO WS-STL-OUT.
           MOVE WS-PCT-OUT TO WS-STL-PCT.
           IF WS-ABS-BIAS > WS-DEPTH-TOLERANCE
               MOVE 'BIASED' TO WS-STL-FLAG
               ADD 1 TO WS-PAIRS-BIASED
           ELSE
               MOVE SPACES TO WS-STL-FLAG
           END-IF.
           WRITE FD-XCHECK-LINE FROM WS-STAT-LINE.

       3100-WRITE-TOTALS.
           MOVE 'READINGS EXAMINED   - ' TO WS-TOT-LABEL.
           MOVE WS-READ-COUNT TO WS-TOT-VALUE.
           WRITE FD-XCHECK-LINE FROM WS-TOTAL-LINE.
           MOVE 'READINGS SKIPPED    - ' TO WS-TOT-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-TOT-VALUE.
           WRITE FD-XCHECK-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAIRS FORMED        - ' TO WS-TOT-LABEL.
           MOVE WS-PAIRS-FORMED TO WS-TOT-VALUE.
           WRITE FD-XCHECK-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAIRS OUT OF TOL    - ' TO WS-TOT-LABEL.
           MOVE WS-PAIRS-OUT TO WS-TOT-VALUE.
           WRITE FD-XCHECK-LINE FROM WS-TOTAL-LINE.
           MOVE 'SENSOR PAIRS BIASED - ' TO WS-TOT-LABEL.
           MOVE WS-PAIRS-BIASED TO WS-TOT-VALUE.
           WRITE FD-XCHECK-LINE FROM WS-TOTAL-LINE.

       8000-TIMESTAMP-SECONDS.
           IF WS-TSW-YYYY IS NUMERIC AND WS-TSW-MM IS NUMERIC AND
               WS-TSW-DD IS NUMERIC AND WS-TSW-HH IS NUMERIC AND
               WS-TSW-MI IS NUMERIC AND WS-TSW-SS IS NUMERIC
               COMPUTE WS-TS-DATE-NUM =
                   WS-TSW-YYYY * 10000 + WS-TSW-MM * 100 + WS-TSW-DD
               COMPUTE WS-TS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
               IF WS-TS-DAY-INT > 0
                   MOVE 'Y' TO WS-TS-VALID
                   COMPUTE WS-TS-SECONDS =
                       WS-TS-DAY-INT * 86400 + WS-TSW-HH * 3600 +
                       WS-TSW-MI * 60 + WS-TSW-SS
               END-IF
           END-IF.

       9997-ABEND-CONTROL-CARD.
           DISPLAY 'CONTROL-CARD FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CONTROL-STATUS
           DISPLAY 'RUN TERMINATED - CONTROL-CARD UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9986-ABEND-READINGS-REPO.
           DISPLAY 'READINGS-REPOSITORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-REPO-STATUS
           DISPLAY 'RUN TERMINATED - READINGS-REPOSITORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9984-ABEND-XCHECK-REPORT.
           DISPLAY 'SENSOR-CROSSCHECK FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-XCHECK-REPORT-STATUS
           DISPLAY 'RUN TERMINATED - SENSOR-CROSSCHECK UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9992-ABEND-TABLE-FULL.
           DISPLAY 'VESSEL/SENSOR COMBINATIONS EXCEED '
               WS-LR-TABLE-MAX-SIZE ' ENTRIES'
           DISPLAY 'RUN TERMINATED - CROSS-CHECK TABLE FULL'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
