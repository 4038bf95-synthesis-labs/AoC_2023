       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRIDSUMM.

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
           SELECT GRID-CELL-FILE ASSIGN TO 'grid-cells'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRID-CELL-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO 'grid-coverage'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVERAGE-STATUS.

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

       FD GRID-CELL-FILE.
       01 FD-GRID-CELL-RECORD.
           05 FD-GC-ROW          PIC 9(7).
           05 FD-GC-COL          PIC 9(7).
           05 FD-GC-SW-LATITUDE  PIC S9(2)V9(6) SIGN LEADING SEPARATE.
           05 FD-GC-SW-LONGITUDE PIC S9(3)V9(6) SIGN LEADING SEPARATE.
           05 FD-GC-CELL-SIZE    PIC 9(5).
           05 FD-GC-COUNT        PIC 9(6).
           05 FD-GC-MIN-DEPTH    PIC 9(4).
           05 FD-GC-MAX-DEPTH    PIC 9(4).
           05 FD-GC-MEAN-DEPTH   PIC 9(4)V99.
           05 FD-GC-STDDEV       PIC 9(4)V99.
           05 FD-GC-VESSEL-COUNT PIC 9(1).
           05 FD-GC-VESSEL       PIC X(8) OCCURS 5 TIMES.
           05 FD-GC-VESSEL-MORE  PIC X(1).
           05 FD-GC-RUN-COUNT    PIC 9(2).
           05 FD-GC-RUN          PIC 9(6) OCCURS 10 TIMES.
           05 FD-GC-RUN-MORE     PIC X(1).
       01 FD-GRID-TRAILER-RECORD.
           05 FD-GT-TAG          PIC X(7).
           05 FD-GT-CELL-COUNT   PIC 9(7).
           05 FD-GT-READING-COUNT PIC 9(9).
           05 FD-GT-CELL-SIZE    PIC 9(5).
           05 FD-GT-RUN-DATE     PIC 9(8).
           05 FILLER             PIC X(133).

       FD COVERAGE-REPORT-FILE.
       01 FD-COVERAGE-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC X(2) VALUE '00'.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-GRID-CELL-STATUS   PIC X(2) VALUE '00'.
       01 WS-COVERAGE-STATUS    PIC X(2) VALUE '00'.
       01 WS-REPO-EOF           PIC A(1) VALUE 'N'.
       01 WS-CTL-NUMERIC-VALUE  PIC 9(9) VALUE 0.

       01 WS-CELL-SIZE          PIC 9(5) VALUE 60.
       01 WS-MIN-SOUNDINGS      PIC 9(4) VALUE 5.
       01 WS-LOOKBACK-DAYS      PIC 9(5) VALUE 0.
       01 WS-GAP-LIST-LIMIT     PIC 9(9) VALUE 5000.
       01 WS-TODAY-INT          PIC 9(7) VALUE 0.
       01 WS-FROM-INT           PIC S9(7) VALUE 0.
       01 WS-FROM-DATE.
           05 WS-FROM-YYYY      PIC 9(4).
           05 WS-FROM-MM        PIC 9(2).
           05 WS-FROM-DD        PIC 9(2).
       01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE PIC 9(8).
       01 WS-FROM-DATE-TEXT     PIC X(10) VALUE SPACES.

       01 WS-READ-COUNT         PIC 9(9) VALUE 0.
       01 WS-NO-POSITION-COUNT  PIC 9(9) VALUE 0.
       01 WS-BINNED-COUNT       PIC 9(9) VALUE 0.
       01 WS-CELLS-WRITTEN      PIC 9(7) VALUE 0.
       01 WS-CELLS-UNDER        PIC 9(7) VALUE 0.
       01 WS-CELLS-EMPTY        PIC 9(9) VALUE 0.

       01 WS-NEW-KEY.
           05 WS-NEW-ROW        PIC 9(7).
           05 WS-NEW-COL        PIC 9(7).
       01 WS-WALK-KEY.
           05 WS-WALK-ROW       PIC 9(7).
           05 WS-WALK-COL       PIC 9(7).
       01 WS-MIN-ROW            PIC 9(7) VALUE 0.
       01 WS-MAX-ROW            PIC 9(7) VALUE 0.
       01 WS-MIN-COL            PIC 9(7) VALUE 0.
       01 WS-MAX-COL            PIC 9(7) VALUE 0.
       01 WS-AREA-CELLS         PIC 9(13) VALUE 0.
       01 WS-SW-LATITUDE        PIC S9(2)V9(6) VALUE 0.
       01 WS-SW-LONGITUDE       PIC S9(3)V9(6) VALUE 0.
       01 WS-MEAN-DEPTH         PIC 9(4)V99 VALUE 0.
       01 WS-VARIANCE           PIC S9(9)V9(4) VALUE 0.
       01 WS-STDDEV             PIC 9(4)V99 VALUE 0.
       01 WS-LIST-IDX           PIC 9(2) VALUE 0.
       01 WS-LIST-FOUND         PIC A(1) VALUE 'N'.

       01 WS-CELL-IDX           PIC 9(4) VALUE 0.
       01 WS-CELL-MOVE-IDX      PIC 9(4) VALUE 0.
       01 WS-CELL-WALK-IDX      PIC 9(4) VALUE 0.
       01 WS-CELL-TABLE-COUNT   PIC 9(4) VALUE 0.
       01 WS-CELL-TABLE-MAX-SIZE PIC 9(4) VALUE 2000.
       01 WS-CELL-TABLE.
           05 WS-CELL-ENTRY OCCURS 2001 TIMES.
               10 WS-CL-KEY.
                   15 WS-CL-ROW        PIC 9(7).
                   15 WS-CL-COL        PIC 9(7).
               10 WS-CL-COUNT      PIC 9(6).
               10 WS-CL-MIN        PIC 9(4).
               10 WS-CL-MAX        PIC 9(4).
               10 WS-CL-SUM        PIC 9(12).
               10 WS-CL-SUMSQ      PIC 9(15).
               10 WS-CL-VESSEL-COUNT PIC 9(1).
               10 WS-CL-VESSEL     PIC X(8) OCCURS 5 TIMES.
               10 WS-CL-VESSEL-MORE PIC X(1).
               10 WS-CL-RUN-COUNT  PIC 9(2).
               10 WS-CL-RUN        PIC 9(6) OCCURS 10 TIMES.
               10 WS-CL-RUN-MORE   PIC X(1).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'SURVEY GRID COVERAGE REPORT'.
       01 WS-PAGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-YYYY       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-DD         PIC 9(2).
           05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-PARAMETER-LINE.
           05 FILLER            PIC X(10) VALUE 'CELL SIZE '.
           05 WS-PRM-CELL-SIZE  PIC ZZZZ9.
           05 FILLER            PIC X(31) VALUE
               ' ARC-SECONDS  MINIMUM SOUNDINGS'.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-PRM-MINIMUM    PIC ZZZ9.
           05 FILLER            PIC X(16) VALUE
               '  READINGS FROM '.
           05 WS-PRM-FROM       PIC X(10).
           05 FILLER            PIC X(3) VALUE SPACES.
       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-MESSAGE-LINE       PIC X(80) VALUE SPACES.

       01 WS-COVERAGE-HEADER-1  PIC X(80) VALUE
           'CELLS BELOW MINIMUM SOUNDINGS (SOUTH-WEST CORNER SHOWN)'.
       01 WS-COVERAGE-HEADER-2.
           05 FILLER            PIC X(30) VALUE
               '    ROW      COL  LATITUDE    '.
           05 FILLER            PIC X(50) VALUE
               'LONGITUDE    SOUNDINGS VESSELS'.
       01 WS-COVERAGE-LINE.
           05 WS-CVL-ROW        PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CVL-COL        PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CVL-LATITUDE   PIC +99.999999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CVL-LONGITUDE  PIC +999.999999.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CVL-COUNT      PIC ZZZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CVL-VESSELS    PIC X(27).

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
                   'NOTHING TO GRID'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPO-STATUS NOT = '00'
               PERFORM 9986-ABEND-READINGS-REPO
           END-IF.
           PERFORM 2000-SCAN-REPOSITORY.
           CLOSE READINGS-REPO-FILE.
           OPEN OUTPUT GRID-CELL-FILE.
           IF WS-GRID-CELL-STATUS NOT = '00'
               PERFORM 9985-ABEND-GRID-CELL
           END-IF.
           PERFORM 3000-WRITE-GRID-CELLS.
           CLOSE GRID-CELL-FILE.
           OPEN OUTPUT COVERAGE-REPORT-FILE.
           IF WS-COVERAGE-STATUS NOT = '00'
               PERFORM 9984-ABEND-COVERAGE-REPORT
           END-IF.
           PERFORM 4000-WRITE-COVERAGE-REPORT.
           CLOSE COVERAGE-REPORT-FILE.
           DISPLAY "READINGS EXAMINED - " WS-READ-COUNT
           DISPLAY "READINGS WITHOUT POSITION - " WS-NO-POSITION-COUNT
           DISPLAY "READINGS BINNED - " WS-BINNED-COUNT
           DISPLAY "GRID CELLS WRITTEN - " WS-CELLS-WRITTEN
           DISPLAY "CELLS BELOW MINIMUM - " WS-CELLS-UNDER
           DISPLAY "EMPTY CELLS IN AREA - " WS-CELLS-EMPTY
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
           IF FD-CTL-KEYWORD = 'GRIDSIZE' OR
               FD-CTL-KEYWORD = 'GRIDMIN' OR
               FD-CTL-KEYWORD = 'GRIDDAYS'
               IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   COMPUTE WS-CTL-NUMERIC-VALUE =
                       FUNCTION NUMVAL(FD-CTL-VALUE)
                   IF FD-CTL-KEYWORD = 'GRIDSIZE'
                       IF WS-CTL-NUMERIC-VALUE > 0 AND
                           WS-CTL-NUMERIC-VALUE < 36001
                           MOVE WS-CTL-NUMERIC-VALUE TO WS-CELL-SIZE
                       ELSE
                           PERFORM 1002-VALUE-OUT-OF-RANGE
                       END-IF
                   END-IF
                   IF FD-CTL-KEYWORD = 'GRIDMIN'
                       IF WS-CTL-NUMERIC-VALUE > 0 AND
                           WS-CTL-NUMERIC-VALUE < 10000
                           MOVE WS-CTL-NUMERIC-VALUE TO
                               WS-MIN-SOUNDINGS
                       ELSE
                           PERFORM 1002-VALUE-OUT-OF-RANGE
                       END-IF
                   END-IF
                   IF FD-CTL-KEYWORD = 'GRIDDAYS'
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
                       PERFORM 2001-BIN-ONE-READING
               END-READ
               IF WS-REPO-STATUS NOT = '00' AND
                   WS-REPO-STATUS NOT = '02' AND
                   WS-REPO-STATUS NOT = '10'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
           END-PERFORM.

       2001-BIN-ONE-READING.
           IF FD-RR-POS-FLAG NOT = 'P' OR
               FD-RR-LATITUDE IS NOT NUMERIC OR
               FD-RR-LONGITUDE IS NOT NUMERIC OR
               FD-RR-DEPTH IS NOT NUMERIC
               ADD 1 TO WS-NO-POSITION-COUNT
           ELSE
               COMPUTE WS-NEW-ROW =
                   (FD-RR-LATITUDE + 90) * 3600 / WS-CELL-SIZE
               COMPUTE WS-NEW-COL =
                   (FD-RR-LONGITUDE + 180) * 3600 / WS-CELL-SIZE
               PERFORM 2002-FIND-CELL
               PERFORM 2003-ADD-TO-CELL
               ADD 1 TO WS-BINNED-COUNT
           END-IF.

       2002-FIND-CELL.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-TABLE-COUNT
                   OR WS-CL-KEY(WS-CELL-IDX) NOT < WS-NEW-KEY
                   CONTINUE
           END-PERFORM.
           IF WS-CELL-IDX > WS-CELL-TABLE-COUNT OR
               WS-CL-KEY(WS-CELL-IDX) NOT = WS-NEW-KEY
               IF WS-CELL-TABLE-COUNT NOT < WS-CELL-TABLE-MAX-SIZE
                   PERFORM 9992-ABEND-CELL-TABLE
               END-IF
               PERFORM VARYING WS-CELL-MOVE-IDX FROM WS-CELL-TABLE-COUNT
                   BY -1 UNTIL WS-CELL-MOVE-IDX < WS-CELL-IDX
                       MOVE WS-CELL-ENTRY(WS-CELL-MOVE-IDX) TO
                           WS-CELL-ENTRY(WS-CELL-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CELL-TABLE-COUNT
               MOVE WS-NEW-KEY TO WS-CL-KEY(WS-CELL-IDX)
               MOVE 0 TO WS-CL-COUNT(WS-CELL-IDX)
               MOVE 9999 TO WS-CL-MIN(WS-CELL-IDX)
               MOVE 0 TO WS-CL-MAX(WS-CELL-IDX)
               MOVE 0 TO WS-CL-SUM(WS-CELL-IDX)
               MOVE 0 TO WS-CL-SUMSQ(WS-CELL-IDX)
               MOVE 0 TO WS-CL-VESSEL-COUNT(WS-CELL-IDX)
               MOVE SPACES TO WS-CL-VESSEL(WS-CELL-IDX, 1)
               MOVE SPACES TO WS-CL-VESSEL(WS-CELL-IDX, 2)
               MOVE SPACES TO WS-CL-VESSEL(WS-CELL-IDX, 3)
               MOVE SPACES TO WS-CL-VESSEL(WS-CELL-IDX, 4)
               MOVE SPACES TO WS-CL-VESSEL(WS-CELL-IDX, 5)
               MOVE 'N' TO WS-CL-VESSEL-MORE(WS-CELL-IDX)
               MOVE 0 TO WS-CL-RUN-COUNT(WS-CELL-IDX)
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > 10
                       MOVE 0 TO WS-CL-RUN(WS-CELL-IDX, WS-LIST-IDX)
               END-PERFORM
               MOVE 'N' TO WS-CL-RUN-MORE(WS-CELL-IDX)
           END-IF.

       2003-ADD-TO-CELL.
           ADD 1 TO WS-CL-COUNT(WS-CELL-IDX).
           ADD FD-RR-DEPTH TO WS-CL-SUM(WS-CELL-IDX).
           COMPUTE WS-CL-SUMSQ(WS-CELL-IDX) =
               WS-CL-SUMSQ(WS-CELL-IDX) + FD-RR-DEPTH * FD-RR-DEPTH.
           IF FD-RR-DEPTH < WS-CL-MIN(WS-CELL-IDX)
               MOVE FD-RR-DEPTH TO WS-CL-MIN(WS-CELL-IDX)
           END-IF.
           IF FD-RR-DEPTH > WS-CL-MAX(WS-CELL-IDX)
               MOVE FD-RR-DEPTH TO WS-CL-MAX(WS-CELL-IDX)
           END-IF.
           MOVE 'N' TO WS-LIST-FOUND.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CL-VESSEL-COUNT(WS-CELL-IDX)
                   IF WS-CL-VESSEL(WS-CELL-IDX, WS-LIST-IDX) =
                       FD-RR-VESSEL
                       MOVE 'Y' TO WS-LIST-FOUND
                   END-IF
           END-PERFORM.
           IF WS-LIST-FOUND = 'N'
               IF WS-CL-VESSEL-COUNT(WS-CELL-IDX) < 5
                   ADD 1 TO WS-CL-VESSEL-COUNT(WS-CELL-IDX)
                   MOVE FD-RR-VESSEL TO WS-CL-VESSEL(WS-CELL-IDX,
                       WS-CL-VESSEL-COUNT(WS-CELL-IDX))
               ELSE
                   MOVE 'Y' TO WS-CL-VESSEL-MORE(WS-CELL-IDX)
               END-IF
           END-IF.
           MOVE 'N' TO WS-LIST-FOUND.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > WS-CL-RUN-COUNT(WS-CELL-IDX)
                   IF WS-CL-RUN(WS-CELL-IDX, WS-LIST-IDX) =
                       FD-RR-RUN-NUMBER
                       MOVE 'Y' TO WS-LIST-FOUND
                   END-IF
           END-PERFORM.
           IF WS-LIST-FOUND = 'N'
               IF WS-CL-RUN-COUNT(WS-CELL-IDX) < 10
                   ADD 1 TO WS-CL-RUN-COUNT(WS-CELL-IDX)
                   MOVE FD-RR-RUN-NUMBER TO WS-CL-RUN(WS-CELL-IDX,
                       WS-CL-RUN-COUNT(WS-CELL-IDX))
               ELSE
                   MOVE 'Y' TO WS-CL-RUN-MORE(WS-CELL-IDX)
               END-IF
           END-IF.

       3000-WRITE-GRID-CELLS.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-TABLE-COUNT
                   PERFORM 3001-WRITE-ONE-CELL
           END-PERFORM.
           MOVE SPACES TO FD-GRID-TRAILER-RECORD.
           MOVE 'TRAILER' TO FD-GT-TAG.
           MOVE WS-CELLS-WRITTEN TO FD-GT-CELL-COUNT.
           MOVE WS-BINNED-COUNT TO FD-GT-READING-COUNT.
           MOVE WS-CELL-SIZE TO FD-GT-CELL-SIZE.
           MOVE WS-RUN-DATE-NUM TO FD-GT-RUN-DATE.
           WRITE FD-GRID-TRAILER-RECORD.
           IF WS-GRID-CELL-STATUS NOT = '00'
               PERFORM 9985-ABEND-GRID-CELL
           END-IF.

       3001-WRITE-ONE-CELL.
           PERFORM 3002-CELL-STATISTICS.
           MOVE WS-CL-ROW(WS-CELL-IDX) TO FD-GC-ROW.
           MOVE WS-CL-COL(WS-CELL-IDX) TO FD-GC-COL.
           MOVE WS-CL-ROW(WS-CELL-IDX) TO WS-WALK-ROW.
           MOVE WS-CL-COL(WS-CELL-IDX) TO WS-WALK-COL.
           PERFORM 3003-CELL-CORNER.
           MOVE WS-SW-LATITUDE TO FD-GC-SW-LATITUDE.
           MOVE WS-SW-LONGITUDE TO FD-GC-SW-LONGITUDE.
           MOVE WS-CELL-SIZE TO FD-GC-CELL-SIZE.
           MOVE WS-CL-COUNT(WS-CELL-IDX) TO FD-GC-COUNT.
           MOVE WS-CL-MIN(WS-CELL-IDX) TO FD-GC-MIN-DEPTH.
           MOVE WS-CL-MAX(WS-CELL-IDX) TO FD-GC-MAX-DEPTH.
           MOVE WS-MEAN-DEPTH TO FD-GC-MEAN-DEPTH.
           MOVE WS-STDDEV TO FD-GC-STDDEV.
           MOVE WS-CL-VESSEL-COUNT(WS-CELL-IDX) TO FD-GC-VESSEL-COUNT.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 5
                   MOVE WS-CL-VESSEL(WS-CELL-IDX, WS-LIST-IDX) TO
                       FD-GC-VESSEL(WS-LIST-IDX)
           END-PERFORM.
           MOVE WS-CL-VESSEL-MORE(WS-CELL-IDX) TO FD-GC-VESSEL-MORE.
           MOVE WS-CL-RUN-COUNT(WS-CELL-IDX) TO FD-GC-RUN-COUNT.
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
               UNTIL WS-LIST-IDX > 10
                   MOVE WS-CL-RUN(WS-CELL-IDX, WS-LIST-IDX) TO
                       FD-GC-RUN(WS-LIST-IDX)
           END-PERFORM.
           MOVE WS-CL-RUN-MORE(WS-CELL-IDX) TO FD-GC-RUN-MORE.
           WRITE FD-GRID-CELL-RECORD.
           IF WS-GRID-CELL-STATUS NOT = '00'
               PERFORM 9985-ABEND-GRID-CELL
           END-IF.
           ADD 1 TO WS-CELLS-WRITTEN.

       3002-CELL-STATISTICS.
           COMPUTE WS-MEAN-DEPTH ROUNDED =
               WS-CL-SUM(WS-CELL-IDX) / WS-CL-COUNT(WS-CELL-IDX).
           COMPUTE WS-VARIANCE ROUNDED =
               WS-CL-SUMSQ(WS-CELL-IDX) / WS-CL-COUNT(WS-CELL-IDX) -
               (WS-CL-SUM(WS-CELL-IDX) / WS-CL-COUNT(WS-CELL-IDX)) *
               (WS-CL-SUM(WS-CELL-IDX) / WS-CL-COUNT(WS-CELL-IDX)).
           IF WS-VARIANCE > 0
               COMPUTE WS-STDDEV ROUNDED = WS-VARIANCE ** 0.5
           ELSE
               MOVE 0 TO WS-STDDEV
           END-IF.

       3003-CELL-CORNER.
           COMPUTE WS-SW-LATITUDE =
               WS-WALK-ROW * WS-CELL-SIZE / 3600 - 90.
           COMPUTE WS-SW-LONGITUDE =
               WS-WALK-COL * WS-CELL-SIZE / 3600 - 180.

       4000-WRITE-COVERAGE-REPORT.
           WRITE FD-COVERAGE-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-COVERAGE-LINE FROM WS-PAGE-HEADER-2.
           MOVE WS-CELL-SIZE TO WS-PRM-CELL-SIZE.
           MOVE WS-MIN-SOUNDINGS TO WS-PRM-MINIMUM.
           IF WS-LOOKBACK-DAYS = 0
               MOVE 'ALL' TO WS-PRM-FROM
           ELSE
               MOVE WS-FROM-DATE-TEXT TO WS-PRM-FROM
           END-IF.
           WRITE FD-COVERAGE-LINE FROM WS-PARAMETER-LINE.
           WRITE FD-COVERAGE-LINE FROM WS-BLANK-LINE.
           WRITE FD-COVERAGE-LINE FROM WS-COVERAGE-HEADER-1.
           WRITE FD-COVERAGE-LINE FROM WS-COVERAGE-HEADER-2.
           IF WS-CELL-TABLE-COUNT = 0
               MOVE '  NO POSITIONED READINGS FOUND' TO WS-MESSAGE-LINE
               WRITE FD-COVERAGE-LINE FROM WS-MESSAGE-LINE
           ELSE
               PERFORM 4001-FIND-SURVEYED-AREA
               IF WS-AREA-CELLS > WS-GAP-LIST-LIMIT
                   MOVE '  AREA TOO LARGE - EMPTY CELLS NOT LISTED'
                       TO WS-MESSAGE-LINE
                   WRITE FD-COVERAGE-LINE FROM WS-MESSAGE-LINE
                   PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                       UNTIL WS-CELL-IDX > WS-CELL-TABLE-COUNT
                           IF WS-CL-COUNT(WS-CELL-IDX) <
                               WS-MIN-SOUNDINGS
                               PERFORM 4003-WRITE-THIN-CELL
                           END-IF
                   END-PERFORM
               ELSE
                   MOVE 1 TO WS-CELL-WALK-IDX
                   PERFORM 4002-CHECK-AREA-CELL
                       VARYING WS-WALK-ROW FROM WS-MIN-ROW BY 1
                           UNTIL WS-WALK-ROW > WS-MAX-ROW
                       AFTER WS-WALK-COL FROM WS-MIN-COL BY 1
                           UNTIL WS-WALK-COL > WS-MAX-COL
               END-IF
           END-IF.
           IF WS-CELL-TABLE-COUNT > 0 AND
               WS-CELLS-UNDER = 0 AND WS-CELLS-EMPTY = 0
               MOVE '  NONE' TO WS-MESSAGE-LINE
               WRITE FD-COVERAGE-LINE FROM WS-MESSAGE-LINE
           END-IF.
           WRITE FD-COVERAGE-LINE FROM WS-BLANK-LINE.
           MOVE 'READINGS EXAMINED   - ' TO WS-TOT-LABEL.
           MOVE WS-READ-COUNT TO WS-TOT-VALUE.
           WRITE FD-COVERAGE-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO POSITION         - ' TO WS-TOT-LABEL.
           MOVE WS-NO-POSITION-COUNT TO WS-TOT-VALUE.
           WRITE FD-COVERAGE-LINE FROM WS-TOTAL-LINE.
           MOVE 'READINGS BINNED     - ' TO WS-TOT-LABEL.
           MOVE WS-BINNED-COUNT TO WS-TOT-VALUE.
           WRITE FD-COVERAGE-LINE FROM WS-TOTAL-LINE.
           MOVE 'CELLS WRITTEN       - ' TO WS-TOT-LABEL.
           MOVE WS-CELLS-WRITTEN TO WS-TOT-VALUE.
           WRITE FD-COVERAGE-LINE FROM WS-TOTAL-LINE.
           MOVE 'CELLS BELOW MINIMUM - ' TO WS-TOT-LABEL.
           MOVE WS-CELLS-UNDER TO WS-TOT-VALUE.
           WRITE FD-COVERAGE-LINE FROM WS-TOTAL-LINE.
           MOVE 'EMPTY CELLS IN AREA - ' TO WS-TOT-LABEL.
           MOVE WS-CELLS-EMPTY TO WS-TOT-VALUE.
           WRITE FD-COVERAGE-LINE FROM WS-TOTAL-LINE.

       4001-FIND-SURVEYED-AREA.
           MOVE WS-CL-ROW(1) TO WS-MIN-ROW.
           MOVE WS-CL-ROW(WS-CELL-TABLE-COUNT) TO WS-MAX-ROW.
           MOVE WS-CL-COL(1) TO WS-MIN-COL.
           MOVE WS-CL-COL(1) TO WS-MAX-COL.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-TABLE-COUNT
                   IF WS-CL-COL(WS-CELL-IDX) < WS-MIN-COL
                       MOVE WS-CL-COL(WS-CELL-IDX) TO WS-MIN-COL
                   END-IF
                   IF WS-CL-COL(WS-CELL-IDX) > WS-MAX-COL
                       MOVE WS-CL-COL(WS-CELL-IDX) TO WS-MAX-COL
                   END-IF
           END-PERFORM.
           COMPUTE WS-AREA-CELLS =
               (WS-MAX-ROW - WS-MIN-ROW + 1) *
               (WS-MAX-COL - WS-MIN-COL + 1).

       4002-CHECK-AREA-CELL.
           IF WS-CELL-WALK-IDX NOT > WS-CELL-TABLE-COUNT AND
               WS-CL-KEY(WS-CELL-WALK-IDX) = WS-WALK-KEY
               MOVE WS-CELL-WALK-IDX TO WS-CELL-IDX
               IF WS-CL-COUNT(WS-CELL-IDX) < WS-MIN-SOUNDINGS
                   PERFORM 4003-WRITE-THIN-CELL
               END-IF
               ADD 1 TO WS-CELL-WALK-IDX
           ELSE
               PERFORM 3003-CELL-CORNER
               MOVE WS-WALK-ROW TO WS-CVL-ROW
               MOVE WS-WALK-COL TO WS-CVL-COL
               MOVE WS-SW-LATITUDE TO WS-CVL-LATITUDE
               MOVE WS-SW-LONGITUDE TO WS-CVL-LONGITUDE
               MOVE 0 TO WS-CVL-COUNT
               MOVE 'NO SOUNDINGS' TO WS-CVL-VESSELS
               WRITE FD-COVERAGE-LINE FROM WS-COVERAGE-LINE
               ADD 1 TO WS-CELLS-EMPTY
           END-IF.

       4003-WRITE-THIN-CELL.
           MOVE WS-CL-ROW(WS-CELL-IDX) TO WS-WALK-ROW.
           MOVE WS-CL-COL(WS-CELL-IDX) TO WS-WALK-COL.
           PERFORM 3003-CELL-CORNER.
           MOVE WS-CL-ROW(WS-CELL-IDX) TO WS-CVL-ROW.
           MOVE WS-CL-COL(WS-CELL-IDX) TO WS-CVL-COL.
           MOVE WS-SW-LATITUDE TO WS-CVL-LATITUDE.
           MOVE WS-SW-LONGITUDE TO WS-CVL-LONGITUDE.
           MOVE WS-CL-COUNT(WS-CELL-IDX) TO WS-CVL-COUNT.
           MOVE SPACES TO WS-CVL-VESSELS.
           STRING WS-CL-VESSEL(WS-CELL-IDX, 1) ' '
               WS-CL-VESSEL(WS-CELL-IDX, 2) ' '
               WS-CL-VESSEL(WS-CELL-IDX, 3)
               DELIMITED BY SIZE
               INTO WS-CVL-VESSELS.
           WRITE FD-COVERAGE-LINE FROM WS-COVERAGE-LINE.
           ADD 1 TO WS-CELLS-UNDER.

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

       9985-ABEND-GRID-CELL.
           DISPLAY 'GRID-CELLS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-GRID-CELL-STATUS
           DISPLAY 'RUN TERMINATED - GRID-CELLS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9984-ABEND-COVERAGE-REPORT.
           DISPLAY 'GRID-COVERAGE FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-COVERAGE-STATUS
           DISPLAY 'RUN TERMINATED - GRID-COVERAGE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9992-ABEND-CELL-TABLE.
           DISPLAY 'SURVEY CELLS EXCEED ' WS-CELL-TABLE-MAX-SIZE
               ' ENTRIES'
           DISPLAY 'RUN TERMINATED - GRID CELL TABLE FULL'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
