           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.
           SELECT SENSOR-STATS-FILE ASSIGN TO 'sensor-stats'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-VM-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MASTER-STATUS.
           SELECT TIDE-TABLE-FILE ASSIGN TO 'tide-table'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIDE-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO 'repo-before-images'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMAGE-STATUS.
           SELECT RUN-POSTINGS-FILE ASSIGN TO 'run-postings'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTINGS-STATUS.
           SELECT CALIBRATION-HIST-FILE ASSIGN TO 'calibration-history'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-CH-KEY
           FILE STATUS IS WS-CAL-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SONAR-DATA.
       01 FD-SONAR-RECORD       PIC X(65).

       FD VESSEL-LIST-FILE.
       01 FD-VESSEL-LIST-RECORD.
       01 FD-REPORT-LINE        PIC X(80).

       FD REJECT-FILE.
       01 FD-REJECT-LINE        PIC X(100).

       FD CHECKPOINT-FILE.
       01 FD-CHECKPOINT-RECORD.
           05 FD-CKPT-RESUB-TABLE  PIC X(1800).
           05 FD-CKPT-SSTAT-COUNT  PIC 9(4).
           05 FD-CKPT-SSTAT-TABLE  PIC X(7000).
           05 FD-CKPT-NO-TIDE      PIC 9(6).
           05 FD-CKPT-NO-POSITION  PIC 9(6).
           05 FD-CKPT-USAGE-COUNT  PIC 9(4).
           05 FD-CKPT-USAGE-TABLE  PIC X(12400).

       FD HISTORY-FILE.
       01 FD-HISTORY-RECORD.
               10 FD-MW-VESSEL     PIC X(8).
               10 FD-MW-SENSOR     PIC X(8).
               10 FD-MW-SEQ        PIC 9(6).
           05 FD-MW-READING      PIC X(65).

       FD DEDUP-WORK-FILE.
       01 FD-DEDUP-RECORD.
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

       FD SENSOR-STATS-FILE.
       01 FD-SENSOR-STATS-RECORD.
           05 FD-AUD-DUPS        PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-SENSOR-EXC  PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED    PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED-DATE PIC X(8).

       FD TIDE-TABLE-FILE.
       01 FD-TIDE-RECORD.
           05 FD-TT-AREA         PIC X(15).
           05 FILLER             PIC X(1).
           05 FD-TT-TIMESTAMP    PIC X(20).
           05 FILLER             PIC X(1).
           05 FD-TT-HEIGHT       PIC S9(3) SIGN LEADING SEPARATE.

       FD BEFORE-IMAGE-FILE.
       01 FD-BEFORE-IMAGE-RECORD.
           05 FD-BI-RUN-NUMBER   PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-BI-REPO-IMAGE   PIC X(76).

       FD CALIBRATION-HIST-FILE.
       01 FD-CAL-HIST-RECORD.
           05 FD-CH-KEY.
               10 FD-CH-SENSOR-ID  PIC X(8).
               10 FD-CH-EFFECTIVE-TS PIC X(20).
           05 FD-CH-VERSION      PIC 9(4).
           05 FD-CH-OFFSET       PIC S9(3) SIGN LEADING SEPARATE.
           05 FD-CH-OPERATOR     PIC X(20).
           05 FD-CH-ENTERED-DATE PIC 9(8).
           05 FD-CH-ENTERED-TIME PIC 9(6).

       FD RUN-POSTINGS-FILE.
       01 FD-POSTING-RECORD.
           05 FD-RP-RUN-NUMBER   PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-RP-TYPE         PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-RP-KEY          PIC X(8).
           05 FILLER             PIC X(1).
           05 FD-RP-AMOUNT-1     PIC 9(9).
           05 FILLER             PIC X(1).
           05 FD-RP-AMOUNT-2     PIC 9(9).
           05 FILLER             PIC X(1).
           05 FD-RP-AMOUNT-3     PIC 9(9).

       WORKING-STORAGE SECTION.
           COPY SONREAD.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(8) VALUE 'VESSEL: '.
           05 WS-DTL-VESSEL     PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(5) VALUE 'RAW: '.
           05 WS-DTL-RAW        PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DTL-TIDE-NOTE  PIC X(7).
           05 FILLER            PIC X(16) VALUE SPACES.

       01 WS-VESSEL-HEADER-LINE PIC X(80) VALUE
           'PER-VESSEL BREAKDOWN'.
           05 WS-REJ-VESSEL     PIC X(8).
           05 FILLER            PIC X(3) VALUE ' - '.
           05 WS-REJ-RAW-TEXT   PIC X(44).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-REJ-POSITION   PIC X(19).

       01 WS-WINDOW-VALUES.
           05 WS-WINDOW-VALUE  PIC 9(4) OCCURS 10 TIMES.
       01 WS-VESSEL-MASTER-OPEN  PIC A(1) VALUE 'N'.
       01 WS-ENV-MAX-DEPTH       PIC 9(4) VALUE 0.
       01 WS-ENV-WARNING-DEPTH   PIC 9(4) VALUE 0.
       01 WS-DEPTH-EXC-FLAG      PIC X(1) VALUE 'N'.
       01 WS-ENV-CACHE-VESSEL    PIC X(8) VALUE SPACES.
       01 WS-ENV-CACHE-MAX       PIC 9(4) VALUE 0.
       01 WS-ENV-CACHE-WARN      PIC 9(4) VALUE 0.
       01 WS-ENV-CACHE-PORT      PIC X(15) VALUE SPACES.
       01 WS-DEPTH-EXC-STATUS    PIC X(2) VALUE '00'.
       01 WS-MERGE-MODE          PIC A(1) VALUE 'N'.
       01 WS-RESUB-MODE          PIC A(1) VALUE 'N'.
           05 WS-FLT-VESSEL     PIC X(8).
           05 FILLER            PIC X(9) VALUE ' DEPTH - '.
           05 WS-FLT-DEPTH      PIC ZZZ9.
           05 FILLER            PIC X(7) VALUE ' RAW - '.
           05 WS-FLT-RAW        PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-FLT-TIDE-NOTE  PIC X(7).
           05 FILLER            PIC X(10) VALUE SPACES.

       01 WS-DEDUP-STATUS        PIC X(2) VALUE '00'.
       01 WS-DUP-LISTING-STATUS  PIC X(2) VALUE '00'.
           05 WS-DEX-TIMESTAMP  PIC X(20).
           05 FILLER            PIC X(7) VALUE ' DEPTH '.
           05 WS-DEX-DEPTH      PIC ZZZ9.
           05 FILLER            PIC X(5) VALUE ' RAW '.
           05 WS-DEX-RAW        PIC ZZZ9.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-DEX-TIDE-NOTE  PIC X(7).
           05 FILLER            PIC X(5) VALUE SPACES.

       01 WS-MIN-DEPTH           PIC 9(4) VALUE 0.
       01 WS-MAX-DEPTH           PIC 9(4) VALUE 0.
               10 WS-VT-ACTIVE     PIC A(1).
               10 WS-VT-MAX-DEPTH  PIC 9(4).
               10 WS-VT-WARNING-DEPTH PIC 9(4).
               10 WS-VT-HOME-PORT  PIC X(15).
               10 WS-VT-DUP-COUNT  PIC 9(6).
               10 WS-VT-TS-READY   PIC A(1).
               10 WS-VT-PREV-TS-SECS PIC 9(12).
           05 WS-SENSOR-ENTRY OCCURS 50 TIMES.
               10 WS-ST-SENSOR-ID  PIC X(8).
               10 WS-ST-CAL-COUNT  PIC 9(6).
       01 WS-CAL-HIST-STATUS     PIC X(2) VALUE '00'.
       01 WS-APPLIED-OFFSET      PIC S9(3) VALUE 0.
       01 WS-CAL-VERSION         PIC 9(4) VALUE 0.
       01 WS-CAL-IDX             PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE-COUNT     PIC 9(4) VALUE 0.
       01 WS-CAL-TABLE-MAX-SIZE  PIC 9(4) VALUE 1000.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1000 TIMES.
               10 WS-CT-SENSOR-ID  PIC X(8).
               10 WS-CT-EFFECTIVE-TS PIC X(20).
               10 WS-CT-VERSION    PIC 9(4).
               10 WS-CT-OFFSET     PIC S9(3).

       01 WS-REPO-STATUS         PIC X(2) VALUE '00'.
       01 WS-REPO-OPEN           PIC A(1) VALUE 'N'.
       01 WS-REPO-STORED-COUNT   PIC 9(6) VALUE 0.
       01 WS-REPO-NEW-RECORD     PIC X(76) VALUE SPACES.
       01 WS-BEFORE-IMAGE-STATUS PIC X(2) VALUE '00'.
       01 WS-BEFORE-IMAGE-COUNT  PIC 9(6) VALUE 0.
       01 WS-POSTINGS-STATUS     PIC X(2) VALUE '00'.
       01 WS-SENSOR-STATS-STATUS PIC X(2) VALUE '00'.
       01 WS-SSTAT-KIND          PIC X(1) VALUE SPACE.
       01 WS-SSTAT-IDX           PIC 9(4) VALUE 0.
               10 WS-SS-READINGS   PIC 9(9).
               10 WS-SS-EXCEPTIONS PIC 9(9).
               10 WS-SS-REJECTS    PIC 9(9).
       01 WS-SSTAT-START-COUNT   PIC 9(4) VALUE 0.
       01 WS-SSTAT-START-TABLE.
           05 WS-SSTAT-START-ENTRY OCCURS 200 TIMES.
               10 WS-SSS-SENSOR-ID PIC X(8).
               10 WS-SSS-READINGS  PIC 9(9).
               10 WS-SSS-EXCEPTIONS PIC 9(9).
               10 WS-SSS-REJECTS   PIC 9(9).
       01 WS-SSTAT-DELTA-READINGS PIC 9(9) VALUE 0.
       01 WS-SSTAT-DELTA-EXCEPTIONS PIC 9(9) VALUE 0.
       01 WS-SSTAT-DELTA-REJECTS PIC 9(9) VALUE 0.
       01 WS-USAGE-KIND          PIC X(1) VALUE SPACE.
       01 WS-USAGE-VESSEL        PIC X(8) VALUE SPACES.
       01 WS-USAGE-IDX           PIC 9(4) VALUE 0.
       01 WS-USAGE-RECEIVED      PIC 9(9) VALUE 0.
       01 WS-UNPROCESSED-COUNT   PIC 9(9) VALUE 0.
       01 WS-USAGE-TABLE-COUNT   PIC 9(4) VALUE 0.
       01 WS-USAGE-TABLE-MAX-SIZE PIC 9(4) VALUE 200.
       01 WS-USAGE-TABLE.
           05 WS-USAGE-ENTRY OCCURS 200 TIMES.
               10 WS-UT-VESSEL-ID  PIC X(8).
               10 WS-UT-ACCEPTED   PIC 9(9).
               10 WS-UT-REJECTS    PIC 9(9).
               10 WS-UT-DUPS       PIC 9(9).
               10 WS-UT-SENSOR-EXC PIC 9(9).
               10 WS-UT-DEPTH-EXC  PIC 9(9).
               10 WS-UT-UNPROCESSED PIC 9(9).

       01 WS-SENSOR-EXC-LINE.
           05 FILLER            PIC X(5) VALUE 'LINE '.
       01 WS-EXT-DELTA           PIC S9(5) SIGN LEADING SEPARATE
                                 VALUE 0.
       01 WS-EXT-INDICATOR       PIC X(2) VALUE '--'.
       01 WS-EXT-LATITUDE        PIC +99.999999.
       01 WS-EXT-LONGITUDE       PIC +999.999999.
       01 WS-EXT-LAT-TEXT        PIC X(10) VALUE SPACES.
       01 WS-EXT-LON-TEXT        PIC X(11) VALUE SPACES.
       01 WS-WINDOW-INCR-FLAG    PIC A(1) VALUE 'N'.
       01 WS-EXT-TOT-COUNT       PIC 9(6) VALUE 0.
       01 WS-EXT-TOT-INCREASES   PIC 9(6) VALUE 0.
               'DUPLICATES DISCARDED- '.
           05 WS-TOT-DUPLICATES PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-TOTAL-LINE-9.
           05 FILLER            PIC X(22) VALUE
               'NO TIDE COVERAGE    - '.
           05 WS-TOT-NO-TIDE    PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-TOTAL-LINE-10.
           05 FILLER            PIC X(22) VALUE
               'NO POSITION         - '.
           05 WS-TOT-NO-POSITION PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.

       01 WS-TIDE-STATUS         PIC X(2) VALUE '00'.
       01 WS-TIDE-FOUND          PIC A(1) VALUE 'N'.
       01 WS-TIDE-AREA-SEEN      PIC A(1) VALUE 'N'.
       01 WS-TIDE-AREA           PIC X(15) VALUE SPACES.
       01 WS-TIDE-HEIGHT         PIC S9(4) VALUE 0.
       01 WS-TIDE-INTERVAL       PIC S9(12) VALUE 0.
       01 WS-TIDE-MAX-INTERVAL   PIC 9(6) VALUE 25200.
       01 WS-TIDE-FLAG           PIC X(1) VALUE 'N'.
       01 WS-NO-TIDE-COUNT       PIC 9(6) VALUE 0.
       01 WS-POS-FLAG            PIC X(1) VALUE 'N'.
       01 WS-POS-LATITUDE        PIC S9(2)V9(6) VALUE 0.
       01 WS-POS-LONGITUDE       PIC S9(3)V9(6) VALUE 0.
       01 WS-NO-POSITION-COUNT   PIC 9(6) VALUE 0.
       01 WS-RAW-DEPTH           PIC 9(4) VALUE 0.
       01 WS-REDUCED-DEPTH       PIC S9(5) VALUE 0.
       01 WS-TIDE-IDX            PIC 9(4) VALUE 0.
       01 WS-TIDE-TABLE-COUNT    PIC 9(4) VALUE 0.
       01 WS-TIDE-TABLE-MAX-SIZE PIC 9(4) VALUE 2000.
       01 WS-TIDE-TABLE.
           05 WS-TIDE-ENTRY OCCURS 2000 TIMES.
               10 WS-TT-AREA       PIC X(15).
               10 WS-TT-SECONDS    PIC S9(12).
               10 WS-TT-HEIGHT     PIC S9(3).

       01 WS-SENSOR-CAL-LINE.
           05 FILLER            PIC X(9) VALUE 'SENSOR - '.
           05 WS-SCAL-SENSOR-ID PIC X(8).
               PERFORM 5000-LOAD-VESSEL-LIST
           END-IF.
           PERFORM 4005-LOAD-SENSOR-STATS.
           MOVE WS-SSTAT-TABLE-COUNT TO WS-SSTAT-START-COUNT.
           MOVE WS-SSTAT-TABLE TO WS-SSTAT-START-TABLE.
           PERFORM 7300-LOAD-TIDE-TABLE.
           PERFORM 7400-LOAD-CALIBRATION-HIST.
           PERFORM 6000-ASSIGN-RUN-NUMBER.
           IF WS-MULTI-VESSEL-MODE = 'N' AND WS-RESTART-REQUESTED = 'Y'
               PERFORM 3000-CHECK-RESTART
           CLOSE DEDUP-WORK-FILE.
           IF WS-REPO-OPEN = 'Y'
               CLOSE READINGS-REPO-FILE
               CLOSE BEFORE-IMAGE-FILE
               MOVE 'N' TO WS-REPO-OPEN
           END-IF.
           IF WS-CRITICAL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           OPEN EXTEND RUN-POSTINGS-FILE.
           IF WS-POSTINGS-STATUS NOT = '00'
               OPEN OUTPUT RUN-POSTINGS-FILE
               IF WS-POSTINGS-STATUS NOT = '00'
                   PERFORM 9984-ABEND-RUN-POSTINGS
               END-IF
           END-IF.
           IF WS-RESUB-MODE = 'Y'
               PERFORM 4002-UPDATE-HISTORY-RESUB
           ELSE
           DISPLAY "DEPTH CRITICALS - " WS-CRITICAL-COUNT
           DISPLAY "READINGS RECEIVED - " WS-READINGS-RECEIVED
           DISPLAY "DUPLICATES DISCARDED - " WS-DUP-COUNT
           DISPLAY "NO TIDE COVERAGE - " WS-NO-TIDE-COUNT
           DISPLAY "NO POSITION - " WS-NO-POSITION-COUNT
           DISPLAY "ANOMALY FLAG - " WS-ANOMALY-FLAG
           DISPLAY "MINIMUM DEPTH - " WS-MIN-DEPTH
           DISPLAY "MAXIMUM DEPTH - " WS-MAX-DEPTH
           DISPLAY "AVERAGE DEPTH - " WS-AVG-DEPTH
           DISPLAY "LARGEST SINGLE JUMP - " WS-MAX-JUMP
           PERFORM 4006-SAVE-SENSOR-STATS.
           PERFORM VARYING WS-SSTAT-IDX FROM 1 BY 1
               UNTIL WS-SSTAT-IDX > WS-SSTAT-TABLE-COUNT
                   PERFORM 4008-POST-SENSOR-DELTA
           END-PERFORM.
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-TABLE-COUNT
                   PERFORM 4010-POST-VESSEL-USAGE
           END-PERFORM.
           CLOSE RUN-POSTINGS-FILE.
           PERFORM 6001-WRITE-RUN-AUDIT.
           STOP RUN.

           WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE-7.
           MOVE WS-DUP-COUNT TO WS-TOT-DUPLICATES.
           WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE-8.
           MOVE WS-NO-TIDE-COUNT TO WS-TOT-NO-TIDE.
           WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE-9.
           MOVE WS-NO-POSITION-COUNT TO WS-TOT-NO-POSITION.
           WRITE FD-REPORT-LINE FROM WS-TOTAL-LINE-10.
           PERFORM VARYING WS-SENSOR-IDX FROM 1 BY 1
               UNTIL WS-SENSOR-IDX > WS-SENSOR-TABLE-COUNT
                   MOVE WS-ST-SENSOR-ID(WS-SENSOR-IDX) TO
                   MOVE 0 TO WS-VT-MAX-DEPTH(WS-VESSEL-TABLE-COUNT)
                   MOVE 0 TO
                       WS-VT-WARNING-DEPTH(WS-VESSEL-TABLE-COUNT)
                   MOVE SPACES TO
                       WS-VT-HOME-PORT(WS-VESSEL-TABLE-COUNT)
               NOT INVALID KEY
                   MOVE FD-VM-NAME TO
                       WS-VT-NAME(WS-VESSEL-TABLE-COUNT)
                   MOVE FD-VM-HOME-PORT TO
                       WS-VT-HOME-PORT(WS-VESSEL-TABLE-COUNT)
                   MOVE FD-VM-CLASS TO
                       WS-VT-CLASS(WS-VESSEL-TABLE-COUNT)
                   IF FD-VM-STATUS-FLAG = 'A'
                               IF FD-CTL-KEYWORD = 'DEPTHBAND'
                                   PERFORM 5011-STORE-DEPTH-BAND
                               END-IF
                               IF FD-CTL-KEYWORD = 'TIDEGAP'
                                   IF WS-CTL-NUMERIC-VALUE > 0 AND
                                       WS-CTL-NUMERIC-VALUE < 1000000
                                       MOVE WS-CTL-NUMERIC-VALUE TO
                                           WS-TIDE-MAX-INTERVAL
                                   END-IF
                               END-IF
                           ELSE
                               IF FD-CTL-KEYWORD = 'THRESHOLD' OR
                                   FD-CTL-KEYWORD = 'WINDOWSIZE'
                           MOVE 'NOT ON MASTER' TO WS-VSKP-REASON
                       ELSE
                           MOVE 'INACTIVE' TO WS-VSKP-REASON
                           PERFORM 5012-COUNT-INACTIVE-VESSEL
                       END-IF
                       WRITE FD-REPORT-LINE FROM WS-VESSEL-SKIP-LINE
                   END-IF
                           MOVE 'NOT ON MASTER' TO WS-VSKP-REASON
                       ELSE
                           MOVE 'INACTIVE' TO WS-VSKP-REASON
                           PERFORM 5012-COUNT-INACTIVE-VESSEL
                       END-IF
                       WRITE FD-REPORT-LINE FROM WS-VESSEL-SKIP-LINE
                   END-IF
           END-IF
           END-IF.

       5012-COUNT-INACTIVE-VESSEL.
           MOVE WS-VT-FILENAME(WS-VESSEL-IDX) TO
               WS-SONAR-FILENAME.
           MOVE 0 TO WS-UNPROCESSED-COUNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT SONAR-DATA.
           IF WS-SONAR-STATUS = '35'
               MOVE 'Y' TO WS-EOF
           ELSE
               IF WS-SONAR-STATUS NOT = '00'
                   PERFORM 9999-ABEND-SONAR
               END-IF
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SONAR-DATA INTO SONAR-READING-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SONAR-READING-RECORD(1:3) NOT = 'HDR' AND
                           SONAR-READING-RECORD(1:3) NOT = 'TRL'
                           ADD 1 TO WS-UNPROCESSED-COUNT
                       END-IF
               END-READ
               IF WS-SONAR-STATUS NOT = '00' AND
                   WS-SONAR-STATUS NOT = '10'
                   PERFORM 9999-ABEND-SONAR
               END-IF
           END-PERFORM.
           IF WS-SONAR-STATUS NOT = '35'
               CLOSE SONAR-DATA
           END-IF.
           IF WS-UNPROCESSED-COUNT > 0
               MOVE WS-VT-VESSEL-ID(WS-VESSEL-IDX) TO WS-USAGE-VESSEL
               MOVE 'N' TO WS-USAGE-KIND
               PERFORM 7500-BUMP-VESSEL-USAGE
           END-IF.

       5007-PROCESS-MERGED-STREAM.
           MOVE 'N' TO WS-MERGE-EOF.
           PERFORM UNTIL WS-MERGE-EOF = 'Y'
           MOVE WS-RUN-NUMBER   TO FD-HIST-RUN-NUMBER.
           WRITE FD-HISTORY-RECORD.
           CLOSE HISTORY-FILE.
           MOVE SPACES TO FD-POSTING-RECORD.
           MOVE 'H' TO FD-RP-TYPE.
           MOVE WS-RUN-NUMBER TO FD-RP-KEY(1:6).
           MOVE WS-COUNT TO FD-RP-AMOUNT-1.
           MOVE WS-INCREASES TO FD-RP-AMOUNT-2.
           MOVE 0 TO FD-RP-AMOUNT-3.
           PERFORM 4009-WRITE-POSTING.

       4002-UPDATE-HISTORY-RESUB.
           MOVE 0 TO WS-HISTUPD-TABLE-COUNT.
                   WS-RR-RUN-NUMBER(WS-RESUB-IDX)
                   ' NOT ON HISTORY - RESUBMISSION COUNTS '
                   'NOT APPLIED'
           ELSE
               MOVE SPACES TO FD-POSTING-RECORD
               MOVE 'H' TO FD-RP-TYPE
               MOVE WS-RR-RUN-NUMBER(WS-RESUB-IDX) TO FD-RP-KEY(1:6)
               MOVE WS-RR-COUNT(WS-RESUB-IDX) TO FD-RP-AMOUNT-1
               MOVE WS-RR-INCREASES(WS-RESUB-IDX) TO FD-RP-AMOUNT-2
               MOVE 0 TO FD-RP-AMOUNT-3
               PERFORM 4009-WRITE-POSTING
           END-IF.

       7000-COUNT-RESUB-RUN.
                   (WS-VESSEL-IDX WS-BAND-FOUND-IDX)
           END-IF.

       7300-LOAD-TIDE-TABLE.
           MOVE 0 TO WS-TIDE-TABLE-COUNT.
           OPEN INPUT TIDE-TABLE-FILE.
           IF WS-TIDE-STATUS = '00'
               PERFORM UNTIL WS-TIDE-STATUS = '10'
                   READ TIDE-TABLE-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 7301-STORE-TIDE-ENTRY
                   END-READ
                   IF WS-TIDE-STATUS NOT = '00' AND
                       WS-TIDE-STATUS NOT = '10'
                       PERFORM 9987-ABEND-TIDE-TABLE
                   END-IF
               END-PERFORM
               CLOSE TIDE-TABLE-FILE
           ELSE
               IF WS-TIDE-STATUS = '35'
                   DISPLAY 'TIDE-TABLE NOT PRESENT - '
                       'DEPTHS NOT REDUCED TO CHART DATUM'
               ELSE
                   PERFORM 9987-ABEND-TIDE-TABLE
               END-IF
           END-IF.

       7301-STORE-TIDE-ENTRY.
           MOVE 'N' TO WS-TS-VALID.
           MOVE FD-TT-TIMESTAMP TO WS-TS-WORK.
           PERFORM 7302-TIMESTAMP-SECONDS.
           IF FD-TT-AREA = SPACES OR WS-TS-VALID = 'N' OR
               FD-TT-HEIGHT IS NOT NUMERIC
               DISPLAY 'TIDE ENTRY SKIPPED - ' FD-TIDE-RECORD
           ELSE
               PERFORM 7303-CHECK-TIDE-AREA-GROUP
               IF WS-TIDE-AREA-SEEN = 'Y'
                   DISPLAY 'TIDE ENTRY NOT GROUPED BY AREA - '
                       FD-TIDE-RECORD
               ELSE
                   IF WS-TIDE-TABLE-COUNT > 0 AND
                       FD-TT-AREA = WS-TT-AREA(WS-TIDE-TABLE-COUNT) AND
                       WS-TS-SECONDS NOT >
                           WS-TT-SECONDS(WS-TIDE-TABLE-COUNT)
                       DISPLAY 'TIDE ENTRY OUT OF SEQUENCE - '
                           FD-TIDE-RECORD
                   ELSE
                       IF WS-TIDE-TABLE-COUNT < WS-TIDE-TABLE-MAX-SIZE
                           ADD 1 TO WS-TIDE-TABLE-COUNT
                           MOVE FD-TT-AREA TO
                               WS-TT-AREA(WS-TIDE-TABLE-COUNT)
                           MOVE WS-TS-SECONDS TO
                               WS-TT-SECONDS(WS-TIDE-TABLE-COUNT)
                           MOVE FD-TT-HEIGHT TO
                               WS-TT-HEIGHT(WS-TIDE-TABLE-COUNT)
                       ELSE
                           DISPLAY 'TIDE TABLE FULL - ENTRY IGNORED - '
                               FD-TIDE-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       7302-TIMESTAMP-SECONDS.
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

       7303-CHECK-TIDE-AREA-GROUP.
           MOVE 'N' TO WS-TIDE-AREA-SEEN.
           IF WS-TIDE-TABLE-COUNT > 1 AND
               FD-TT-AREA NOT = WS-TT-AREA(WS-TIDE-TABLE-COUNT)
               PERFORM VARYING WS-TIDE-IDX FROM 1 BY 1
                   UNTIL WS-TIDE-IDX NOT < WS-TIDE-TABLE-COUNT
                       OR WS-TIDE-AREA-SEEN = 'Y'
                       IF WS-TT-AREA(WS-TIDE-IDX) = FD-TT-AREA
                           MOVE 'Y' TO WS-TIDE-AREA-SEEN
                       END-IF
               END-PERFORM
           END-IF.

       7310-REDUCE-TO-DATUM.
           MOVE WS-DEPTH-VALUE TO WS-RAW-DEPTH.
           MOVE 'N' TO WS-TIDE-FLAG.
           MOVE 'N' TO WS-TIDE-FOUND.
           MOVE SPACES TO WS-TIDE-AREA.
           IF WS-MULTI-VESSEL-MODE = 'Y'
               IF WS-VESSEL-IDX NOT < 1 AND
                   WS-VESSEL-IDX NOT > WS-VESSEL-TABLE-COUNT
                   MOVE WS-VT-HOME-PORT(WS-VESSEL-IDX) TO
                       WS-TIDE-AREA
               END-IF
           ELSE
               IF WS-VESSEL-MASTER-OPEN = 'Y' AND
                   SR-VESSEL-ID NOT = SPACES
                   PERFORM LOOKUP-ENVELOPE-LIMITS
                   MOVE WS-ENV-CACHE-PORT TO WS-TIDE-AREA
               END-IF
           END-IF.
           IF WS-TIDE-TABLE-COUNT > 0 AND WS-TIDE-AREA NOT = SPACES
               MOVE 'N' TO WS-TS-VALID
               MOVE SR-READING-TIMESTAMP TO WS-TS-WORK
               PERFORM 7302-TIMESTAMP-SECONDS
               IF WS-TS-VALID = 'Y'
                   PERFORM 7311-INTERPOLATE-TIDE
               END-IF
           END-IF.
           IF WS-TIDE-FOUND = 'Y'
               MOVE 'T' TO WS-TIDE-FLAG
               COMPUTE WS-REDUCED-DEPTH =
                   WS-RAW-DEPTH - WS-TIDE-HEIGHT
               IF WS-REDUCED-DEPTH < 0
                   MOVE 0 TO WS-REDUCED-DEPTH
               END-IF
               IF WS-REDUCED-DEPTH > 9999
                   MOVE 9999 TO WS-REDUCED-DEPTH
               END-IF
               MOVE WS-REDUCED-DEPTH TO WS-DEPTH-VALUE
           ELSE
               ADD 1 TO WS-NO-TIDE-COUNT
           END-IF.

       7311-INTERPOLATE-TIDE.
           PERFORM VARYING WS-TIDE-IDX FROM 1 BY 1
               UNTIL WS-TIDE-IDX > WS-TIDE-TABLE-COUNT
                   OR WS-TIDE-FOUND NOT = 'N'
                   IF WS-TT-AREA(WS-TIDE-IDX) = WS-TIDE-AREA
                       IF WS-TT-SECONDS(WS-TIDE-IDX) = WS-TS-SECONDS
                           MOVE WS-TT-HEIGHT(WS-TIDE-IDX) TO
                               WS-TIDE-HEIGHT
                           MOVE 'Y' TO WS-TIDE-FOUND
                       ELSE
                           IF WS-TT-SECONDS(WS-TIDE-IDX) >
                               WS-TS-SECONDS
                               MOVE 'X' TO WS-TIDE-FOUND
                           ELSE
                               IF WS-TIDE-IDX < WS-TIDE-TABLE-COUNT
                                   PERFORM 7312-BRACKET-TIDE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           IF WS-TIDE-FOUND NOT = 'Y'
               MOVE 'N' TO WS-TIDE-FOUND
           END-IF.

       7312-BRACKET-TIDE.
           IF WS-TT-AREA(WS-TIDE-IDX + 1) = WS-TIDE-AREA AND
               WS-TT-SECONDS(WS-TIDE-IDX + 1) > WS-TS-SECONDS
               COMPUTE WS-TIDE-INTERVAL =
                   WS-TT-SECONDS(WS-TIDE-IDX + 1) -
                   WS-TT-SECONDS(WS-TIDE-IDX)
               IF WS-TIDE-INTERVAL > WS-TIDE-MAX-INTERVAL
                   MOVE 'X' TO WS-TIDE-FOUND
               ELSE
                   COMPUTE WS-TIDE-HEIGHT ROUNDED =
                       WS-TT-HEIGHT(WS-TIDE-IDX) +
                       (WS-TT-HEIGHT(WS-TIDE-IDX + 1) -
                           WS-TT-HEIGHT(WS-TIDE-IDX)) *
                       (WS-TS-SECONDS - WS-TT-SECONDS(WS-TIDE-IDX)) /
                       WS-TIDE-INTERVAL
                   MOVE 'Y' TO WS-TIDE-FOUND
               END-IF
           END-IF.

       7320-CHECK-POSITION.
           MOVE 'N' TO WS-POS-FLAG.
           MOVE 0 TO WS-POS-LATITUDE.
           MOVE 0 TO WS-POS-LONGITUDE.
           IF SR-LATITUDE IS NUMERIC AND SR-LONGITUDE IS NUMERIC
               IF SR-LATITUDE NOT < -90 AND SR-LATITUDE NOT > 90 AND
                   SR-LONGITUDE NOT < -180 AND SR-LONGITUDE NOT > 180
                   MOVE 'P' TO WS-POS-FLAG
                   MOVE SR-LATITUDE TO WS-POS-LATITUDE
                   MOVE SR-LONGITUDE TO WS-POS-LONGITUDE
               END-IF
           END-IF.
           IF WS-POS-FLAG = 'N'
               ADD 1 TO WS-NO-POSITION-COUNT
           END-IF.

       7400-LOAD-CALIBRATION-HIST.
           MOVE 0 TO WS-CAL-TABLE-COUNT.
           OPEN INPUT CALIBRATION-HIST-FILE.
           IF WS-CAL-HIST-STATUS = '00'
               PERFORM UNTIL WS-CAL-HIST-STATUS = '10'
                   READ CALIBRATION-HIST-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 7401-STORE-CALIBRATION
                   END-READ
                   IF WS-CAL-HIST-STATUS NOT = '00' AND
                       WS-CAL-HIST-STATUS NOT = '10'
                       PERFORM 9983-ABEND-CALIBRATION-HIST
                   END-IF
               END-PERFORM
               CLOSE CALIBRATION-HIST-FILE
           ELSE
               IF WS-CAL-HIST-STATUS = '35'
                   DISPLAY 'CALIBRATION-HISTORY NOT PRESENT - '
                       'SENSOR-MASTER OFFSETS USED'
               ELSE
                   PERFORM 9983-ABEND-CALIBRATION-HIST
               END-IF
           END-IF.

       7401-STORE-CALIBRATION.
           IF WS-CAL-TABLE-COUNT NOT < WS-CAL-TABLE-MAX-SIZE
               PERFORM 9982-ABEND-CALIBRATION-TABLE
           END-IF.
           ADD 1 TO WS-CAL-TABLE-COUNT.
           MOVE FD-CH-SENSOR-ID TO WS-CT-SENSOR-ID(WS-CAL-TABLE-COUNT).
           MOVE FD-CH-EFFECTIVE-TS TO
               WS-CT-EFFECTIVE-TS(WS-CAL-TABLE-COUNT).
           MOVE FD-CH-VERSION TO WS-CT-VERSION(WS-CAL-TABLE-COUNT).
           MOVE FD-CH-OFFSET TO WS-CT-OFFSET(WS-CAL-TABLE-COUNT).

       4005-LOAD-SENSOR-STATS.
           MOVE 0 TO WS-SSTAT-TABLE-COUNT.
           OPEN INPUT SENSOR-STATS-FILE.
               END-IF
           END-IF.

       7500-BUMP-VESSEL-USAGE.
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-TABLE-COUNT
                   OR WS-UT-VESSEL-ID(WS-USAGE-IDX) = WS-USAGE-VESSEL
                   CONTINUE
           END-PERFORM.
           IF WS-USAGE-IDX > WS-USAGE-TABLE-COUNT
               IF WS-USAGE-TABLE-COUNT < WS-USAGE-TABLE-MAX-SIZE
                   ADD 1 TO WS-USAGE-TABLE-COUNT
                   MOVE WS-USAGE-VESSEL TO
                       WS-UT-VESSEL-ID(WS-USAGE-TABLE-COUNT)
                   MOVE 0 TO WS-UT-ACCEPTED(WS-USAGE-TABLE-COUNT)
                   MOVE 0 TO WS-UT-REJECTS(WS-USAGE-TABLE-COUNT)
                   MOVE 0 TO WS-UT-DUPS(WS-USAGE-TABLE-COUNT)
                   MOVE 0 TO WS-UT-SENSOR-EXC(WS-USAGE-TABLE-COUNT)
                   MOVE 0 TO WS-UT-DEPTH-EXC(WS-USAGE-TABLE-COUNT)
                   MOVE 0 TO WS-UT-UNPROCESSED(WS-USAGE-TABLE-COUNT)
                   MOVE WS-USAGE-TABLE-COUNT TO WS-USAGE-IDX
               ELSE
                   DISPLAY 'VESSEL USAGE TABLE FULL - VESSEL '
                       WS-USAGE-VESSEL ' NOT TRACKED'
                   MOVE 0 TO WS-USAGE-IDX
               END-IF
           END-IF.
           IF WS-USAGE-IDX > 0
               IF WS-USAGE-KIND = 'A'
                   ADD 1 TO WS-UT-ACCEPTED(WS-USAGE-IDX)
               END-IF
               IF WS-USAGE-KIND = 'J'
                   ADD 1 TO WS-UT-REJECTS(WS-USAGE-IDX)
               END-IF
               IF WS-USAGE-KIND = 'D'
                   ADD 1 TO WS-UT-DUPS(WS-USAGE-IDX)
               END-IF
               IF WS-USAGE-KIND = 'E'
                   ADD 1 TO WS-UT-SENSOR-EXC(WS-USAGE-IDX)
               END-IF
               IF WS-USAGE-KIND = 'X'
                   ADD 1 TO WS-UT-DEPTH-EXC(WS-USAGE-IDX)
               END-IF
               IF WS-USAGE-KIND = 'N'
                   ADD WS-UNPROCESSED-COUNT TO
                       WS-UT-UNPROCESSED(WS-USAGE-IDX)
               END-IF
           END-IF.

       4006-SAVE-SENSOR-STATS.
           IF WS-SSTAT-TABLE-COUNT > 0
               OPEN OUTPUT SENSOR-STATS-FILE
               CLOSE SENSOR-STATS-FILE
           END-IF.

       4008-POST-SENSOR-DELTA.
           MOVE WS-SS-READINGS(WS-SSTAT-IDX) TO WS-SSTAT-DELTA-READINGS.
           MOVE WS-SS-EXCEPTIONS(WS-SSTAT-IDX) TO
               WS-SSTAT-DELTA-EXCEPTIONS.
           MOVE WS-SS-REJECTS(WS-SSTAT-IDX) TO WS-SSTAT-DELTA-REJECTS.
           IF WS-SSTAT-IDX NOT > WS-SSTAT-START-COUNT
               SUBTRACT WS-SSS-READINGS(WS-SSTAT-IDX) FROM
                   WS-SSTAT-DELTA-READINGS
               SUBTRACT WS-SSS-EXCEPTIONS(WS-SSTAT-IDX) FROM
                   WS-SSTAT-DELTA-EXCEPTIONS
               SUBTRACT WS-SSS-REJECTS(WS-SSTAT-IDX) FROM
                   WS-SSTAT-DELTA-REJECTS
           END-IF.
           IF WS-SSTAT-DELTA-READINGS > 0 OR
               WS-SSTAT-DELTA-EXCEPTIONS > 0 OR
               WS-SSTAT-DELTA-REJECTS > 0
               MOVE SPACES TO FD-POSTING-RECORD
               MOVE 'S' TO FD-RP-TYPE
               MOVE WS-SS-SENSOR-ID(WS-SSTAT-IDX) TO FD-RP-KEY
               MOVE WS-SSTAT-DELTA-READINGS TO FD-RP-AMOUNT-1
               MOVE WS-SSTAT-DELTA-EXCEPTIONS TO FD-RP-AMOUNT-2
               MOVE WS-SSTAT-DELTA-REJECTS TO FD-RP-AMOUNT-3
               PERFORM 4009-WRITE-POSTING
           END-IF.

       4010-POST-VESSEL-USAGE.
           COMPUTE WS-USAGE-RECEIVED = WS-UT-ACCEPTED(WS-USAGE-IDX) +
               WS-UT-REJECTS(WS-USAGE-IDX) + WS-UT-DUPS(WS-USAGE-IDX) +
               WS-UT-SENSOR-EXC(WS-USAGE-IDX) +
               WS-UT-UNPROCESSED(WS-USAGE-IDX).
           MOVE SPACES TO FD-POSTING-RECORD.
           MOVE 'U' TO FD-RP-TYPE.
           MOVE WS-UT-VESSEL-ID(WS-USAGE-IDX) TO FD-RP-KEY.
           MOVE WS-UT-ACCEPTED(WS-USAGE-IDX) TO FD-RP-AMOUNT-1.
           MOVE WS-UT-REJECTS(WS-USAGE-IDX) TO FD-RP-AMOUNT-2.
           MOVE WS-UT-DUPS(WS-USAGE-IDX) TO FD-RP-AMOUNT-3.
           PERFORM 4009-WRITE-POSTING.
           MOVE SPACES TO FD-POSTING-RECORD.
           MOVE 'V' TO FD-RP-TYPE.
           MOVE WS-UT-VESSEL-ID(WS-USAGE-IDX) TO FD-RP-KEY.
           MOVE WS-UT-SENSOR-EXC(WS-USAGE-IDX) TO FD-RP-AMOUNT-1.
           MOVE WS-UT-DEPTH-EXC(WS-USAGE-IDX) TO FD-RP-AMOUNT-2.
           MOVE WS-USAGE-RECEIVED TO FD-RP-AMOUNT-3.
           PERFORM 4009-WRITE-POSTING.

       4009-WRITE-POSTING.
           MOVE WS-RUN-NUMBER TO FD-RP-RUN-NUMBER.
           WRITE FD-POSTING-RECORD.
           IF WS-POSTINGS-STATUS NOT = '00'
               PERFORM 9984-ABEND-RUN-POSTINGS
           END-IF.

       6000-ASSIGN-RUN-NUMBER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
                               MOVE FD-CKPT-SSTAT-TABLE TO
                                   WS-SSTAT-TABLE
                           END-IF
                           IF FD-CKPT-NO-TIDE IS NUMERIC
                               MOVE FD-CKPT-NO-TIDE TO
                                   WS-NO-TIDE-COUNT
                           END-IF
                           IF FD-CKPT-NO-POSITION IS NUMERIC
                               MOVE FD-CKPT-NO-POSITION TO
                                   WS-NO-POSITION-COUNT
                           END-IF
                           IF FD-CKPT-USAGE-COUNT IS NUMERIC
                               MOVE FD-CKPT-USAGE-COUNT TO
                                   WS-USAGE-TABLE-COUNT
                               MOVE FD-CKPT-USAGE-TABLE TO
                                   WS-USAGE-TABLE
                           END-IF
                           MOVE 'Y'               TO WS-RESTART-SWITCH
                   END-READ
                   IF WS-CKPT-STATUS NOT = '00' AND
           MOVE WS-RESUB-RUN-TABLE TO FD-CKPT-RESUB-TABLE.
           MOVE WS-SSTAT-TABLE-COUNT TO FD-CKPT-SSTAT-COUNT.
           MOVE WS-SSTAT-TABLE TO FD-CKPT-SSTAT-TABLE.
           MOVE WS-NO-TIDE-COUNT TO FD-CKPT-NO-TIDE.
           MOVE WS-NO-POSITION-COUNT TO FD-CKPT-NO-POSITION.
           MOVE WS-USAGE-TABLE-COUNT TO FD-CKPT-USAGE-COUNT.
           MOVE WS-USAGE-TABLE TO FD-CKPT-USAGE-TABLE.
           WRITE FD-CHECKPOINT-RECORD.

       3003-CLEAR-CHECKPOINT.
           END-PERFORM.

       PROCESS-ACCEPTED-READING.
           PERFORM 7310-REDUCE-TO-DATUM.
           PERFORM 7320-CHECK-POSITION.
           ADD 1 TO WS-COUNT.
           MOVE SR-VESSEL-ID TO WS-USAGE-VESSEL.
           MOVE 'A' TO WS-USAGE-KIND.
           PERFORM 7500-BUMP-VESSEL-USAGE.
           ADD 1 TO WS-VESSEL-READ-COUNT.
           COMPUTE WS-READING-DIFF =
               WS-DEPTH-VALUE - WS-WS-DATA.

       1002-CHECK-SENSOR.
           MOVE 'N' TO WS-SENSOR-OK.
           MOVE 0 TO WS-CAL-VERSION.
           IF SR-SENSOR-ID NOT = SPACES
               MOVE 'R' TO WS-SSTAT-KIND
               PERFORM 7100-BUMP-SENSOR-STAT
                           MOVE 'RETIRED SENSOR' TO WS-SNX-REASON
                       ELSE
                           MOVE 'Y' TO WS-SENSOR-OK
                           PERFORM 1004-FIND-CALIBRATION
                           IF WS-APPLIED-OFFSET NOT = 0
                               COMPUTE WS-CAL-DEPTH =
                                   WS-DEPTH-VALUE + WS-APPLIED-OFFSET
                               IF WS-CAL-DEPTH < 0
                                   MOVE 0 TO WS-CAL-DEPTH
                               END-IF
               END-IF
           END-IF.

       1004-FIND-CALIBRATION.
           MOVE FD-SM-OFFSET TO WS-APPLIED-OFFSET.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT
                   IF WS-CT-SENSOR-ID(WS-CAL-IDX) = SR-SENSOR-ID AND
                       WS-CT-EFFECTIVE-TS(WS-CAL-IDX) NOT >
                           SR-READING-TIMESTAMP
                       MOVE WS-CT-OFFSET(WS-CAL-IDX) TO
                           WS-APPLIED-OFFSET
                       MOVE WS-CT-VERSION(WS-CAL-IDX) TO
                           WS-CAL-VERSION
                   END-IF
           END-PERFORM.

       1003-COUNT-SENSOR-CAL.
           PERFORM VARYING WS-SENSOR-IDX FROM 1 BY 1
               UNTIL WS-SENSOR-IDX > WS-SENSOR-TABLE-COUNT
           MOVE SR-VESSEL-ID   TO WS-SNX-VESSEL.
           MOVE SR-SENSOR-ID   TO WS-SNX-SENSOR.
           WRITE FD-SENSOR-EXC-LINE FROM WS-SENSOR-EXC-LINE.
           MOVE SR-VESSEL-ID TO WS-USAGE-VESSEL.
           MOVE 'E' TO WS-USAGE-KIND.
           PERFORM 7500-BUMP-VESSEL-USAGE.

       2007-WRITE-EXTRACT.
           MOVE WS-DEPTH-VALUE TO WS-EXT-DEPTH.
           MOVE WS-READING-DIFF TO WS-EXT-DELTA.
           MOVE SPACES TO WS-EXT-LAT-TEXT.
           MOVE SPACES TO WS-EXT-LON-TEXT.
           IF WS-POS-FLAG = 'P'
               MOVE WS-POS-LATITUDE TO WS-EXT-LATITUDE
               MOVE WS-POS-LONGITUDE TO WS-EXT-LONGITUDE
               MOVE WS-EXT-LATITUDE TO WS-EXT-LAT-TEXT
               MOVE WS-EXT-LONGITUDE TO WS-EXT-LON-TEXT
           END-IF.
           MOVE SPACES TO FD-EXTRACT-RECORD.
           IF WS-RESUB-MODE = 'Y'
               STRING SR-VESSEL-ID '|' SR-SENSOR-ID '|'
                   SR-READING-TIMESTAMP '|' WS-EXT-DEPTH '|'
                   WS-EXT-DELTA '|' WS-EXT-INDICATOR '|'
                   WS-RAW-DEPTH '|' WS-TIDE-FLAG '|'
                   WS-EXT-LAT-TEXT '|' WS-EXT-LON-TEXT '|RS|'
                   SR-ORIG-RUN-NUMBER
                   DELIMITED BY SIZE
                   INTO FD-EXTRACT-RECORD
           ELSE
               STRING SR-VESSEL-ID '|' SR-SENSOR-ID '|'
                   SR-READING-TIMESTAMP '|' WS-EXT-DEPTH '|'
                   WS-EXT-DELTA '|' WS-EXT-INDICATOR '|'
                   WS-RAW-DEPTH '|' WS-TIDE-FLAG '|'
                   WS-EXT-LAT-TEXT '|' WS-EXT-LON-TEXT
                   DELIMITED BY SIZE
                   INTO FD-EXTRACT-RECORD
           END-IF.
           IF WS-REPO-STATUS NOT = '00'
               PERFORM 9986-ABEND-READINGS-REPO
           END-IF.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF WS-BEFORE-IMAGE-STATUS NOT = '00'
               OPEN OUTPUT BEFORE-IMAGE-FILE
               IF WS-BEFORE-IMAGE-STATUS NOT = '00'
                   PERFORM 9985-ABEND-BEFORE-IMAGE
               END-IF
           END-IF.
           MOVE 'Y' TO WS-REPO-OPEN.

       2013-STORE-REPOSITORY.
               MOVE SR-SENSOR-ID TO FD-RR-SENSOR
               MOVE WS-DEPTH-VALUE TO FD-RR-DEPTH
               MOVE WS-RUN-NUMBER TO FD-RR-RUN-NUMBER
               MOVE WS-RAW-DEPTH TO FD-RR-RAW-DEPTH
               MOVE WS-TIDE-FLAG TO FD-RR-TIDE-FLAG
               MOVE WS-CAL-VERSION TO FD-RR-CAL-VERSION
               MOVE WS-POS-LATITUDE TO FD-RR-LATITUDE
               MOVE WS-POS-LONGITUDE TO FD-RR-LONGITUDE
               MOVE WS-POS-FLAG TO FD-RR-POS-FLAG
               MOVE WS-DEPTH-EXC-FLAG TO FD-RR-DEPTH-FLAG
               WRITE FD-REPO-RECORD
                   INVALID KEY
                       PERFORM 2014-REPLACE-REPOSITORY
               END-WRITE
               IF WS-REPO-STATUS NOT = '00' AND
                   WS-REPO-STATUS NOT = '02' AND
               ADD 1 TO WS-REPO-STORED-COUNT
           END-IF.

       2014-REPLACE-REPOSITORY.
           MOVE FD-REPO-RECORD TO WS-REPO-NEW-RECORD.
           READ READINGS-REPO-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-REPO-STATUS = '00'
               MOVE SPACES TO FD-BEFORE-IMAGE-RECORD
               MOVE WS-RUN-NUMBER TO FD-BI-RUN-NUMBER
               MOVE FD-REPO-RECORD TO FD-BI-REPO-IMAGE
               WRITE FD-BEFORE-IMAGE-RECORD
               IF WS-BEFORE-IMAGE-STATUS NOT = '00'
                   PERFORM 9985-ABEND-BEFORE-IMAGE
               END-IF
               ADD 1 TO WS-BEFORE-IMAGE-COUNT
           END-IF.
           MOVE WS-REPO-NEW-RECORD TO FD-REPO-RECORD.
           REWRITE FD-REPO-RECORD
           END-REWRITE.

       2003-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           IF SONAR-READING-RECORD(1:3) NOT = 'HDR' AND
           MOVE WS-LINE-NUMBER TO WS-REJ-LINE-NO.
           MOVE WS-CURRENT-VESSEL-ID TO WS-REJ-VESSEL.
           MOVE SONAR-READING-RECORD TO WS-REJ-RAW-TEXT.
           MOVE SR-POSITION TO WS-REJ-POSITION.
           WRITE FD-REJECT-LINE FROM WS-REJECT-LINE.
           IF WS-CURRENT-VESSEL-ID NOT = SPACES
               MOVE WS-CURRENT-VESSEL-ID TO WS-USAGE-VESSEL
           ELSE
               IF SONAR-READING-RECORD(1:3) = 'HDR' OR
                   SONAR-READING-RECORD(1:3) = 'TRL'
                   MOVE WS-BATCH-VESSEL TO WS-USAGE-VESSEL
               ELSE
                   MOVE SR-VESSEL-ID TO WS-USAGE-VESSEL
               END-IF
           END-IF.
           MOVE 'J' TO WS-USAGE-KIND.
           PERFORM 7500-BUMP-VESSEL-USAGE.

       2002-WRITE-DETAIL-LINE.
           IF WS-MERGE-MODE = 'Y'
               MOVE SR-READING-TIMESTAMP TO WS-FLT-TIMESTAMP
               MOVE SR-VESSEL-ID TO WS-FLT-VESSEL
               MOVE WS-DEPTH-VALUE TO WS-FLT-DEPTH
               MOVE WS-RAW-DEPTH TO WS-FLT-RAW
               IF WS-TIDE-FLAG = 'N'
                   MOVE 'NO TIDE' TO WS-FLT-TIDE-NOTE
               ELSE
                   MOVE SPACES TO WS-FLT-TIDE-NOTE
               END-IF
               WRITE FD-REPORT-LINE FROM WS-FLEET-LINE
           ELSE
               MOVE WS-COUNT       TO WS-DTL-SEQ
               MOVE WS-DEPTH-VALUE TO WS-DTL-VALUE
               MOVE SR-VESSEL-ID   TO WS-DTL-VESSEL
               MOVE WS-RAW-DEPTH   TO WS-DTL-RAW
               IF WS-TIDE-FLAG = 'N'
                   MOVE 'NO TIDE' TO WS-DTL-TIDE-NOTE
               ELSE
                   MOVE SPACES TO WS-DTL-TIDE-NOTE
               END-IF
               WRITE FD-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

           MOVE SR-SENSOR-ID TO WS-DUP-SENSOR.
           MOVE SR-READING-TIMESTAMP TO WS-DUP-TIMESTAMP.
           WRITE FD-DUP-LISTING-LINE FROM WS-DUP-LINE.
           MOVE SR-VESSEL-ID TO WS-USAGE-VESSEL.
           MOVE 'D' TO WS-USAGE-KIND.
           PERFORM 7500-BUMP-VESSEL-USAGE.

       2010-WRITE-DUP-SUMMARY.
           PERFORM VARYING WS-VESSEL-IDX FROM 1 BY 1
           END-IF.

       CHECK-DEPTH-ENVELOPE.
           MOVE 'N' TO WS-DEPTH-EXC-FLAG.
           MOVE 0 TO WS-ENV-MAX-DEPTH.
           MOVE 0 TO WS-ENV-WARNING-DEPTH.
           IF WS-MULTI-VESSEL-MODE = 'Y'
           IF WS-ENV-MAX-DEPTH > 0 AND
               WS-DEPTH-VALUE > WS-ENV-MAX-DEPTH
               ADD 1 TO WS-CRITICAL-COUNT
               MOVE 'C' TO WS-DEPTH-EXC-FLAG
               MOVE 'CRITICAL' TO WS-DEX-SEVERITY
               PERFORM WRITE-DEPTH-EXCEPTION
           ELSE
               IF WS-ENV-WARNING-DEPTH > 0 AND
                   WS-DEPTH-VALUE > WS-ENV-WARNING-DEPTH
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'W' TO WS-DEPTH-EXC-FLAG
                   MOVE 'WARNING' TO WS-DEX-SEVERITY
                   PERFORM WRITE-DEPTH-EXCEPTION
               END-IF
                   MOVE SR-VESSEL-ID TO WS-ENV-CACHE-VESSEL
                   MOVE 0 TO WS-ENV-CACHE-MAX
                   MOVE 0 TO WS-ENV-CACHE-WARN
                   MOVE SPACES TO WS-ENV-CACHE-PORT
                   MOVE SR-VESSEL-ID TO FD-VM-VESSEL-ID
                   READ VESSEL-MASTER-FILE
                       INVALID KEY
                               MOVE FD-VM-WARNING-DEPTH TO
                                   WS-ENV-CACHE-WARN
                           END-IF
                           MOVE FD-VM-HOME-PORT TO WS-ENV-CACHE-PORT
                   END-READ
                   IF WS-VESSEL-MASTER-STATUS NOT = '00' AND
                       WS-VESSEL-MASTER-STATUS NOT = '23'
           MOVE SR-SENSOR-ID TO WS-DEX-SENSOR.
           MOVE SR-READING-TIMESTAMP TO WS-DEX-TIMESTAMP.
           MOVE WS-DEPTH-VALUE TO WS-DEX-DEPTH.
           MOVE WS-RAW-DEPTH TO WS-DEX-RAW.
           IF WS-TIDE-FLAG = 'N'
               MOVE 'NO TIDE' TO WS-DEX-TIDE-NOTE
           ELSE
               MOVE SPACES TO WS-DEX-TIDE-NOTE
           END-IF.
           WRITE FD-DEPTH-EXC-LINE FROM WS-DEPTH-EXC-LINE.
           MOVE SR-VESSEL-ID TO WS-USAGE-VESSEL.
           MOVE 'X' TO WS-USAGE-KIND.
           PERFORM 7500-BUMP-VESSEL-USAGE.

       CHECK-COVERAGE-GAP.
           MOVE 'N' TO WS-TS-VALID.
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9983-ABEND-CALIBRATION-HIST.
           DISPLAY 'CALIBRATION-HISTORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CAL-HIST-STATUS
           DISPLAY 'RUN TERMINATED - CALIBRATION-HISTORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9982-ABEND-CALIBRATION-TABLE.
           DISPLAY 'CALIBRATION-HISTORY EXCEEDS ' WS-CAL-TABLE-MAX-SIZE
               ' ENTRIES'
           DISPLAY 'RUN TERMINATED - CALIBRATION TABLE FULL'
           MOVE 16 TO RETURN-CODE
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9991-ABEND-VESSEL-MASTER.
           DISPLAY 'VESSEL-MASTER FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-VESSEL-MASTER-STATUS
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9987-ABEND-TIDE-TABLE.
           DISPLAY 'TIDE-TABLE FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-TIDE-STATUS
           DISPLAY 'RUN TERMINATED - TIDE-TABLE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9985-ABEND-BEFORE-IMAGE.
           DISPLAY 'REPO-BEFORE-IMAGES FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-BEFORE-IMAGE-STATUS
           DISPLAY 'RUN TERMINATED - REPO-BEFORE-IMAGES UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9984-ABEND-RUN-POSTINGS.
           DISPLAY 'RUN-POSTINGS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-POSTINGS-STATUS
           DISPLAY 'RUN TERMINATED - RUN-POSTINGS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           PERFORM 6001-WRITE-RUN-AUDIT
           STOP RUN.

       9988-ABEND-SENSOR-STATS.
           DISPLAY 'SENSOR-STATS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-SENSOR-STATS-STATUS
