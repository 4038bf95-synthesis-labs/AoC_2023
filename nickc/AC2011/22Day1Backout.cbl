       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT BACKOUT-CARD-FILE ASSIGN TO 'backout-card'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARD-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO 'run-audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT READINGS-REPO-FILE ASSIGN TO 'readings-repository'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO 'repo-before-images'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMAGE-STATUS.
           SELECT RUN-POSTINGS-FILE ASSIGN TO 'run-postings'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTINGS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'sonar-history'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT SENSOR-STATS-FILE ASSIGN TO 'sensor-stats'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENSOR-STATS-STATUS.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO 'backout-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKOUT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKOUT-CARD-FILE.
       01 FD-BACKOUT-CARD.
           05 FD-BC-RUN-NUMBER  PIC X(6).
           05 FILLER             PIC X(74).

       FD RUN-AUDIT-FILE.
       01 FD-AUDIT-RECORD.
           05 FD-AUD-RUN-NUMBER  PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-START-TS    PIC 9(14).
           05 FILLER             PIC X(1).
           05 FD-AUD-END-TS      PIC 9(14).
           05 FILLER             PIC X(1).
           05 FD-AUD-THRESHOLD   PIC 9(4).
           05 FILLER             PIC X(1).
           05 FD-AUD-WINDOW      PIC 9(2).
           05 FILLER             PIC X(1).
           05 FD-AUD-RESTART     PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-AUD-VESSEL-COUNT PIC 9(4).
           05 FILLER             PIC X(1).
           05 FD-AUD-INPUT       PIC X(40).
           05 FILLER             PIC X(1).
           05 FD-AUD-COUNT       PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-INCREASES   PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-REJECTS     PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-RC          PIC 9(2).
           05 FILLER             PIC X(1).
           05 FD-AUD-RECEIVED    PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-DUPS        PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-SENSOR-EXC  PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED    PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED-DATE PIC X(8).

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

       FD BEFORE-IMAGE-FILE.
       01 FD-BEFORE-IMAGE-RECORD.
           05 FD-BI-RUN-NUMBER   PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-BI-REPO-IMAGE.
               10 FD-BI-KEY        PIC X(36).
               10 FD-BI-DEPTH      PIC 9(4).
               10 FD-BI-IMAGE-RUN  PIC 9(6).
               10 FILLER           PIC X(30).

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

       FD HISTORY-FILE.
       01 FD-HISTORY-RECORD.
           05 FD-HIST-RUN-YYYY   PIC 9(4).
           05 FD-HIST-RUN-MM     PIC 9(2).
           05 FD-HIST-RUN-DD     PIC 9(2).
           05 FD-HIST-COUNT      PIC 9(4).
           05 FD-HIST-INCREASES  PIC 9(4).
           05 FD-HIST-RUN-NUMBER PIC 9(6).

       FD SENSOR-STATS-FILE.
       01 FD-SENSOR-STATS-RECORD.
           05 FD-SST-SENSOR-ID   PIC X(8).
           05 FILLER             PIC X(1).
           05 FD-SST-READINGS    PIC 9(9).
           05 FILLER             PIC X(1).
           05 FD-SST-EXCEPTIONS  PIC 9(9).
           05 FILLER             PIC X(1).
           05 FD-SST-REJECTS     PIC 9(9).

       FD BACKOUT-REPORT-FILE.
       01 FD-BACKOUT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS        PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(2) VALUE '00'.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-BEFORE-IMAGE-STATUS PIC X(2) VALUE '00'.
       01 WS-POSTINGS-STATUS    PIC X(2) VALUE '00'.
       01 WS-HIST-STATUS        PIC X(2) VALUE '00'.
       01 WS-SENSOR-STATS-STATUS PIC X(2) VALUE '00'.
       01 WS-BACKOUT-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF                PIC A(1) VALUE 'N'.
       01 WS-REPO-OPEN          PIC A(1) VALUE 'N'.
       01 WS-BACKOUT-OK         PIC A(1) VALUE 'N'.
       01 WS-REFUSAL-TEXT       PIC X(60) VALUE SPACES.

       01 WS-BACKOUT-RUN        PIC 9(6) VALUE 0.
       01 WS-BACKOUT-AUDIT-IDX  PIC 9(4) VALUE 0.
       01 WS-CHECK-RUN          PIC 9(6) VALUE 0.
       01 WS-CHECK-REVERSED     PIC A(1) VALUE 'N'.

       01 WS-AUDIT-IDX          PIC 9(4) VALUE 0.
       01 WS-AUDIT-TABLE-COUNT  PIC 9(4) VALUE 0.
       01 WS-AUDIT-TABLE-MAX-SIZE PIC 9(4) VALUE 2000.
       01 WS-AUDIT-TABLE.
           05 WS-AUDIT-ENTRY OCCURS 2000 TIMES.
               10 WS-AT-RUN-NUMBER PIC 9(6).
               10 WS-AT-REVERSED   PIC X(1).
               10 WS-AT-RECORD     PIC X(148).

       01 WS-HIST-IDX           PIC 9(4) VALUE 0.
       01 WS-HIST-FOUND         PIC A(1) VALUE 'N'.
       01 WS-HIST-CHANGED       PIC A(1) VALUE 'N'.
       01 WS-HIST-TABLE-COUNT   PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE-MAX-SIZE PIC 9(4) VALUE 2000.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES.
               10 WS-HT-DATE       PIC X(8).
               10 WS-HT-COUNT      PIC 9(4).
               10 WS-HT-INCREASES  PIC 9(4).
               10 WS-HT-RUN-NUMBER PIC X(6).
               10 WS-HT-REMOVED    PIC A(1).

       01 WS-SSTAT-IDX          PIC 9(4) VALUE 0.
       01 WS-SSTAT-CHANGED      PIC A(1) VALUE 'N'.
       01 WS-SSTAT-TABLE-COUNT  PIC 9(4) VALUE 0.
       01 WS-SSTAT-TABLE-MAX-SIZE PIC 9(4) VALUE 500.
       01 WS-SSTAT-TABLE.
           05 WS-SSTAT-ENTRY OCCURS 500 TIMES.
               10 WS-SS-SENSOR-ID  PIC X(8).
               10 WS-SS-READINGS   PIC 9(9).
               10 WS-SS-EXCEPTIONS PIC 9(9).
               10 WS-SS-REJECTS    PIC 9(9).

       01 WS-DELETED-COUNT      PIC 9(6) VALUE 0.
       01 WS-RESTORED-COUNT     PIC 9(6) VALUE 0.
       01 WS-NOT-RESTORED-COUNT PIC 9(6) VALUE 0.
       01 WS-HIST-REMOVED-COUNT PIC 9(6) VALUE 0.
       01 WS-HIST-ADJUSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-SENSOR-ADJ-COUNT   PIC 9(6) VALUE 0.
       01 WS-POSTING-COUNT      PIC 9(6) VALUE 0.
       01 WS-SENSOR-POSTING-COUNT PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'RUN BACKOUT REPORT'.
       01 WS-PAGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-YYYY       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-DD         PIC 9(2).
           05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-PAGE-HEADER-3.
           05 FILLER            PIC X(20) VALUE 'RUN BEING REVERSED: '.
           05 WS-HDR-RUN-NO     PIC 9(6).
           05 FILLER            PIC X(54) VALUE SPACES.
       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-MESSAGE-LINE       PIC X(80) VALUE SPACES.

       01 WS-READING-LINE.
           05 WS-RDL-ACTION     PIC X(13).
           05 WS-RDL-VESSEL     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RDL-SENSOR     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-RDL-TIMESTAMP  PIC X(20).
           05 FILLER            PIC X(7) VALUE ' DEPTH '.
           05 WS-RDL-DEPTH      PIC ZZZ9.
           05 FILLER            PIC X(5) VALUE ' RUN '.
           05 WS-RDL-RUN-NO     PIC 9(6).
           05 FILLER            PIC X(7) VALUE SPACES.

       01 WS-HISTORY-LINE.
           05 FILLER            PIC X(12) VALUE 'HISTORY RUN '.
           05 WS-HSL-RUN-NO     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 WS-HSL-ACTION     PIC X(8).
           05 FILLER            PIC X(8) VALUE ' COUNT -'.
           05 WS-HSL-COUNT      PIC ZZZZZZZZ9.
           05 FILLER            PIC X(6) VALUE ' INC -'.
           05 WS-HSL-INCREASES  PIC ZZZZZZZZ9.
           05 FILLER            PIC X(21) VALUE SPACES.

       01 WS-SENSOR-LINE.
           05 FILLER            PIC X(7) VALUE 'SENSOR '.
           05 WS-SNL-SENSOR-ID  PIC X(8).
           05 FILLER            PIC X(11) VALUE ' READINGS -'.
           05 WS-SNL-READINGS   PIC ZZZZZZZZ9.
           05 FILLER            PIC X(6) VALUE ' EXC -'.
           05 WS-SNL-EXCEPTIONS PIC ZZZZZZZZ9.
           05 FILLER            PIC X(6) VALUE ' REJ -'.
           05 WS-SNL-REJECTS    PIC ZZZZZZZZ9.
           05 FILLER            PIC X(15) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TOT-LABEL      PIC X(22).
           05 WS-TOT-VALUE      PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           IF WS-BACKOUT-REPORT-STATUS NOT = '00'
               PERFORM 9992-ABEND-BACKOUT-REPORT
           END-IF.
           WRITE FD-BACKOUT-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-BACKOUT-LINE FROM WS-PAGE-HEADER-2.
           PERFORM 1000-READ-BACKOUT-CARD.
           PERFORM 1100-LOAD-RUN-AUDIT.
           PERFORM 1200-VALIDATE-RUN.
           IF WS-BACKOUT-OK = 'N'
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING 'BACKOUT REFUSED - ' WS-REFUSAL-TEXT
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               WRITE FD-BACKOUT-LINE FROM WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BACKOUT-RUN TO WS-HDR-RUN-NO
               WRITE FD-BACKOUT-LINE FROM WS-PAGE-HEADER-3
               WRITE FD-BACKOUT-LINE FROM WS-BLANK-LINE
               PERFORM 2000-REMOVE-RUN-READINGS
               PERFORM 2100-RESTORE-BEFORE-IMAGES
               IF WS-REPO-OPEN = 'Y'
                   CLOSE READINGS-REPO-FILE
               END-IF
               WRITE FD-BACKOUT-LINE FROM WS-BLANK-LINE
               PERFORM 3000-LOAD-HISTORY
               PERFORM 3100-LOAD-SENSOR-STATS
               PERFORM 3200-APPLY-POSTINGS
               PERFORM 3300-SAVE-HISTORY
               PERFORM 3400-SAVE-SENSOR-STATS
               PERFORM 4000-MARK-RUN-REVERSED
               PERFORM 5000-WRITE-TOTALS
               IF WS-NOT-RESTORED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE BACKOUT-REPORT-FILE.
           DISPLAY "RUN REVERSED - " WS-BACKOUT-RUN
           DISPLAY "READINGS DELETED - " WS-DELETED-COUNT
           DISPLAY "READINGS RESTORED - " WS-RESTORED-COUNT
           DISPLAY "READINGS NOT RESTORED - " WS-NOT-RESTORED-COUNT
           DISPLAY "HISTORY RECORDS REMOVED - " WS-HIST-REMOVED-COUNT
           DISPLAY "HISTORY RECORDS ADJUSTED - " WS-HIST-ADJUSTED-COUNT
           DISPLAY "SENSOR STATS ADJUSTED - " WS-SENSOR-ADJ-COUNT
           STOP RUN.

       1000-READ-BACKOUT-CARD.
           MOVE SPACES TO FD-BACKOUT-CARD.
           OPEN INPUT BACKOUT-CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               PERFORM 9997-ABEND-BACKOUT-CARD
           END-IF.
           READ BACKOUT-CARD-FILE
               AT END MOVE SPACES TO FD-BACKOUT-CARD
           END-READ.
           IF WS-CARD-STATUS NOT = '00' AND WS-CARD-STATUS NOT = '10'
               PERFORM 9997-ABEND-BACKOUT-CARD
           END-IF.
           IF FD-BC-RUN-NUMBER IS NUMERIC
               MOVE FD-BC-RUN-NUMBER TO WS-BACKOUT-RUN
           ELSE
               MOVE 0 TO WS-BACKOUT-RUN
           END-IF.
           CLOSE BACKOUT-CARD-FILE.

       1100-LOAD-RUN-AUDIT.
           MOVE 0 TO WS-AUDIT-TABLE-COUNT.
           OPEN INPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL WS-AUDIT-STATUS = '10'
                   READ RUN-AUDIT-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 1101-STORE-AUDIT-RECORD
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

       1101-STORE-AUDIT-RECORD.
           IF WS-AUDIT-TABLE-COUNT < WS-AUDIT-TABLE-MAX-SIZE
               ADD 1 TO WS-AUDIT-TABLE-COUNT
               MOVE FD-AUDIT-RECORD TO
                   WS-AT-RECORD(WS-AUDIT-TABLE-COUNT)
               IF FD-AUD-RUN-NUMBER IS NUMERIC
                   MOVE FD-AUD-RUN-NUMBER TO
                       WS-AT-RUN-NUMBER(WS-AUDIT-TABLE-COUNT)
               ELSE
                   MOVE 0 TO WS-AT-RUN-NUMBER(WS-AUDIT-TABLE-COUNT)
               END-IF
               MOVE FD-AUD-REVERSED TO
                   WS-AT-REVERSED(WS-AUDIT-TABLE-COUNT)
           ELSE
               DISPLAY 'RUN-AUDIT TABLE FULL AT RUN ' FD-AUD-RUN-NUMBER
                   ' - AUDIT REWRITE WOULD TRUNCATE THE FILE'
               PERFORM 9993-ABEND-RUN-AUDIT
           END-IF.

       1200-VALIDATE-RUN.
           MOVE 'N' TO WS-BACKOUT-OK.
           MOVE 0 TO WS-BACKOUT-AUDIT-IDX.
           IF WS-BACKOUT-RUN = 0
               MOVE 'NO VALID RUN NUMBER ON BACKOUT-CARD' TO
                   WS-REFUSAL-TEXT
           ELSE
               PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-IDX > WS-AUDIT-TABLE-COUNT
                       IF WS-AT-RUN-NUMBER(WS-AUDIT-IDX) =
                           WS-BACKOUT-RUN
                           MOVE WS-AUDIT-IDX TO WS-BACKOUT-AUDIT-IDX
                       END-IF
               END-PERFORM
               IF WS-BACKOUT-AUDIT-IDX = 0
                   MOVE 'RUN NOT ON RUN-AUDIT' TO WS-REFUSAL-TEXT
               ELSE
                   IF WS-AT-REVERSED(WS-BACKOUT-AUDIT-IDX) = 'R'
                       MOVE 'RUN ALREADY REVERSED' TO WS-REFUSAL-TEXT
                   ELSE
                       MOVE 'Y' TO WS-BACKOUT-OK
                   END-IF
               END-IF
           END-IF.

       1201-CHECK-RUN-REVERSED.
           MOVE 'N' TO WS-CHECK-REVERSED.
           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
               UNTIL WS-AUDIT-IDX > WS-AUDIT-TABLE-COUNT
                   IF WS-AT-RUN-NUMBER(WS-AUDIT-IDX) = WS-CHECK-RUN AND
                       WS-AT-REVERSED(WS-AUDIT-IDX) = 'R'
                       MOVE 'Y' TO WS-CHECK-REVERSED
                   END-IF
           END-PERFORM.

       2000-REMOVE-RUN-READINGS.
           OPEN I-O READINGS-REPO-FILE.
           IF WS-REPO-STATUS = '35'
               MOVE 'READINGS-REPOSITORY NOT PRESENT - NOTHING REMOVED'
                   TO WS-MESSAGE-LINE
               WRITE FD-BACKOUT-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-REPO-STATUS NOT = '00'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
               MOVE 'Y' TO WS-REPO-OPEN
               MOVE 'N' TO WS-EOF
               MOVE LOW-VALUES TO FD-RR-KEY
               START READINGS-REPO-FILE KEY NOT < FD-RR-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ READINGS-REPO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FD-RR-RUN-NUMBER = WS-BACKOUT-RUN
                               PERFORM 2001-DELETE-ONE-READING
                           END-IF
                   END-READ
                   IF WS-REPO-STATUS NOT = '00' AND
                       WS-REPO-STATUS NOT = '02' AND
                       WS-REPO-STATUS NOT = '10'
                       PERFORM 9986-ABEND-READINGS-REPO
                   END-IF
               END-PERFORM
           END-IF.

       2001-DELETE-ONE-READING.
           MOVE 'DELETED      ' TO WS-RDL-ACTION.
           MOVE FD-RR-VESSEL TO WS-RDL-VESSEL.
           MOVE FD-RR-SENSOR TO WS-RDL-SENSOR.
           MOVE FD-RR-TIMESTAMP TO WS-RDL-TIMESTAMP.
           MOVE FD-RR-DEPTH TO WS-RDL-DEPTH.
           MOVE FD-RR-RUN-NUMBER TO WS-RDL-RUN-NO.
           DELETE READINGS-REPO-FILE RECORD
               INVALID KEY
                   PERFORM 9986-ABEND-READINGS-REPO
           END-DELETE.
           WRITE FD-BACKOUT-LINE FROM WS-READING-LINE.
           ADD 1 TO WS-DELETED-COUNT.

       2100-RESTORE-BEFORE-IMAGES.
           IF WS-REPO-OPEN = 'Y'
               MOVE 'N' TO WS-EOF
               OPEN INPUT BEFORE-IMAGE-FILE
               IF WS-BEFORE-IMAGE-STATUS NOT = '00'
                   IF WS-BEFORE-IMAGE-STATUS NOT = '35'
                       PERFORM 9985-ABEND-BEFORE-IMAGE
                   END-IF
               ELSE
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ BEFORE-IMAGE-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF FD-BI-RUN-NUMBER = WS-BACKOUT-RUN
                                   PERFORM 2101-RESTORE-ONE-IMAGE
                               END-IF
                       END-READ
                       IF WS-BEFORE-IMAGE-STATUS NOT = '00' AND
                           WS-BEFORE-IMAGE-STATUS NOT = '10'
                           PERFORM 9985-ABEND-BEFORE-IMAGE
                       END-IF
                   END-PERFORM
                   CLOSE BEFORE-IMAGE-FILE
               END-IF
           END-IF.

       2101-RESTORE-ONE-IMAGE.
           MOVE FD-BI-REPO-IMAGE TO FD-REPO-RECORD.
           IF FD-RR-RUN-NUMBER NOT = WS-BACKOUT-RUN
               MOVE FD-RR-VESSEL TO WS-RDL-VESSEL
               MOVE FD-RR-SENSOR TO WS-RDL-SENSOR
               MOVE FD-RR-TIMESTAMP TO WS-RDL-TIMESTAMP
               MOVE FD-RR-DEPTH TO WS-RDL-DEPTH
               MOVE FD-RR-RUN-NUMBER TO WS-RDL-RUN-NO
               MOVE FD-RR-RUN-NUMBER TO WS-CHECK-RUN
               PERFORM 1201-CHECK-RUN-REVERSED
               IF WS-CHECK-REVERSED = 'Y'
                   MOVE 'NOT RESTORED ' TO WS-RDL-ACTION
                   ADD 1 TO WS-NOT-RESTORED-COUNT
               ELSE
                   WRITE FD-REPO-RECORD
                       INVALID KEY
                           MOVE 'NOT RESTORED ' TO WS-RDL-ACTION
                           ADD 1 TO WS-NOT-RESTORED-COUNT
                       NOT INVALID KEY
                           MOVE 'RESTORED     ' TO WS-RDL-ACTION
                           ADD 1 TO WS-RESTORED-COUNT
                   END-WRITE
                   IF WS-REPO-STATUS NOT = '00' AND
                       WS-REPO-STATUS NOT = '02' AND
                       WS-REPO-STATUS NOT = '22'
                       PERFORM 9986-ABEND-READINGS-REPO
                   END-IF
               END-IF
               WRITE FD-BACKOUT-LINE FROM WS-READING-LINE
           END-IF.

       3000-LOAD-HISTORY.
           MOVE 0 TO WS-HIST-TABLE-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-HIST-STATUS = '10'
                   READ HISTORY-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 3001-STORE-HISTORY-ENTRY
                   END-READ
                   IF WS-HIST-STATUS NOT = '00' AND
                       WS-HIST-STATUS NOT = '10'
                       PERFORM 9996-ABEND-HISTORY
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HIST-STATUS NOT = '35'
                   PERFORM 9996-ABEND-HISTORY
               END-IF
           END-IF.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-TABLE-COUNT
                   IF WS-HT-RUN-NUMBER(WS-HIST-IDX) IS NUMERIC
                       IF FUNCTION NUMVAL
                           (WS-HT-RUN-NUMBER(WS-HIST-IDX)) =
                           WS-BACKOUT-RUN
                           PERFORM 3002-REMOVE-HISTORY-ENTRY
                       END-IF
                   END-IF
           END-PERFORM.

       3001-STORE-HISTORY-ENTRY.
           IF WS-HIST-TABLE-COUNT < WS-HIST-TABLE-MAX-SIZE
               ADD 1 TO WS-HIST-TABLE-COUNT
               MOVE FD-HISTORY-RECORD(1:8) TO
                   WS-HT-DATE(WS-HIST-TABLE-COUNT)
               IF FD-HIST-COUNT IS NUMERIC
                   MOVE FD-HIST-COUNT TO
                       WS-HT-COUNT(WS-HIST-TABLE-COUNT)
               ELSE
                   MOVE 0 TO WS-HT-COUNT(WS-HIST-TABLE-COUNT)
               END-IF
               IF FD-HIST-INCREASES IS NUMERIC
                   MOVE FD-HIST-INCREASES TO
                       WS-HT-INCREASES(WS-HIST-TABLE-COUNT)
               ELSE
                   MOVE 0 TO WS-HT-INCREASES(WS-HIST-TABLE-COUNT)
               END-IF
               MOVE FD-HIST-RUN-NUMBER TO
                   WS-HT-RUN-NUMBER(WS-HIST-TABLE-COUNT)
               MOVE 'N' TO WS-HT-REMOVED(WS-HIST-TABLE-COUNT)
           ELSE
               DISPLAY 'HISTORY TABLE FULL AT RUN ' FD-HIST-RUN-NUMBER
                   ' - HISTORY REWRITE WOULD TRUNCATE THE FILE'
               PERFORM 9996-ABEND-HISTORY
           END-IF.

       3002-REMOVE-HISTORY-ENTRY.
           MOVE 'Y' TO WS-HT-REMOVED(WS-HIST-IDX).
           MOVE 'Y' TO WS-HIST-CHANGED.
           ADD 1 TO WS-HIST-REMOVED-COUNT.
           MOVE WS-HT-RUN-NUMBER(WS-HIST-IDX) TO WS-HSL-RUN-NO.
           MOVE 'REMOVED ' TO WS-HSL-ACTION.
           MOVE WS-HT-COUNT(WS-HIST-IDX) TO WS-HSL-COUNT.
           MOVE WS-HT-INCREASES(WS-HIST-IDX) TO WS-HSL-INCREASES.
           WRITE FD-BACKOUT-LINE FROM WS-HISTORY-LINE.

       3100-LOAD-SENSOR-STATS.
           MOVE 0 TO WS-SSTAT-TABLE-COUNT.
           OPEN INPUT SENSOR-STATS-FILE.
           IF WS-SENSOR-STATS-STATUS = '00'
               PERFORM UNTIL WS-SENSOR-STATS-STATUS = '10'
                   READ SENSOR-STATS-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 3101-STORE-SENSOR-STAT
                   END-READ
                   IF WS-SENSOR-STATS-STATUS NOT = '00' AND
                       WS-SENSOR-STATS-STATUS NOT = '10'
                       PERFORM 9988-ABEND-SENSOR-STATS
                   END-IF
               END-PERFORM
               CLOSE SENSOR-STATS-FILE
           ELSE
               IF WS-SENSOR-STATS-STATUS NOT = '35'
                   PERFORM 9988-ABEND-SENSOR-STATS
               END-IF
           END-IF.

       3101-STORE-SENSOR-STAT.
           IF WS-SSTAT-TABLE-COUNT < WS-SSTAT-TABLE-MAX-SIZE
               ADD 1 TO WS-SSTAT-TABLE-COUNT
               MOVE FD-SST-SENSOR-ID TO
                   WS-SS-SENSOR-ID(WS-SSTAT-TABLE-COUNT)
               IF FD-SST-READINGS IS NUMERIC
                   MOVE FD-SST-READINGS TO
                       WS-SS-READINGS(WS-SSTAT-TABLE-COUNT)
               ELSE
                   MOVE 0 TO WS-SS-READINGS(WS-SSTAT-TABLE-COUNT)
               END-IF
               IF FD-SST-EXCEPTIONS IS NUMERIC
                   MOVE FD-SST-EXCEPTIONS TO
                       WS-SS-EXCEPTIONS(WS-SSTAT-TABLE-COUNT)
               ELSE
                   MOVE 0 TO WS-SS-EXCEPTIONS(WS-SSTAT-TABLE-COUNT)
               END-IF
               IF FD-SST-REJECTS IS NUMERIC
                   MOVE FD-SST-REJECTS TO
                       WS-SS-REJECTS(WS-SSTAT-TABLE-COUNT)
               ELSE
                   MOVE 0 TO WS-SS-REJECTS(WS-SSTAT-TABLE-COUNT)
               END-IF
           ELSE
               DISPLAY 'SENSOR STATS TABLE FULL AT SENSOR '
                   FD-SST-SENSOR-ID
                   ' - SENSOR-STATS REWRITE WOULD TRUNCATE THE FILE'
               PERFORM 9988-ABEND-SENSOR-STATS
           END-IF.

       3200-APPLY-POSTINGS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RUN-POSTINGS-FILE.
           IF WS-POSTINGS-STATUS NOT = '00'
               IF WS-POSTINGS-STATUS NOT = '35'
                   PERFORM 9984-ABEND-RUN-POSTINGS
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-POSTINGS-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF FD-RP-RUN-NUMBER = WS-BACKOUT-RUN
                               PERFORM 3201-APPLY-ONE-POSTING
                           END-IF
                   END-READ
                   IF WS-POSTINGS-STATUS NOT = '00' AND
                       WS-POSTINGS-STATUS NOT = '10'
                       PERFORM 9984-ABEND-RUN-POSTINGS
                   END-IF
               END-PERFORM
               CLOSE RUN-POSTINGS-FILE
           END-IF.
           IF WS-SENSOR-POSTING-COUNT = 0
               MOVE 'NO SENSOR-STATS POSTINGS FOR RUN - STATS UNCHANGED'
                   TO WS-MESSAGE-LINE
               WRITE FD-BACKOUT-LINE FROM WS-MESSAGE-LINE
           END-IF.

       3201-APPLY-ONE-POSTING.
           ADD 1 TO WS-POSTING-COUNT.
           IF FD-RP-TYPE = 'H' AND FD-RP-KEY(1:6) IS NUMERIC
               IF FD-RP-KEY(1:6) NOT = WS-BACKOUT-RUN
                   PERFORM 3202-BACK-OUT-HISTORY-POSTING
               END-IF
           END-IF.
           IF FD-RP-TYPE = 'S'
               ADD 1 TO WS-SENSOR-POSTING-COUNT
               PERFORM 3203-BACK-OUT-SENSOR-POSTING
           END-IF.

       3202-BACK-OUT-HISTORY-POSTING.
           MOVE 'N' TO WS-HIST-FOUND.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-TABLE-COUNT
                   IF WS-HT-RUN-NUMBER(WS-HIST-IDX) =
                       FD-RP-KEY(1:6) AND
                       WS-HT-REMOVED(WS-HIST-IDX) = 'N'
                       IF FD-RP-AMOUNT-1 > WS-HT-COUNT(WS-HIST-IDX)
                           MOVE 0 TO WS-HT-COUNT(WS-HIST-IDX)
                       ELSE
                           SUBTRACT FD-RP-AMOUNT-1 FROM
                               WS-HT-COUNT(WS-HIST-IDX)
                       END-IF
                       IF FD-RP-AMOUNT-2 > WS-HT-INCREASES(WS-HIST-IDX)
                           MOVE 0 TO WS-HT-INCREASES(WS-HIST-IDX)
                       ELSE
                           SUBTRACT FD-RP-AMOUNT-2 FROM
                               WS-HT-INCREASES(WS-HIST-IDX)
                       END-IF
                       MOVE 'Y' TO WS-HIST-FOUND
                   END-IF
           END-PERFORM.
           MOVE FD-RP-KEY(1:6) TO WS-HSL-RUN-NO.
           MOVE FD-RP-AMOUNT-1 TO WS-HSL-COUNT.
           MOVE FD-RP-AMOUNT-2 TO WS-HSL-INCREASES.
           IF WS-HIST-FOUND = 'Y'
               MOVE 'ADJUSTED' TO WS-HSL-ACTION
               MOVE 'Y' TO WS-HIST-CHANGED
               ADD 1 TO WS-HIST-ADJUSTED-COUNT
           ELSE
               MOVE 'NOT HELD' TO WS-HSL-ACTION
           END-IF.
           WRITE FD-BACKOUT-LINE FROM WS-HISTORY-LINE.

       3203-BACK-OUT-SENSOR-POSTING.
           PERFORM VARYING WS-SSTAT-IDX FROM 1 BY 1
               UNTIL WS-SSTAT-IDX > WS-SSTAT-TABLE-COUNT
                   OR WS-SS-SENSOR-ID(WS-SSTAT-IDX) = FD-RP-KEY
                   CONTINUE
           END-PERFORM.
           MOVE FD-RP-KEY TO WS-SNL-SENSOR-ID.
           MOVE FD-RP-AMOUNT-1 TO WS-SNL-READINGS.
           MOVE FD-RP-AMOUNT-2 TO WS-SNL-EXCEPTIONS.
           MOVE FD-RP-AMOUNT-3 TO WS-SNL-REJECTS.
           IF WS-SSTAT-IDX > WS-SSTAT-TABLE-COUNT
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING 'SENSOR ' FD-RP-KEY
                   ' NOT ON SENSOR-STATS - POSTING NOT REVERSED'
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               WRITE FD-BACKOUT-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF FD-RP-AMOUNT-1 > WS-SS-READINGS(WS-SSTAT-IDX)
                   MOVE 0 TO WS-SS-READINGS(WS-SSTAT-IDX)
               ELSE
                   SUBTRACT FD-RP-AMOUNT-1 FROM
                       WS-SS-READINGS(WS-SSTAT-IDX)
               END-IF
               IF FD-RP-AMOUNT-2 > WS-SS-EXCEPTIONS(WS-SSTAT-IDX)
                   MOVE 0 TO WS-SS-EXCEPTIONS(WS-SSTAT-IDX)
               ELSE
                   SUBTRACT FD-RP-AMOUNT-2 FROM
                       WS-SS-EXCEPTIONS(WS-SSTAT-IDX)
               END-IF
               IF FD-RP-AMOUNT-3 > WS-SS-REJECTS(WS-SSTAT-IDX)
                   MOVE 0 TO WS-SS-REJECTS(WS-SSTAT-IDX)
               ELSE
                   SUBTRACT FD-RP-AMOUNT-3 FROM
                       WS-SS-REJECTS(WS-SSTAT-IDX)
               END-IF
               MOVE 'Y' TO WS-SSTAT-CHANGED
               ADD 1 TO WS-SENSOR-ADJ-COUNT
               WRITE FD-BACKOUT-LINE FROM WS-SENSOR-LINE
           END-IF.

       3300-SAVE-HISTORY.
           IF WS-HIST-CHANGED = 'Y'
               OPEN OUTPUT HISTORY-FILE
               IF WS-HIST-STATUS NOT = '00'
                   PERFORM 9996-ABEND-HISTORY
               END-IF
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-TABLE-COUNT
                       IF WS-HT-REMOVED(WS-HIST-IDX) = 'N'
                           MOVE WS-HT-DATE(WS-HIST-IDX) TO
                               FD-HISTORY-RECORD(1:8)
                           MOVE WS-HT-COUNT(WS-HIST-IDX) TO
                               FD-HIST-COUNT
                           MOVE WS-HT-INCREASES(WS-HIST-IDX) TO
                               FD-HIST-INCREASES
                           MOVE WS-HT-RUN-NUMBER(WS-HIST-IDX) TO
                               FD-HIST-RUN-NUMBER
                           WRITE FD-HISTORY-RECORD
                       END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       3400-SAVE-SENSOR-STATS.
           IF WS-SSTAT-CHANGED = 'Y'
               OPEN OUTPUT SENSOR-STATS-FILE
               IF WS-SENSOR-STATS-STATUS NOT = '00'
                   PERFORM 9988-ABEND-SENSOR-STATS
               END-IF
               PERFORM VARYING WS-SSTAT-IDX FROM 1 BY 1
                   UNTIL WS-SSTAT-IDX > WS-SSTAT-TABLE-COUNT
                       MOVE SPACES TO FD-SENSOR-STATS-RECORD
                       MOVE WS-SS-SENSOR-ID(WS-SSTAT-IDX) TO
                           FD-SST-SENSOR-ID
                       MOVE WS-SS-READINGS(WS-SSTAT-IDX) TO
                           FD-SST-READINGS
                       MOVE WS-SS-EXCEPTIONS(WS-SSTAT-IDX) TO
                           FD-SST-EXCEPTIONS
                       MOVE WS-SS-REJECTS(WS-SSTAT-IDX) TO
                           FD-SST-REJECTS
                       WRITE FD-SENSOR-STATS-RECORD
               END-PERFORM
               CLOSE SENSOR-STATS-FILE
           END-IF.

       4000-MARK-RUN-REVERSED.
           OPEN OUTPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9993-ABEND-RUN-AUDIT
           END-IF.
           PERFORM VARYING WS-AUDIT-IDX FROM 1 BY 1
               UNTIL WS-AUDIT-IDX > WS-AUDIT-TABLE-COUNT
                   MOVE WS-AT-RECORD(WS-AUDIT-IDX) TO FD-AUDIT-RECORD
                   IF WS-AUDIT-IDX = WS-BACKOUT-AUDIT-IDX
                       MOVE 'R' TO FD-AUD-REVERSED
                       MOVE WS-RUN-DATE TO FD-AUD-REVERSED-DATE
                   END-IF
                   WRITE FD-AUDIT-RECORD
           END-PERFORM.
           CLOSE RUN-AUDIT-FILE.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING 'RUN-AUDIT - RUN ' WS-BACKOUT-RUN
               ' MARKED REVERSED ON ' WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-MESSAGE-LINE.
           WRITE FD-BACKOUT-LINE FROM WS-BLANK-LINE.
           WRITE FD-BACKOUT-LINE FROM WS-MESSAGE-LINE.

       5000-WRITE-TOTALS.
           WRITE FD-BACKOUT-LINE FROM WS-BLANK-LINE.
           MOVE 'READINGS DELETED    - ' TO WS-TOT-LABEL.
           MOVE WS-DELETED-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.
           MOVE 'READINGS RESTORED   - ' TO WS-TOT-LABEL.
           MOVE WS-RESTORED-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.
           MOVE 'NOT RESTORED        - ' TO WS-TOT-LABEL.
           MOVE WS-NOT-RESTORED-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY REMOVED     - ' TO WS-TOT-LABEL.
           MOVE WS-HIST-REMOVED-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY ADJUSTED    - ' TO WS-TOT-LABEL.
           MOVE WS-HIST-ADJUSTED-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SENSOR STATS ADJ    - ' TO WS-TOT-LABEL.
           MOVE WS-SENSOR-ADJ-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.
           MOVE 'POSTINGS REVERSED   - ' TO WS-TOT-LABEL.
           MOVE WS-POSTING-COUNT TO WS-TOT-VALUE.
           WRITE FD-BACKOUT-LINE FROM WS-TOTAL-LINE.

       9993-ABEND-RUN-AUDIT.
           DISPLAY 'RUN-AUDIT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-AUDIT-STATUS
           DISPLAY 'RUN TERMINATED - RUN-AUDIT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-BACKOUT-CARD.
           DISPLAY 'BACKOUT-CARD FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CARD-STATUS
           DISPLAY 'RUN TERMINATED - BACKOUT-CARD UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9986-ABEND-READINGS-REPO.
           DISPLAY 'READINGS-REPOSITORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-REPO-STATUS
           DISPLAY 'RUN TERMINATED - READINGS-REPOSITORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9985-ABEND-BEFORE-IMAGE.
           DISPLAY 'REPO-BEFORE-IMAGES FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-BEFORE-IMAGE-STATUS
           DISPLAY 'RUN TERMINATED - REPO-BEFORE-IMAGES UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9984-ABEND-RUN-POSTINGS.
           DISPLAY 'RUN-POSTINGS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-POSTINGS-STATUS
           DISPLAY 'RUN TERMINATED - RUN-POSTINGS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-HISTORY.
           DISPLAY 'SONAR-HISTORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-HIST-STATUS
           DISPLAY 'RUN TERMINATED - SONAR-HISTORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9988-ABEND-SENSOR-STATS.
           DISPLAY 'SENSOR-STATS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-SENSOR-STATS-STATUS
           DISPLAY 'RUN TERMINATED - SENSOR-STATS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9992-ABEND-BACKOUT-REPORT.
           DISPLAY 'BACKOUT-REPORT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-BACKOUT-REPORT-STATUS
           DISPLAY 'RUN TERMINATED - BACKOUT-REPORT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
