       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIMPCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CALIBRATION-CARD-FILE ASSIGN TO 'calibration-card'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-CARD-STATUS.
           SELECT CALIBRATION-HIST-FILE ASSIGN TO 'calibration-history'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CH-KEY
           FILE STATUS IS WS-CAL-HIST-STATUS.
           SELECT READINGS-REPO-FILE ASSIGN TO 'readings-repository'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.
           SELECT IMPACT-REPORT-FILE ASSIGN TO 'calibration-impact'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMPACT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALIBRATION-CARD-FILE.
       01 FD-CAL-CARD.
           05 FD-CC-SENSOR      PIC X(8).
           05 FILLER             PIC X(1).
           05 FD-CC-VERSION     PIC X(4).

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

       FD IMPACT-REPORT-FILE.
       01 FD-IMPACT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAL-CARD-STATUS    PIC X(2) VALUE '00'.
       01 WS-CAL-HIST-STATUS    PIC X(2) VALUE '00'.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-IMPACT-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-CARD-EOF           PIC A(1) VALUE 'N'.
       01 WS-HIST-EOF           PIC A(1) VALUE 'N'.
       01 WS-REPO-EOF           PIC A(1) VALUE 'N'.
       01 WS-REPO-PRESENT       PIC A(1) VALUE 'Y'.
       01 WS-CARD-COUNT         PIC 9(4) VALUE 0.
       01 WS-CARD-REJECTED      PIC 9(4) VALUE 0.
       01 WS-REJECT-REASON      PIC X(40) VALUE SPACES.

       01 WS-SEL-SENSOR         PIC X(8) VALUE SPACES.
       01 WS-SEL-VERSION        PIC 9(4) VALUE 0.
       01 WS-CHANGE-FOUND       PIC A(1) VALUE 'N'.
       01 WS-CHANGE-TS          PIC X(20) VALUE SPACES.
       01 WS-CHANGE-OFFSET      PIC S9(3) VALUE 0.
       01 WS-PREV-FOUND         PIC A(1) VALUE 'N'.
       01 WS-PREV-VERSION       PIC 9(4) VALUE 0.
       01 WS-PREV-OFFSET        PIC S9(3) VALUE 0.
       01 WS-NEXT-FOUND         PIC A(1) VALUE 'N'.
       01 WS-NEXT-VERSION       PIC 9(4) VALUE 0.
       01 WS-NEXT-TS            PIC X(20) VALUE SPACES.
       01 WS-CORRECTION         PIC S9(4) VALUE 0.
       01 WS-READING-VERSION    PIC 9(4) VALUE 0.

       01 WS-BEFORE-COUNT       PIC 9(9) VALUE 0.
       01 WS-BEFORE-THIS-VER    PIC 9(9) VALUE 0.
       01 WS-FROM-COUNT         PIC 9(9) VALUE 0.
       01 WS-FROM-THIS-VER      PIC 9(9) VALUE 0.
       01 WS-FROM-OTHER-VER     PIC 9(9) VALUE 0.
       01 WS-AFTER-COUNT        PIC 9(9) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'CALIBRATION CHANGE IMPACT REPORT'.
       01 WS-PAGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-YYYY       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-DD         PIC 9(2).
           05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-MESSAGE-LINE       PIC X(80) VALUE SPACES.

       01 WS-CHANGE-LINE.
           05 FILLER            PIC X(7) VALUE 'SENSOR '.
           05 WS-CHG-SENSOR     PIC X(8).
           05 FILLER            PIC X(9) VALUE ' VERSION '.
           05 WS-CHG-VERSION    PIC X(4).
           05 FILLER            PIC X(11) VALUE ' EFFECTIVE '.
           05 WS-CHG-TS         PIC X(20).
           05 FILLER            PIC X(8) VALUE ' OFFSET '.
           05 WS-CHG-OFFSET     PIC +999.
           05 FILLER            PIC X(9) VALUE SPACES.
       01 WS-PREVIOUS-LINE.
           05 FILLER            PIC X(19) VALUE
               '  PREVIOUS VERSION '.
           05 WS-PRV-VERSION    PIC 9(4).
           05 FILLER            PIC X(8) VALUE ' OFFSET '.
           05 WS-PRV-OFFSET     PIC +999.
           05 FILLER            PIC X(25) VALUE
               '  CORRECTION PER READING '.
           05 WS-PRV-CORRECTION PIC +9999.
           05 FILLER            PIC X(15) VALUE SPACES.
       01 WS-SUPERSEDED-LINE.
           05 FILLER            PIC X(24) VALUE
               '  SUPERSEDED BY VERSION '.
           05 WS-SUP-VERSION    PIC 9(4).
           05 FILLER            PIC X(4) VALUE ' AT '.
           05 WS-SUP-TS         PIC X(20).
           05 FILLER            PIC X(28) VALUE SPACES.

       01 WS-COUNT-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CNT-LABEL      PIC X(34).
           05 FILLER            PIC X(2) VALUE '- '.
           05 WS-CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER            PIC X(33) VALUE SPACES.

       01 WS-REJECT-LINE.
           05 FILLER            PIC X(6) VALUE 'CARD  '.
           05 WS-REJ-CARD       PIC X(13).
           05 FILLER            PIC X(11) VALUE ' REJECTED -'.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-REJ-REASON     PIC X(40).
           05 FILLER            PIC X(9) VALUE SPACES.

       01 WS-TOTAL-LINE-1.
           05 FILLER            PIC X(22) VALUE
               'CARDS READ          - '.
           05 WS-TOT-CARDS      PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-TOTAL-LINE-2.
           05 FILLER            PIC X(22) VALUE
               'CARDS REJECTED      - '.
           05 WS-TOT-REJECTED   PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CALIBRATION-HIST-FILE.
           IF WS-CAL-HIST-STATUS = '35'
               DISPLAY 'CALIBRATION-HISTORY NOT PRESENT - '
                   'NOTHING TO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CAL-HIST-STATUS NOT = '00'
               PERFORM 9983-ABEND-CALIBRATION-HIST
           END-IF.
           OPEN INPUT READINGS-REPO-FILE.
           IF WS-REPO-STATUS = '35'
               MOVE 'N' TO WS-REPO-PRESENT
           ELSE
               IF WS-REPO-STATUS NOT = '00'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
           END-IF.
           OPEN INPUT CALIBRATION-CARD-FILE.
           IF WS-CAL-CARD-STATUS NOT = '00'
               PERFORM 9985-ABEND-CALIBRATION-CARD
           END-IF.
           OPEN OUTPUT IMPACT-REPORT-FILE.
           IF WS-IMPACT-REPORT-STATUS NOT = '00'
               PERFORM 9984-ABEND-IMPACT-REPORT
           END-IF.
           WRITE FD-IMPACT-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-IMPACT-LINE FROM WS-PAGE-HEADER-2.
           WRITE FD-IMPACT-LINE FROM WS-BLANK-LINE.
           IF WS-REPO-PRESENT = 'N'
               MOVE 'READINGS-REPOSITORY NOT PRESENT - NOTHING COUNTED'
                   TO WS-MESSAGE-LINE
               WRITE FD-IMPACT-LINE FROM WS-MESSAGE-LINE
               WRITE FD-IMPACT-LINE FROM WS-BLANK-LINE
           END-IF.
           PERFORM UNTIL WS-CARD-EOF = 'Y'
               READ CALIBRATION-CARD-FILE
                   AT END MOVE 'Y' TO WS-CARD-EOF
                   NOT AT END
                       PERFORM 1000-PROCESS-ONE-CARD
               END-READ
               IF WS-CAL-CARD-STATUS NOT = '00' AND
                   WS-CAL-CARD-STATUS NOT = '10'
                   PERFORM 9985-ABEND-CALIBRATION-CARD
               END-IF
           END-PERFORM.
           MOVE WS-CARD-COUNT TO WS-TOT-CARDS.
           WRITE FD-IMPACT-LINE FROM WS-TOTAL-LINE-1.
           MOVE WS-CARD-REJECTED TO WS-TOT-REJECTED.
           WRITE FD-IMPACT-LINE FROM WS-TOTAL-LINE-2.
           CLOSE CALIBRATION-CARD-FILE.
           CLOSE IMPACT-REPORT-FILE.
           CLOSE CALIBRATION-HIST-FILE.
           IF WS-REPO-PRESENT = 'Y'
               CLOSE READINGS-REPO-FILE
           END-IF.
           DISPLAY "CALIBRATION CARDS READ - " WS-CARD-COUNT
           DISPLAY "CALIBRATION CARDS REJECTED - " WS-CARD-REJECTED
           IF WS-CARD-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-PROCESS-ONE-CARD.
           IF FD-CAL-CARD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               IF FD-CC-SENSOR = SPACES
                   MOVE 'SENSOR MISSING' TO WS-REJECT-REASON
               ELSE
               IF FD-CC-VERSION NOT NUMERIC
                   MOVE 'VERSION NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   MOVE FD-CC-SENSOR TO WS-SEL-SENSOR
                   MOVE FD-CC-VERSION TO WS-SEL-VERSION
                   PERFORM 1001-FIND-CHANGE
                   IF WS-CHANGE-FOUND = 'N'
                       MOVE 'CALIBRATION VERSION NOT ON HISTORY' TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2000-COUNT-READINGS
                   PERFORM 3000-WRITE-CHANGE-RESULT
               ELSE
                   ADD 1 TO WS-CARD-REJECTED
                   MOVE FD-CAL-CARD TO WS-REJ-CARD
                   MOVE WS-REJECT-REASON TO WS-REJ-REASON
                   WRITE FD-IMPACT-LINE FROM WS-REJECT-LINE
                   WRITE FD-IMPACT-LINE FROM WS-BLANK-LINE
               END-IF
           END-IF.

       1001-FIND-CHANGE.
           MOVE 'N' TO WS-CHANGE-FOUND.
           MOVE 'N' TO WS-PREV-FOUND.
           MOVE 'N' TO WS-NEXT-FOUND.
           MOVE 'N' TO WS-HIST-EOF.
           MOVE WS-SEL-SENSOR TO FD-CH-SENSOR-ID.
           MOVE LOW-VALUES TO FD-CH-EFFECTIVE-TS.
           START CALIBRATION-HIST-FILE KEY NOT < FD-CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START.
           IF WS-CAL-HIST-STATUS NOT = '00' AND
               WS-CAL-HIST-STATUS NOT = '23'
               PERFORM 9983-ABEND-CALIBRATION-HIST
           END-IF.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ CALIBRATION-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF FD-CH-SENSOR-ID NOT = WS-SEL-SENSOR
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           PERFORM 1002-CHECK-ONE-ENTRY
                       END-IF
               END-READ
               IF WS-CAL-HIST-STATUS NOT = '00' AND
                   WS-CAL-HIST-STATUS NOT = '10'
                   PERFORM 9983-ABEND-CALIBRATION-HIST
               END-IF
           END-PERFORM.

       1002-CHECK-ONE-ENTRY.
           IF WS-CHANGE-FOUND = 'Y'
               MOVE 'Y' TO WS-NEXT-FOUND
               MOVE FD-CH-VERSION TO WS-NEXT-VERSION
               MOVE FD-CH-EFFECTIVE-TS TO WS-NEXT-TS
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               IF FD-CH-VERSION = WS-SEL-VERSION
                   MOVE 'Y' TO WS-CHANGE-FOUND
                   MOVE FD-CH-EFFECTIVE-TS TO WS-CHANGE-TS
                   MOVE FD-CH-OFFSET TO WS-CHANGE-OFFSET
               ELSE
                   MOVE 'Y' TO WS-PREV-FOUND
                   MOVE FD-CH-VERSION TO WS-PREV-VERSION
                   MOVE FD-CH-OFFSET TO WS-PREV-OFFSET
               END-IF
           END-IF.

       2000-COUNT-READINGS.
           MOVE 0 TO WS-BEFORE-COUNT.
           MOVE 0 TO WS-BEFORE-THIS-VER.
           MOVE 0 TO WS-FROM-COUNT.
           MOVE 0 TO WS-FROM-THIS-VER.
           MOVE 0 TO WS-FROM-OTHER-VER.
           MOVE 0 TO WS-AFTER-COUNT.
           IF WS-REPO-PRESENT = 'Y'
               MOVE 'N' TO WS-REPO-EOF
               MOVE LOW-VALUES TO FD-RR-KEY
               START READINGS-REPO-FILE KEY NOT < FD-RR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-REPO-EOF
               END-START
               PERFORM UNTIL WS-REPO-EOF = 'Y'
                   READ READINGS-REPO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-REPO-EOF
                       NOT AT END
                           IF FD-RR-SENSOR = WS-SEL-SENSOR
                               PERFORM 2001-COUNT-ONE-READING
                           END-IF
                   END-READ
                   IF WS-REPO-STATUS NOT = '00' AND
                       WS-REPO-STATUS NOT = '02' AND
                       WS-REPO-STATUS NOT = '10'
                       PERFORM 9986-ABEND-READINGS-REPO
                   END-IF
               END-PERFORM
           END-IF.

       2001-COUNT-ONE-READING.
           IF FD-RR-CAL-VERSION IS NUMERIC
               MOVE FD-RR-CAL-VERSION TO WS-READING-VERSION
           ELSE
               MOVE 0 TO WS-READING-VERSION
           END-IF.
           IF FD-RR-TIMESTAMP < WS-CHANGE-TS
               ADD 1 TO WS-BEFORE-COUNT
               IF WS-READING-VERSION = WS-SEL-VERSION
                   ADD 1 TO WS-BEFORE-THIS-VER
               END-IF
           ELSE
               IF WS-NEXT-FOUND = 'Y' AND
                   FD-RR-TIMESTAMP NOT < WS-NEXT-TS
                   ADD 1 TO WS-AFTER-COUNT
               ELSE
                   ADD 1 TO WS-FROM-COUNT
                   IF WS-READING-VERSION = WS-SEL-VERSION
                       ADD 1 TO WS-FROM-THIS-VER
                   ELSE
                       ADD 1 TO WS-FROM-OTHER-VER
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-CHANGE-RESULT.
           MOVE WS-SEL-SENSOR TO WS-CHG-SENSOR.
           MOVE FD-CC-VERSION TO WS-CHG-VERSION.
           MOVE WS-CHANGE-TS TO WS-CHG-TS.
           MOVE WS-CHANGE-OFFSET TO WS-CHG-OFFSET.
           WRITE FD-IMPACT-LINE FROM WS-CHANGE-LINE.
           IF WS-PREV-FOUND = 'Y'
               COMPUTE WS-CORRECTION = WS-CHANGE-OFFSET - WS-PREV-OFFSET
               MOVE WS-PREV-VERSION TO WS-PRV-VERSION
               MOVE WS-PREV-OFFSET TO WS-PRV-OFFSET
               MOVE WS-CORRECTION TO WS-PRV-CORRECTION
               WRITE FD-IMPACT-LINE FROM WS-PREVIOUS-LINE
           ELSE
               MOVE '  FIRST CALIBRATION - NO PREVIOUS VERSION' TO
                   WS-MESSAGE-LINE
               WRITE FD-IMPACT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-NEXT-FOUND = 'Y'
               MOVE WS-NEXT-VERSION TO WS-SUP-VERSION
               MOVE WS-NEXT-TS TO WS-SUP-TS
               WRITE FD-IMPACT-LINE FROM WS-SUPERSEDED-LINE
           ELSE
               MOVE '  STILL IN FORCE - NOT SUPERSEDED' TO
                   WS-MESSAGE-LINE
               WRITE FD-IMPACT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           MOVE 'READINGS BEFORE CHANGE' TO WS-CNT-LABEL.
           MOVE WS-BEFORE-COUNT TO WS-CNT-VALUE.
           WRITE FD-IMPACT-LINE FROM WS-COUNT-LINE.
           MOVE '  STORED UNDER THIS VERSION' TO WS-CNT-LABEL.
           MOVE WS-BEFORE-THIS-VER TO WS-CNT-VALUE.
           WRITE FD-IMPACT-LINE FROM WS-COUNT-LINE.
           MOVE 'READINGS FROM CHANGE' TO WS-CNT-LABEL.
           MOVE WS-FROM-COUNT TO WS-CNT-VALUE.
           WRITE FD-IMPACT-LINE FROM WS-COUNT-LINE.
           MOVE '  STORED UNDER THIS VERSION' TO WS-CNT-LABEL.
           MOVE WS-FROM-THIS-VER TO WS-CNT-VALUE.
           WRITE FD-IMPACT-LINE FROM WS-COUNT-LINE.
           MOVE '  STORED UNDER ANOTHER VERSION' TO WS-CNT-LABEL.
           MOVE WS-FROM-OTHER-VER TO WS-CNT-VALUE.
           WRITE FD-IMPACT-LINE FROM WS-COUNT-LINE.
           MOVE 'READINGS AFTER SUPERSEDED' TO WS-CNT-LABEL.
           MOVE WS-AFTER-COUNT TO WS-CNT-VALUE.
           WRITE FD-IMPACT-LINE FROM WS-COUNT-LINE.
           IF WS-FROM-OTHER-VER > 0 OR WS-BEFORE-THIS-VER > 0
               MOVE '  BACK-CORRECTION REVIEW REQUIRED' TO
                   WS-MESSAGE-LINE
           ELSE
               MOVE '  NO BACK-CORRECTION REQUIRED' TO WS-MESSAGE-LINE
           END-IF.
           WRITE FD-IMPACT-LINE FROM WS-MESSAGE-LINE.
           WRITE FD-IMPACT-LINE FROM WS-BLANK-LINE.

       9986-ABEND-READINGS-REPO.
           DISPLAY 'READINGS-REPOSITORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-REPO-STATUS
           DISPLAY 'RUN TERMINATED - READINGS-REPOSITORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9985-ABEND-CALIBRATION-CARD.
           DISPLAY 'CALIBRATION-CARD FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CAL-CARD-STATUS
           DISPLAY 'RUN TERMINATED - CALIBRATION-CARD UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9984-ABEND-IMPACT-REPORT.
           DISPLAY 'CALIBRATION-IMPACT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-IMPACT-REPORT-STATUS
           DISPLAY 'RUN TERMINATED - CALIBRATION-IMPACT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9983-ABEND-CALIBRATION-HIST.
           DISPLAY 'CALIBRATION-HISTORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CAL-HIST-STATUS
           DISPLAY 'RUN TERMINATED - CALIBRATION-HISTORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
