       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHPURGE.

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
           SELECT RUN-AUDIT-FILE ASSIGN TO 'run-audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'sonar-history'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT RUN-POSTINGS-FILE ASSIGN TO 'run-postings'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTINGS-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO 'repo-before-images'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMAGE-STATUS.
           SELECT PURGE-WORK-FILE ASSIGN TO 'purge-work'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
           SELECT REPO-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-REPO-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPO-ARCHIVE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-HIST-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-ARCHIVE-STATUS.
           SELECT POSTINGS-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-POST-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POST-ARCHIVE-STATUS.
           SELECT IMAGE-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-IMAGE-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMAGE-ARCHIVE-STATUS.
           SELECT MONTHLY-SUMMARY-FILE ASSIGN TO 'monthly-summary'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO 'purge-report'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PURGE-REPORT-STATUS.

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

       FD RUN-AUDIT-FILE.
       01 FD-AUDIT-RECORD.
           05 FD-AUD-RUN-NUMBER  PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-START-TS.
               10 FD-AUD-START-DATE PIC 9(8).
               10 FD-AUD-START-TIME PIC 9(6).
           05 FILLER             PIC X(127).

       FD HISTORY-FILE.
       01 FD-HISTORY-RECORD.
           05 FD-HIST-RUN-DATE.
               10 FD-HIST-RUN-YYYY PIC 9(4).
               10 FD-HIST-RUN-MM   PIC 9(2).
               10 FD-HIST-RUN-DD   PIC 9(2).
           05 FD-HIST-COUNT      PIC 9(4).
           05 FD-HIST-INCREASES  PIC 9(4).
           05 FD-HIST-RUN-NUMBER PIC 9(6).

       FD RUN-POSTINGS-FILE.
       01 FD-POSTING-RECORD.
           05 FD-RP-RUN-NUMBER   PIC 9(6).
           05 FILLER             PIC X(41).

       FD BEFORE-IMAGE-FILE.
       01 FD-BEFORE-IMAGE-RECORD.
           05 FD-BI-RUN-NUMBER   PIC 9(6).
           05 FILLER             PIC X(77).

       FD PURGE-WORK-FILE.
       01 FD-WORK-AUDIT-RECORD  PIC X(148).
       01 FD-WORK-HIST-RECORD   PIC X(22).
       01 FD-WORK-POSTING-RECORD PIC X(47).
       01 FD-WORK-IMAGE-RECORD  PIC X(83).

       FD REPO-ARCHIVE-FILE.
       01 FD-REPO-ARCHIVE-RECORD PIC X(76).

       FD AUDIT-ARCHIVE-FILE.
       01 FD-AUDIT-ARCHIVE-RECORD PIC X(148).

       FD HISTORY-ARCHIVE-FILE.
       01 FD-HIST-ARCHIVE-RECORD PIC X(22).

       FD POSTINGS-ARCHIVE-FILE.
       01 FD-POST-ARCHIVE-RECORD PIC X(47).

       FD IMAGE-ARCHIVE-FILE.
       01 FD-IMAGE-ARCHIVE-RECORD PIC X(83).

       FD MONTHLY-SUMMARY-FILE.
       01 FD-SUMMARY-RECORD.
           05 FD-MS-MONTH        PIC X(7).
           05 FILLER             PIC X(1).
           05 FD-MS-VESSEL       PIC X(8).
           05 FILLER             PIC X(1).
           05 FD-MS-SENSOR       PIC X(8).
           05 FILLER             PIC X(1).
           05 FD-MS-COUNT        PIC 9(9).
           05 FILLER             PIC X(1).
           05 FD-MS-MIN-DEPTH    PIC 9(4).
           05 FILLER             PIC X(1).
           05 FD-MS-MAX-DEPTH    PIC 9(4).
           05 FILLER             PIC X(1).
           05 FD-MS-MEAN-DEPTH   PIC 9(4).
           05 FILLER             PIC X(1).
           05 FD-MS-TOTAL-DEPTH  PIC 9(12).
           05 FILLER             PIC X(1).
           05 FD-MS-FIRST-RUN    PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-MS-LAST-RUN     PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-MS-PURGE-DATE   PIC 9(8).

       FD PURGE-REPORT-FILE.
       01 FD-PURGE-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC X(2) VALUE '00'.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(2) VALUE '00'.
       01 WS-HIST-STATUS        PIC X(2) VALUE '00'.
       01 WS-POSTINGS-STATUS    PIC X(2) VALUE '00'.
       01 WS-BEFORE-IMAGE-STATUS PIC X(2) VALUE '00'.
       01 WS-WORK-STATUS        PIC X(2) VALUE '00'.
       01 WS-REPO-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-HIST-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-POST-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-IMAGE-ARCHIVE-STATUS PIC X(2) VALUE '00'.
       01 WS-SUMMARY-STATUS     PIC X(2) VALUE '00'.
       01 WS-PURGE-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-EOF                PIC A(1) VALUE 'N'.
       01 WS-OUT-OF-BALANCE     PIC A(1) VALUE 'N'.
       01 WS-RETAINED-WARNING   PIC A(1) VALUE 'N'.
       01 WS-CTL-NUMERIC-VALUE  PIC 9(9) VALUE 0.

       01 WS-REPO-ARCHIVE-NAME  PIC X(40) VALUE SPACES.
       01 WS-AUDIT-ARCHIVE-NAME PIC X(40) VALUE SPACES.
       01 WS-HIST-ARCHIVE-NAME  PIC X(40) VALUE SPACES.
       01 WS-POST-ARCHIVE-NAME  PIC X(40) VALUE SPACES.
       01 WS-IMAGE-ARCHIVE-NAME PIC X(40) VALUE SPACES.

       01 WS-RETAIN-REPO-DAYS   PIC 9(5) VALUE 365.
       01 WS-RETAIN-AUDIT-DAYS  PIC 9(5) VALUE 365.
       01 WS-RETAIN-HIST-DAYS   PIC 9(5) VALUE 365.
       01 WS-RETAINED-LIMIT     PIC 9(4) VALUE 500.
       01 WS-RETAIN-DAYS        PIC 9(5) VALUE 0.
       01 WS-TODAY-INT          PIC 9(7) VALUE 0.
       01 WS-CUTOFF-INT         PIC S9(7) VALUE 0.
       01 WS-CUTOFF-DATE.
           05 WS-CUT-YYYY       PIC 9(4).
           05 WS-CUT-MM         PIC 9(2).
           05 WS-CUT-DD         PIC 9(2).
       01 WS-CUTOFF-DATE-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).
       01 WS-REPO-CUTOFF        PIC 9(8) VALUE 0.
       01 WS-REPO-CUTOFF-TEXT   PIC X(10) VALUE SPACES.
       01 WS-AUDIT-CUTOFF       PIC 9(8) VALUE 0.
       01 WS-HIST-CUTOFF        PIC 9(8) VALUE 0.

       01 WS-REPO-BEFORE        PIC 9(9) VALUE 0.
       01 WS-REPO-ARCHIVED      PIC 9(9) VALUE 0.
       01 WS-REPO-RETAINED      PIC 9(9) VALUE 0.
       01 WS-SUMMARY-WRITTEN    PIC 9(9) VALUE 0.
       01 WS-AUDIT-BEFORE       PIC 9(9) VALUE 0.
       01 WS-AUDIT-ARCHIVED     PIC 9(9) VALUE 0.
       01 WS-AUDIT-RETAINED     PIC 9(9) VALUE 0.
       01 WS-AUDIT-ORDINAL      PIC 9(9) VALUE 0.
       01 WS-HIST-BEFORE        PIC 9(9) VALUE 0.
       01 WS-HIST-ARCHIVED      PIC 9(9) VALUE 0.
       01 WS-HIST-RETAINED      PIC 9(9) VALUE 0.
       01 WS-POST-BEFORE        PIC 9(9) VALUE 0.
       01 WS-POST-ARCHIVED      PIC 9(9) VALUE 0.
       01 WS-POST-RETAINED      PIC 9(9) VALUE 0.
       01 WS-IMAGE-BEFORE       PIC 9(9) VALUE 0.
       01 WS-IMAGE-ARCHIVED     PIC 9(9) VALUE 0.
       01 WS-IMAGE-RETAINED     PIC 9(9) VALUE 0.
       01 WS-COPY-BACK-COUNT    PIC 9(9) VALUE 0.
       01 WS-BALANCE-SUM        PIC 9(9) VALUE 0.

       01 WS-SUM-MONTH          PIC X(7) VALUE SPACES.
       01 WS-SUM-DEPTH          PIC 9(4) VALUE 0.
       01 WS-SUM-IDX            PIC 9(4) VALUE 0.
       01 WS-SUM-TABLE-COUNT    PIC 9(4) VALUE 0.
       01 WS-SUM-TABLE-MAX-SIZE PIC 9(4) VALUE 2000.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 2000 TIMES.
               10 WS-SM-VESSEL     PIC X(8).
               10 WS-SM-SENSOR     PIC X(8).
               10 WS-SM-COUNT      PIC 9(9).
               10 WS-SM-MIN-DEPTH  PIC 9(4).
               10 WS-SM-MAX-DEPTH  PIC 9(4).
               10 WS-SM-TOTAL-DEPTH PIC 9(12).
               10 WS-SM-FIRST-RUN  PIC 9(6).
               10 WS-SM-LAST-RUN   PIC 9(6).

       01 WS-SEEK-RUN           PIC 9(6) VALUE 0.
       01 WS-RUN-FOUND          PIC A(1) VALUE 'N'.
       01 WS-ARCHIVE-AUDIT      PIC A(1) VALUE 'N'.
       01 WS-ARC-RUN-FULL       PIC A(1) VALUE 'N'.
       01 WS-ARC-RUN-IDX        PIC 9(4) VALUE 0.
       01 WS-ARC-RUN-COUNT      PIC 9(4) VALUE 0.
       01 WS-ARC-RUN-MAX-SIZE   PIC 9(4) VALUE 2000.
       01 WS-ARC-RUN-TABLE.
           05 WS-ARC-RUN        PIC 9(6) OCCURS 2000 TIMES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'MONTH-END RETENTION AND PURGE REPORT'.
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

       01 WS-FILE-HEADER-LINE.
           05 WS-FHL-FILE       PIC X(20).
           05 FILLER            PIC X(8) VALUE ' CUTOFF '.
           05 WS-FHL-CUTOFF     PIC X(10).
           05 FILLER            PIC X(10) VALUE ' ARCHIVE '.
           05 WS-FHL-ARCHIVE    PIC X(32).

       01 WS-COUNT-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CNT-LABEL      PIC X(20).
           05 FILLER            PIC X(2) VALUE '- '.
           05 WS-CNT-VALUE      PIC ZZZZZZZZ9.
           05 FILLER            PIC X(47) VALUE SPACES.

       01 WS-CHECK-LINE.
           05 WS-CHK-RESULT     PIC X(17).
           05 WS-CHK-LABEL      PIC X(29).
           05 FILLER            PIC X(5) VALUE ' EXP '.
           05 WS-CHK-EXPECTED   PIC ZZZZZZZZ9.
           05 FILLER            PIC X(5) VALUE ' ACT '.
           05 WS-CHK-ACTUAL     PIC ZZZZZZZZ9.
           05 FILLER            PIC X(6) VALUE SPACES.

       01 WS-WARNING-LINE.
           05 FILLER            PIC X(21) VALUE
               '  WARNING - RETAINED '.
           05 WS-WRN-COUNT      PIC ZZZZZZZZ9.
           05 FILLER            PIC X(9) VALUE ' EXCEEDS '.
           05 WS-WRN-LIMIT      PIC ZZZ9.
           05 FILLER            PIC X(37) VALUE
               ' - REPORT TABLES WILL OVERFLOW'.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM 1000-LOAD-CONTROL-CARD.
           PERFORM 1100-SET-CUTOFFS.
           OPEN OUTPUT PURGE-REPORT-FILE.
           IF WS-PURGE-REPORT-STATUS NOT = '00'
               PERFORM 9992-ABEND-PURGE-REPORT
           END-IF.
           WRITE FD-PURGE-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-PURGE-LINE FROM WS-PAGE-HEADER-2.
           WRITE FD-PURGE-LINE FROM WS-BLANK-LINE.
           PERFORM 2000-PURGE-REPOSITORY.
           WRITE FD-PURGE-LINE FROM WS-BLANK-LINE.
           PERFORM 3000-PURGE-RUN-AUDIT.
           WRITE FD-PURGE-LINE FROM WS-BLANK-LINE.
           PERFORM 3100-PURGE-RUN-POSTINGS.
           WRITE FD-PURGE-LINE FROM WS-BLANK-LINE.
           PERFORM 3200-PURGE-BEFORE-IMAGES.
           WRITE FD-PURGE-LINE FROM WS-BLANK-LINE.
           PERFORM 4000-PURGE-HISTORY.
           WRITE FD-PURGE-LINE FROM WS-BLANK-LINE.
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE 'RESULT - OUT OF BALANCE - RESTORE FROM ARCHIVES'
                   TO WS-MESSAGE-LINE
           ELSE
               MOVE 'RESULT - ALL FILES BALANCED' TO WS-MESSAGE-LINE
           END-IF.
           WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE.
           CLOSE PURGE-REPORT-FILE.
           DISPLAY "READINGS ARCHIVED - " WS-REPO-ARCHIVED
           DISPLAY "READINGS RETAINED - " WS-REPO-RETAINED
           DISPLAY "SUMMARY RECORDS WRITTEN - " WS-SUMMARY-WRITTEN
           DISPLAY "AUDIT RECORDS ARCHIVED - " WS-AUDIT-ARCHIVED
           DISPLAY "AUDIT RECORDS RETAINED - " WS-AUDIT-RETAINED
           DISPLAY "POSTINGS ARCHIVED - " WS-POST-ARCHIVED
           DISPLAY "POSTINGS RETAINED - " WS-POST-RETAINED
           DISPLAY "BEFORE-IMAGES ARCHIVED - " WS-IMAGE-ARCHIVED
           DISPLAY "BEFORE-IMAGES RETAINED - " WS-IMAGE-RETAINED
           DISPLAY "HISTORY RECORDS ARCHIVED - " WS-HIST-ARCHIVED
           DISPLAY "HISTORY RECORDS RETAINED - " WS-HIST-RETAINED
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY "PURGE IS OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RETAINED-WARNING = 'Y'
                   DISPLAY "RETAINED COUNT EXCEEDS " WS-RETAINED-LIMIT
                       " - SHORTEN RETENTION PERIOD"
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           IF FD-CTL-KEYWORD = 'RETREPO' OR
               FD-CTL-KEYWORD = 'RETAUDIT' OR
               FD-CTL-KEYWORD = 'RETHIST'
               IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   COMPUTE WS-CTL-NUMERIC-VALUE =
                       FUNCTION NUMVAL(FD-CTL-VALUE)
                   IF WS-CTL-NUMERIC-VALUE > 0 AND
                       WS-CTL-NUMERIC-VALUE < 100000
                       IF FD-CTL-KEYWORD = 'RETREPO'
                           MOVE WS-CTL-NUMERIC-VALUE TO
                               WS-RETAIN-REPO-DAYS
                       END-IF
                       IF FD-CTL-KEYWORD = 'RETAUDIT'
                           MOVE WS-CTL-NUMERIC-VALUE TO
                               WS-RETAIN-AUDIT-DAYS
                       END-IF
                       IF FD-CTL-KEYWORD = 'RETHIST'
                           MOVE WS-CTL-NUMERIC-VALUE TO
                               WS-RETAIN-HIST-DAYS
                       END-IF
                   ELSE
                       DISPLAY 'RETENTION PERIOD OUT OF RANGE - '
                           'KEYWORD ' FD-CTL-KEYWORD ' VALUE '
                           FD-CTL-VALUE ' IGNORED'
                   END-IF
               ELSE
                   DISPLAY 'CONTROL CARD VALUE NOT NUMERIC - KEYWORD '
                       FD-CTL-KEYWORD ' VALUE ' FD-CTL-VALUE
                       ' IGNORED'
               END-IF
           END-IF.

       1100-SET-CUTOFFS.
           MOVE WS-RETAIN-REPO-DAYS TO WS-RETAIN-DAYS.
           PERFORM 1101-CUTOFF-FOR-PERIOD.
           MOVE WS-CUTOFF-DATE-NUM TO WS-REPO-CUTOFF.
           MOVE SPACES TO WS-REPO-CUTOFF-TEXT.
           STRING WS-CUT-YYYY '-' WS-CUT-MM '-' WS-CUT-DD
               DELIMITED BY SIZE
               INTO WS-REPO-CUTOFF-TEXT.
           MOVE WS-RETAIN-AUDIT-DAYS TO WS-RETAIN-DAYS.
           PERFORM 1101-CUTOFF-FOR-PERIOD.
           MOVE WS-CUTOFF-DATE-NUM TO WS-AUDIT-CUTOFF.
           MOVE WS-RETAIN-HIST-DAYS TO WS-RETAIN-DAYS.
           PERFORM 1101-CUTOFF-FOR-PERIOD.
           MOVE WS-CUTOFF-DATE-NUM TO WS-HIST-CUTOFF.
           MOVE SPACES TO WS-REPO-ARCHIVE-NAME.
           STRING 'readings-archive-' WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-REPO-ARCHIVE-NAME.
           MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME.
           STRING 'run-audit-archive-' WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-AUDIT-ARCHIVE-NAME.
           MOVE SPACES TO WS-HIST-ARCHIVE-NAME.
           STRING 'sonar-history-archive-' WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-HIST-ARCHIVE-NAME.
           MOVE SPACES TO WS-POST-ARCHIVE-NAME.
           STRING 'run-postings-archive-' WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-POST-ARCHIVE-NAME.
           MOVE SPACES TO WS-IMAGE-ARCHIVE-NAME.
           STRING 'before-images-archive-' WS-RUN-DATE
               DELIMITED BY SIZE
               INTO WS-IMAGE-ARCHIVE-NAME.

       1101-CUTOFF-FOR-PERIOD.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS.
           IF WS-CUTOFF-INT < 1
               MOVE 1 TO WS-CUTOFF-INT
           END-IF.
           COMPUTE WS-CUTOFF-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE 1 TO WS-CUT-DD.

       2000-PURGE-REPOSITORY.
           MOVE 'READINGS-REPOSITORY' TO WS-FHL-FILE.
           MOVE WS-REPO-CUTOFF-TEXT TO WS-FHL-CUTOFF.
           MOVE WS-REPO-ARCHIVE-NAME TO WS-FHL-ARCHIVE.
           WRITE FD-PURGE-LINE FROM WS-FILE-HEADER-LINE.
           OPEN I-O READINGS-REPO-FILE.
           IF WS-REPO-STATUS = '35'
               MOVE '  READINGS-REPOSITORY NOT PRESENT - NOTHING PURGED'
                   TO WS-MESSAGE-LINE
               WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-REPO-STATUS NOT = '00'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
               OPEN EXTEND REPO-ARCHIVE-FILE
               IF WS-REPO-ARCHIVE-STATUS NOT = '00'
                   OPEN OUTPUT REPO-ARCHIVE-FILE
                   IF WS-REPO-ARCHIVE-STATUS NOT = '00'
                       PERFORM 9985-ABEND-REPO-ARCHIVE
                   END-IF
               END-IF
               OPEN EXTEND MONTHLY-SUMMARY-FILE
               IF WS-SUMMARY-STATUS NOT = '00'
                   OPEN OUTPUT MONTHLY-SUMMARY-FILE
                   IF WS-SUMMARY-STATUS NOT = '00'
                       PERFORM 9984-ABEND-MONTHLY-SUMMARY
                   END-IF
               END-IF
               MOVE SPACES TO WS-SUM-MONTH
               MOVE 0 TO WS-SUM-TABLE-COUNT
               PERFORM 2010-START-REPOSITORY
               PERFORM UNTIL WS-EOF = 'Y'
                   READ READINGS-REPO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REPO-BEFORE
                           IF FD-RR-TIMESTAMP(1:10) <
                               WS-REPO-CUTOFF-TEXT
                               PERFORM 2001-ARCHIVE-ONE-READING
                           END-IF
                   END-READ
                   IF WS-REPO-STATUS NOT = '00' AND
                       WS-REPO-STATUS NOT = '02' AND
                       WS-REPO-STATUS NOT = '10'
                       PERFORM 9986-ABEND-READINGS-REPO
                   END-IF
               END-PERFORM
               PERFORM 2003-FLUSH-SUMMARY
               CLOSE MONTHLY-SUMMARY-FILE
               CLOSE REPO-ARCHIVE-FILE
               PERFORM 2010-START-REPOSITORY
               PERFORM UNTIL WS-EOF = 'Y'
                   READ READINGS-REPO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-REPO-RETAINED
                   END-READ
                   IF WS-REPO-STATUS NOT = '00' AND
                       WS-REPO-STATUS NOT = '02' AND
                       WS-REPO-STATUS NOT = '10'
                       PERFORM 9986-ABEND-READINGS-REPO
                   END-IF
               END-PERFORM
               CLOSE READINGS-REPO-FILE
           END-IF.
           MOVE 'RECORDS BEFORE      ' TO WS-CNT-LABEL.
           MOVE WS-REPO-BEFORE TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS ARCHIVED    ' TO WS-CNT-LABEL.
           MOVE WS-REPO-ARCHIVED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS RETAINED    ' TO WS-CNT-LABEL.
           MOVE WS-REPO-RETAINED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'MONTHLY SUMMARIES   ' TO WS-CNT-LABEL.
           MOVE WS-SUMMARY-WRITTEN TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'READINGS BEFORE = ARC + RET  ' TO WS-CHK-LABEL.
           MOVE WS-REPO-BEFORE TO WS-CHK-EXPECTED.
           COMPUTE WS-BALANCE-SUM = WS-REPO-ARCHIVED + WS-REPO-RETAINED.
           MOVE WS-BALANCE-SUM TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       2001-ARCHIVE-ONE-READING.
           IF FD-RR-TIMESTAMP(1:7) NOT = WS-SUM-MONTH
               PERFORM 2003-FLUSH-SUMMARY
               MOVE FD-RR-TIMESTAMP(1:7) TO WS-SUM-MONTH
           END-IF.
           PERFORM 2002-ADD-TO-SUMMARY.
           WRITE FD-REPO-ARCHIVE-RECORD FROM FD-REPO-RECORD.
           IF WS-REPO-ARCHIVE-STATUS NOT = '00'
               PERFORM 9985-ABEND-REPO-ARCHIVE
           END-IF.
           DELETE READINGS-REPO-FILE RECORD
               INVALID KEY
                   PERFORM 9986-ABEND-READINGS-REPO
           END-DELETE.
           ADD 1 TO WS-REPO-ARCHIVED.

       2002-ADD-TO-SUMMARY.
           IF FD-RR-DEPTH IS NUMERIC
               MOVE FD-RR-DEPTH TO WS-SUM-DEPTH
           ELSE
               MOVE 0 TO WS-SUM-DEPTH
           END-IF.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-TABLE-COUNT
                   OR (WS-SM-VESSEL(WS-SUM-IDX) = FD-RR-VESSEL AND
                       WS-SM-SENSOR(WS-SUM-IDX) = FD-RR-SENSOR)
                   CONTINUE
           END-PERFORM.
           IF WS-SUM-IDX > WS-SUM-TABLE-COUNT
               IF WS-SUM-TABLE-COUNT NOT < WS-SUM-TABLE-MAX-SIZE
                   PERFORM 9980-ABEND-SUMMARY-TABLE
               END-IF
               ADD 1 TO WS-SUM-TABLE-COUNT
               MOVE WS-SUM-TABLE-COUNT TO WS-SUM-IDX
               MOVE FD-RR-VESSEL TO WS-SM-VESSEL(WS-SUM-IDX)
               MOVE FD-RR-SENSOR TO WS-SM-SENSOR(WS-SUM-IDX)
               MOVE 0 TO WS-SM-COUNT(WS-SUM-IDX)
               MOVE WS-SUM-DEPTH TO WS-SM-MIN-DEPTH(WS-SUM-IDX)
               MOVE WS-SUM-DEPTH TO WS-SM-MAX-DEPTH(WS-SUM-IDX)
               MOVE 0 TO WS-SM-TOTAL-DEPTH(WS-SUM-IDX)
               MOVE FD-RR-RUN-NUMBER TO WS-SM-FIRST-RUN(WS-SUM-IDX)
               MOVE FD-RR-RUN-NUMBER TO WS-SM-LAST-RUN(WS-SUM-IDX)
           END-IF.
           ADD 1 TO WS-SM-COUNT(WS-SUM-IDX).
           ADD WS-SUM-DEPTH TO WS-SM-TOTAL-DEPTH(WS-SUM-IDX).
           IF WS-SUM-DEPTH < WS-SM-MIN-DEPTH(WS-SUM-IDX)
               MOVE WS-SUM-DEPTH TO WS-SM-MIN-DEPTH(WS-SUM-IDX)
           END-IF.
           IF WS-SUM-DEPTH > WS-SM-MAX-DEPTH(WS-SUM-IDX)
               MOVE WS-SUM-DEPTH TO WS-SM-MAX-DEPTH(WS-SUM-IDX)
           END-IF.
           IF FD-RR-RUN-NUMBER < WS-SM-FIRST-RUN(WS-SUM-IDX)
               MOVE FD-RR-RUN-NUMBER TO WS-SM-FIRST-RUN(WS-SUM-IDX)
           END-IF.
           IF FD-RR-RUN-NUMBER > WS-SM-LAST-RUN(WS-SUM-IDX)
               MOVE FD-RR-RUN-NUMBER TO WS-SM-LAST-RUN(WS-SUM-IDX)
           END-IF.

       2003-FLUSH-SUMMARY.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-TABLE-COUNT
                   PERFORM 2004-WRITE-SUMMARY-RECORD
           END-PERFORM.
           MOVE 0 TO WS-SUM-TABLE-COUNT.

       2004-WRITE-SUMMARY-RECORD.
           MOVE SPACES TO FD-SUMMARY-RECORD.
           MOVE WS-SUM-MONTH TO FD-MS-MONTH.
           MOVE WS-SM-VESSEL(WS-SUM-IDX) TO FD-MS-VESSEL.
           MOVE WS-SM-SENSOR(WS-SUM-IDX) TO FD-MS-SENSOR.
           MOVE WS-SM-COUNT(WS-SUM-IDX) TO FD-MS-COUNT.
           MOVE WS-SM-MIN-DEPTH(WS-SUM-IDX) TO FD-MS-MIN-DEPTH.
           MOVE WS-SM-MAX-DEPTH(WS-SUM-IDX) TO FD-MS-MAX-DEPTH.
           COMPUTE FD-MS-MEAN-DEPTH ROUNDED =
               WS-SM-TOTAL-DEPTH(WS-SUM-IDX) / WS-SM-COUNT(WS-SUM-IDX).
           MOVE WS-SM-TOTAL-DEPTH(WS-SUM-IDX) TO FD-MS-TOTAL-DEPTH.
           MOVE WS-SM-FIRST-RUN(WS-SUM-IDX) TO FD-MS-FIRST-RUN.
           MOVE WS-SM-LAST-RUN(WS-SUM-IDX) TO FD-MS-LAST-RUN.
           MOVE WS-RUN-DATE-NUM TO FD-MS-PURGE-DATE.
           WRITE FD-SUMMARY-RECORD.
           IF WS-SUMMARY-STATUS NOT = '00'
               PERFORM 9984-ABEND-MONTHLY-SUMMARY
           END-IF.
           ADD 1 TO WS-SUMMARY-WRITTEN.

       2010-START-REPOSITORY.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO FD-RR-KEY.
           START READINGS-REPO-FILE KEY NOT < FD-RR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.

       3000-PURGE-RUN-AUDIT.
           MOVE 'RUN-AUDIT' TO WS-FHL-FILE.
           MOVE SPACES TO WS-FHL-CUTOFF.
           MOVE WS-AUDIT-CUTOFF TO WS-FHL-CUTOFF.
           MOVE WS-AUDIT-ARCHIVE-NAME TO WS-FHL-ARCHIVE.
           WRITE FD-PURGE-LINE FROM WS-FILE-HEADER-LINE.
           OPEN INPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS = '35'
               MOVE '  RUN-AUDIT NOT PRESENT - NOTHING PURGED' TO
                   WS-MESSAGE-LINE
               WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   PERFORM 9993-ABEND-RUN-AUDIT
               END-IF
               PERFORM UNTIL WS-AUDIT-STATUS = '10'
                   READ RUN-AUDIT-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-BEFORE
                   END-READ
                   IF WS-AUDIT-STATUS NOT = '00' AND
                       WS-AUDIT-STATUS NOT = '10'
                       PERFORM 9993-ABEND-RUN-AUDIT
                   END-IF
               END-PERFORM
               CLOSE RUN-AUDIT-FILE
               PERFORM 3001-SPLIT-RUN-AUDIT
               IF WS-AUDIT-ARCHIVED > 0
                   PERFORM 3003-COPY-BACK-RUN-AUDIT
               END-IF
           END-IF.
           MOVE 'RECORDS BEFORE      ' TO WS-CNT-LABEL.
           MOVE WS-AUDIT-BEFORE TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS ARCHIVED    ' TO WS-CNT-LABEL.
           MOVE WS-AUDIT-ARCHIVED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS RETAINED    ' TO WS-CNT-LABEL.
           MOVE WS-AUDIT-RETAINED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'AUDIT BEFORE = ARC + RET     ' TO WS-CHK-LABEL.
           MOVE WS-AUDIT-BEFORE TO WS-CHK-EXPECTED.
           COMPUTE WS-BALANCE-SUM =
               WS-AUDIT-ARCHIVED + WS-AUDIT-RETAINED.
           MOVE WS-BALANCE-SUM TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.
           IF WS-ARC-RUN-FULL = 'Y'
               MOVE '  RUN LIMIT REACHED - OLDER RUNS KEPT TO NEXT RUN'
                   TO WS-MESSAGE-LINE
               WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE
           END-IF.
           IF WS-AUDIT-RETAINED > WS-RETAINED-LIMIT
               MOVE WS-AUDIT-RETAINED TO WS-WRN-COUNT
               PERFORM 5001-WRITE-WARNING-LINE
           END-IF.

       3001-SPLIT-RUN-AUDIT.
           MOVE 0 TO WS-AUDIT-ORDINAL.
           OPEN INPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9993-ABEND-RUN-AUDIT
           END-IF.
           OPEN OUTPUT PURGE-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM 9983-ABEND-PURGE-WORK
           END-IF.
           OPEN EXTEND AUDIT-ARCHIVE-FILE.
           IF WS-AUDIT-ARCHIVE-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-ARCHIVE-FILE
               IF WS-AUDIT-ARCHIVE-STATUS NOT = '00'
                   PERFORM 9982-ABEND-AUDIT-ARCHIVE
               END-IF
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS = '10'
               READ RUN-AUDIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-ORDINAL
                       PERFORM 3002-ROUTE-AUDIT-RECORD
               END-READ
               IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '10'
                   PERFORM 9993-ABEND-RUN-AUDIT
               END-IF
           END-PERFORM.
           CLOSE RUN-AUDIT-FILE.
           CLOSE PURGE-WORK-FILE.
           CLOSE AUDIT-ARCHIVE-FILE.

       3002-ROUTE-AUDIT-RECORD.
           MOVE 'N' TO WS-ARCHIVE-AUDIT.
           IF WS-AUDIT-ORDINAL < WS-AUDIT-BEFORE AND
               FD-AUD-START-DATE IS NUMERIC AND
               FD-AUD-START-DATE < WS-AUDIT-CUTOFF
               IF WS-ARC-RUN-COUNT < WS-ARC-RUN-MAX-SIZE
                   MOVE 'Y' TO WS-ARCHIVE-AUDIT
               ELSE
                   MOVE 'Y' TO WS-ARC-RUN-FULL
               END-IF
           END-IF.
           IF WS-ARCHIVE-AUDIT = 'Y'
               WRITE FD-AUDIT-ARCHIVE-RECORD FROM FD-AUDIT-RECORD
               IF WS-AUDIT-ARCHIVE-STATUS NOT = '00'
                   PERFORM 9982-ABEND-AUDIT-ARCHIVE
               END-IF
               ADD 1 TO WS-ARC-RUN-COUNT
               MOVE FD-AUD-RUN-NUMBER TO WS-ARC-RUN(WS-ARC-RUN-COUNT)
               ADD 1 TO WS-AUDIT-ARCHIVED
           ELSE
               WRITE FD-WORK-AUDIT-RECORD FROM FD-AUDIT-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               ADD 1 TO WS-AUDIT-RETAINED
           END-IF.

       3003-COPY-BACK-RUN-AUDIT.
           MOVE 0 TO WS-COPY-BACK-COUNT.
           OPEN INPUT PURGE-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM 9983-ABEND-PURGE-WORK
           END-IF.
           OPEN OUTPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9993-ABEND-RUN-AUDIT
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               READ PURGE-WORK-FILE INTO FD-AUDIT-RECORD
                   AT END CONTINUE
                   NOT AT END
                       WRITE FD-AUDIT-RECORD
                       IF WS-AUDIT-STATUS NOT = '00'
                           PERFORM 9993-ABEND-RUN-AUDIT
                       END-IF
                       ADD 1 TO WS-COPY-BACK-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = '00' AND
                   WS-WORK-STATUS NOT = '10'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
           END-PERFORM.
           CLOSE PURGE-WORK-FILE.
           CLOSE RUN-AUDIT-FILE.
           MOVE 'AUDIT RETAINED VS REWRITTEN  ' TO WS-CHK-LABEL.
           MOVE WS-AUDIT-RETAINED TO WS-CHK-EXPECTED.
           MOVE WS-COPY-BACK-COUNT TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       3010-FIND-ARCHIVED-RUN.
           MOVE 'N' TO WS-RUN-FOUND.
           PERFORM VARYING WS-ARC-RUN-IDX FROM 1 BY 1
               UNTIL WS-ARC-RUN-IDX > WS-ARC-RUN-COUNT
                   OR WS-RUN-FOUND = 'Y'
                   IF WS-ARC-RUN(WS-ARC-RUN-IDX) = WS-SEEK-RUN
                       MOVE 'Y' TO WS-RUN-FOUND
                   END-IF
           END-PERFORM.

       3100-PURGE-RUN-POSTINGS.
           MOVE 'RUN-POSTINGS' TO WS-FHL-FILE.
           MOVE SPACES TO WS-FHL-CUTOFF.
           MOVE WS-AUDIT-CUTOFF TO WS-FHL-CUTOFF.
           MOVE WS-POST-ARCHIVE-NAME TO WS-FHL-ARCHIVE.
           WRITE FD-PURGE-LINE FROM WS-FILE-HEADER-LINE.
           OPEN INPUT RUN-POSTINGS-FILE.
           IF WS-POSTINGS-STATUS = '35'
               MOVE '  RUN-POSTINGS NOT PRESENT - NOTHING PURGED' TO
                   WS-MESSAGE-LINE
               WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-POSTINGS-STATUS NOT = '00'
                   PERFORM 9979-ABEND-RUN-POSTINGS
               END-IF
               OPEN OUTPUT PURGE-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               OPEN EXTEND POSTINGS-ARCHIVE-FILE
               IF WS-POST-ARCHIVE-STATUS NOT = '00'
                   OPEN OUTPUT POSTINGS-ARCHIVE-FILE
                   IF WS-POST-ARCHIVE-STATUS NOT = '00'
                       PERFORM 9977-ABEND-POSTINGS-ARCHIVE
                   END-IF
               END-IF
               PERFORM UNTIL WS-POSTINGS-STATUS = '10'
                   READ RUN-POSTINGS-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-POST-BEFORE
                           PERFORM 3101-ROUTE-POSTING-RECORD
                   END-READ
                   IF WS-POSTINGS-STATUS NOT = '00' AND
                       WS-POSTINGS-STATUS NOT = '10'
                       PERFORM 9979-ABEND-RUN-POSTINGS
                   END-IF
               END-PERFORM
               CLOSE RUN-POSTINGS-FILE
               CLOSE PURGE-WORK-FILE
               CLOSE POSTINGS-ARCHIVE-FILE
               IF WS-POST-ARCHIVED > 0
                   PERFORM 3102-COPY-BACK-RUN-POSTINGS
               END-IF
           END-IF.
           MOVE 'RECORDS BEFORE      ' TO WS-CNT-LABEL.
           MOVE WS-POST-BEFORE TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS ARCHIVED    ' TO WS-CNT-LABEL.
           MOVE WS-POST-ARCHIVED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS RETAINED    ' TO WS-CNT-LABEL.
           MOVE WS-POST-RETAINED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'POSTINGS BEFORE = ARC + RET  ' TO WS-CHK-LABEL.
           MOVE WS-POST-BEFORE TO WS-CHK-EXPECTED.
           COMPUTE WS-BALANCE-SUM = WS-POST-ARCHIVED + WS-POST-RETAINED.
           MOVE WS-BALANCE-SUM TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       3101-ROUTE-POSTING-RECORD.
           MOVE 'N' TO WS-RUN-FOUND.
           IF FD-RP-RUN-NUMBER IS NUMERIC
               MOVE FD-RP-RUN-NUMBER TO WS-SEEK-RUN
               PERFORM 3010-FIND-ARCHIVED-RUN
           END-IF.
           IF WS-RUN-FOUND = 'Y'
               WRITE FD-POST-ARCHIVE-RECORD FROM FD-POSTING-RECORD
               IF WS-POST-ARCHIVE-STATUS NOT = '00'
                   PERFORM 9977-ABEND-POSTINGS-ARCHIVE
               END-IF
               ADD 1 TO WS-POST-ARCHIVED
           ELSE
               WRITE FD-WORK-POSTING-RECORD FROM FD-POSTING-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               ADD 1 TO WS-POST-RETAINED
           END-IF.

       3102-COPY-BACK-RUN-POSTINGS.
           MOVE 0 TO WS-COPY-BACK-COUNT.
           OPEN INPUT PURGE-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM 9983-ABEND-PURGE-WORK
           END-IF.
           OPEN OUTPUT RUN-POSTINGS-FILE.
           IF WS-POSTINGS-STATUS NOT = '00'
               PERFORM 9979-ABEND-RUN-POSTINGS
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               READ PURGE-WORK-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FD-WORK-POSTING-RECORD TO FD-POSTING-RECORD
                       WRITE FD-POSTING-RECORD
                       IF WS-POSTINGS-STATUS NOT = '00'
                           PERFORM 9979-ABEND-RUN-POSTINGS
                       END-IF
                       ADD 1 TO WS-COPY-BACK-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = '00' AND
                   WS-WORK-STATUS NOT = '10'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
           END-PERFORM.
           CLOSE PURGE-WORK-FILE.
           CLOSE RUN-POSTINGS-FILE.
           MOVE 'POSTING RETAINED VS REWRITTEN' TO WS-CHK-LABEL.
           MOVE WS-POST-RETAINED TO WS-CHK-EXPECTED.
           MOVE WS-COPY-BACK-COUNT TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       3200-PURGE-BEFORE-IMAGES.
           MOVE 'REPO-BEFORE-IMAGES' TO WS-FHL-FILE.
           MOVE SPACES TO WS-FHL-CUTOFF.
           MOVE WS-AUDIT-CUTOFF TO WS-FHL-CUTOFF.
           MOVE WS-IMAGE-ARCHIVE-NAME TO WS-FHL-ARCHIVE.
           WRITE FD-PURGE-LINE FROM WS-FILE-HEADER-LINE.
           OPEN INPUT BEFORE-IMAGE-FILE.
           IF WS-BEFORE-IMAGE-STATUS = '35'
               MOVE '  REPO-BEFORE-IMAGES NOT PRESENT - NOTHING PURGED'
                   TO WS-MESSAGE-LINE
               WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-BEFORE-IMAGE-STATUS NOT = '00'
                   PERFORM 9978-ABEND-BEFORE-IMAGE
               END-IF
               OPEN OUTPUT PURGE-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               OPEN EXTEND IMAGE-ARCHIVE-FILE
               IF WS-IMAGE-ARCHIVE-STATUS NOT = '00'
                   OPEN OUTPUT IMAGE-ARCHIVE-FILE
                   IF WS-IMAGE-ARCHIVE-STATUS NOT = '00'
                       PERFORM 9976-ABEND-IMAGE-ARCHIVE
                   END-IF
               END-IF
               PERFORM UNTIL WS-BEFORE-IMAGE-STATUS = '10'
                   READ BEFORE-IMAGE-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-IMAGE-BEFORE
                           PERFORM 3201-ROUTE-IMAGE-RECORD
                   END-READ
                   IF WS-BEFORE-IMAGE-STATUS NOT = '00' AND
                       WS-BEFORE-IMAGE-STATUS NOT = '10'
                       PERFORM 9978-ABEND-BEFORE-IMAGE
                   END-IF
               END-PERFORM
               CLOSE BEFORE-IMAGE-FILE
               CLOSE PURGE-WORK-FILE
               CLOSE IMAGE-ARCHIVE-FILE
               IF WS-IMAGE-ARCHIVED > 0
                   PERFORM 3202-COPY-BACK-BEFORE-IMAGES
               END-IF
           END-IF.
           MOVE 'RECORDS BEFORE      ' TO WS-CNT-LABEL.
           MOVE WS-IMAGE-BEFORE TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS ARCHIVED    ' TO WS-CNT-LABEL.
           MOVE WS-IMAGE-ARCHIVED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS RETAINED    ' TO WS-CNT-LABEL.
           MOVE WS-IMAGE-RETAINED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'IMAGES BEFORE = ARC + RET    ' TO WS-CHK-LABEL.
           MOVE WS-IMAGE-BEFORE TO WS-CHK-EXPECTED.
           COMPUTE WS-BALANCE-SUM =
               WS-IMAGE-ARCHIVED + WS-IMAGE-RETAINED.
           MOVE WS-BALANCE-SUM TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       3201-ROUTE-IMAGE-RECORD.
           MOVE 'N' TO WS-RUN-FOUND.
           IF FD-BI-RUN-NUMBER IS NUMERIC
               MOVE FD-BI-RUN-NUMBER TO WS-SEEK-RUN
               PERFORM 3010-FIND-ARCHIVED-RUN
           END-IF.
           IF WS-RUN-FOUND = 'Y'
               WRITE FD-IMAGE-ARCHIVE-RECORD FROM FD-BEFORE-IMAGE-RECORD
               IF WS-IMAGE-ARCHIVE-STATUS NOT = '00'
                   PERFORM 9976-ABEND-IMAGE-ARCHIVE
               END-IF
               ADD 1 TO WS-IMAGE-ARCHIVED
           ELSE
               WRITE FD-WORK-IMAGE-RECORD FROM FD-BEFORE-IMAGE-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               ADD 1 TO WS-IMAGE-RETAINED
           END-IF.

       3202-COPY-BACK-BEFORE-IMAGES.
           MOVE 0 TO WS-COPY-BACK-COUNT.
           OPEN INPUT PURGE-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM 9983-ABEND-PURGE-WORK
           END-IF.
           OPEN OUTPUT BEFORE-IMAGE-FILE.
           IF WS-BEFORE-IMAGE-STATUS NOT = '00'
               PERFORM 9978-ABEND-BEFORE-IMAGE
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               READ PURGE-WORK-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FD-WORK-IMAGE-RECORD TO
                           FD-BEFORE-IMAGE-RECORD
                       WRITE FD-BEFORE-IMAGE-RECORD
                       IF WS-BEFORE-IMAGE-STATUS NOT = '00'
                           PERFORM 9978-ABEND-BEFORE-IMAGE
                       END-IF
                       ADD 1 TO WS-COPY-BACK-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = '00' AND
                   WS-WORK-STATUS NOT = '10'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
           END-PERFORM.
           CLOSE PURGE-WORK-FILE.
           CLOSE BEFORE-IMAGE-FILE.
           MOVE 'IMAGES RETAINED VS REWRITTEN ' TO WS-CHK-LABEL.
           MOVE WS-IMAGE-RETAINED TO WS-CHK-EXPECTED.
           MOVE WS-COPY-BACK-COUNT TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       4000-PURGE-HISTORY.
           MOVE 'SONAR-HISTORY' TO WS-FHL-FILE.
           MOVE SPACES TO WS-FHL-CUTOFF.
           MOVE WS-HIST-CUTOFF TO WS-FHL-CUTOFF.
           MOVE WS-HIST-ARCHIVE-NAME TO WS-FHL-ARCHIVE.
           WRITE FD-PURGE-LINE FROM WS-FILE-HEADER-LINE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = '35'
               MOVE '  SONAR-HISTORY NOT PRESENT - NOTHING PURGED' TO
                   WS-MESSAGE-LINE
               WRITE FD-PURGE-LINE FROM WS-MESSAGE-LINE
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   PERFORM 9996-ABEND-HISTORY
               END-IF
               OPEN OUTPUT PURGE-WORK-FILE
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               OPEN EXTEND HISTORY-ARCHIVE-FILE
               IF WS-HIST-ARCHIVE-STATUS NOT = '00'
                   OPEN OUTPUT HISTORY-ARCHIVE-FILE
                   IF WS-HIST-ARCHIVE-STATUS NOT = '00'
                       PERFORM 9981-ABEND-HISTORY-ARCHIVE
                   END-IF
               END-IF
               PERFORM UNTIL WS-HIST-STATUS = '10'
                   READ HISTORY-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-HIST-BEFORE
                           PERFORM 4001-ROUTE-HISTORY-RECORD
                   END-READ
                   IF WS-HIST-STATUS NOT = '00' AND
                       WS-HIST-STATUS NOT = '10'
                       PERFORM 9996-ABEND-HISTORY
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE PURGE-WORK-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               IF WS-HIST-ARCHIVED > 0
                   PERFORM 4002-COPY-BACK-HISTORY
               END-IF
           END-IF.
           MOVE 'RECORDS BEFORE      ' TO WS-CNT-LABEL.
           MOVE WS-HIST-BEFORE TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS ARCHIVED    ' TO WS-CNT-LABEL.
           MOVE WS-HIST-ARCHIVED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'RECORDS RETAINED    ' TO WS-CNT-LABEL.
           MOVE WS-HIST-RETAINED TO WS-CNT-VALUE.
           WRITE FD-PURGE-LINE FROM WS-COUNT-LINE.
           MOVE 'HISTORY BEFORE = ARC + RET   ' TO WS-CHK-LABEL.
           MOVE WS-HIST-BEFORE TO WS-CHK-EXPECTED.
           COMPUTE WS-BALANCE-SUM = WS-HIST-ARCHIVED + WS-HIST-RETAINED.
           MOVE WS-BALANCE-SUM TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.
           IF WS-HIST-RETAINED > WS-RETAINED-LIMIT
               MOVE WS-HIST-RETAINED TO WS-WRN-COUNT
               PERFORM 5001-WRITE-WARNING-LINE
           END-IF.

       4001-ROUTE-HISTORY-RECORD.
           IF FD-HIST-RUN-DATE IS NUMERIC AND
               FD-HIST-RUN-DATE < WS-HIST-CUTOFF
               WRITE FD-HIST-ARCHIVE-RECORD FROM FD-HISTORY-RECORD
               IF WS-HIST-ARCHIVE-STATUS NOT = '00'
                   PERFORM 9981-ABEND-HISTORY-ARCHIVE
               END-IF
               ADD 1 TO WS-HIST-ARCHIVED
           ELSE
               WRITE FD-WORK-HIST-RECORD FROM FD-HISTORY-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
               ADD 1 TO WS-HIST-RETAINED
           END-IF.

       4002-COPY-BACK-HISTORY.
           MOVE 0 TO WS-COPY-BACK-COUNT.
           OPEN INPUT PURGE-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               PERFORM 9983-ABEND-PURGE-WORK
           END-IF.
           OPEN OUTPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               PERFORM 9996-ABEND-HISTORY
           END-IF.
           PERFORM UNTIL WS-WORK-STATUS = '10'
               READ PURGE-WORK-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE FD-WORK-HIST-RECORD TO FD-HISTORY-RECORD
                       WRITE FD-HISTORY-RECORD
                       IF WS-HIST-STATUS NOT = '00'
                           PERFORM 9996-ABEND-HISTORY
                       END-IF
                       ADD 1 TO WS-COPY-BACK-COUNT
               END-READ
               IF WS-WORK-STATUS NOT = '00' AND
                   WS-WORK-STATUS NOT = '10'
                   PERFORM 9983-ABEND-PURGE-WORK
               END-IF
           END-PERFORM.
           CLOSE PURGE-WORK-FILE.
           CLOSE HISTORY-FILE.
           MOVE 'HISTORY RETAINED VS REWRITTEN' TO WS-CHK-LABEL.
           MOVE WS-HIST-RETAINED TO WS-CHK-EXPECTED.
           MOVE WS-COPY-BACK-COUNT TO WS-CHK-ACTUAL.
           PERFORM 5000-WRITE-CHECK-LINE.

       5000-WRITE-CHECK-LINE.
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
               MOVE 'BALANCED       - ' TO WS-CHK-RESULT
           ELSE
               MOVE 'OUT OF BALANCE - ' TO WS-CHK-RESULT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           WRITE FD-PURGE-LINE FROM WS-CHECK-LINE.

       5001-WRITE-WARNING-LINE.
           MOVE WS-RETAINED-LIMIT TO WS-WRN-LIMIT.
           WRITE FD-PURGE-LINE FROM WS-WARNING-LINE.
           MOVE 'Y' TO WS-RETAINED-WARNING.

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

       9993-ABEND-RUN-AUDIT.
           DISPLAY 'RUN-AUDIT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-AUDIT-STATUS
           DISPLAY 'RUN TERMINATED - RUN-AUDIT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9996-ABEND-HISTORY.
           DISPLAY 'SONAR-HISTORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-HIST-STATUS
           DISPLAY 'RUN TERMINATED - SONAR-HISTORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9985-ABEND-REPO-ARCHIVE.
           DISPLAY 'READINGS ARCHIVE FILE ERROR FOR '
               WS-REPO-ARCHIVE-NAME
           DISPLAY 'FILE STATUS IS ' WS-REPO-ARCHIVE-STATUS
           DISPLAY 'RUN TERMINATED - READINGS ARCHIVE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9984-ABEND-MONTHLY-SUMMARY.
           DISPLAY 'MONTHLY-SUMMARY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-SUMMARY-STATUS
           DISPLAY 'RUN TERMINATED - MONTHLY-SUMMARY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9983-ABEND-PURGE-WORK.
           DISPLAY 'PURGE-WORK FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-WORK-STATUS
           DISPLAY 'RUN TERMINATED - PURGE-WORK UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9982-ABEND-AUDIT-ARCHIVE.
           DISPLAY 'RUN-AUDIT ARCHIVE FILE ERROR FOR '
               WS-AUDIT-ARCHIVE-NAME
           DISPLAY 'FILE STATUS IS ' WS-AUDIT-ARCHIVE-STATUS
           DISPLAY 'RUN TERMINATED - RUN-AUDIT ARCHIVE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9981-ABEND-HISTORY-ARCHIVE.
           DISPLAY 'SONAR-HISTORY ARCHIVE FILE ERROR FOR '
               WS-HIST-ARCHIVE-NAME
           DISPLAY 'FILE STATUS IS ' WS-HIST-ARCHIVE-STATUS
           DISPLAY 'RUN TERMINATED - SONAR-HISTORY ARCHIVE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9980-ABEND-SUMMARY-TABLE.
           DISPLAY 'MONTH ' WS-SUM-MONTH ' HAS MORE THAN '
               WS-SUM-TABLE-MAX-SIZE ' VESSEL/SENSOR PAIRS'
           DISPLAY 'READINGS ALREADY ARCHIVED ARE IN '
               WS-REPO-ARCHIVE-NAME
           DISPLAY 'RUN TERMINATED - SUMMARY TABLE FULL'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9979-ABEND-RUN-POSTINGS.
           DISPLAY 'RUN-POSTINGS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-POSTINGS-STATUS
           DISPLAY 'RUN TERMINATED - RUN-POSTINGS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9978-ABEND-BEFORE-IMAGE.
           DISPLAY 'REPO-BEFORE-IMAGES FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-BEFORE-IMAGE-STATUS
           DISPLAY 'RUN TERMINATED - REPO-BEFORE-IMAGES UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9977-ABEND-POSTINGS-ARCHIVE.
           DISPLAY 'RUN-POSTINGS ARCHIVE FILE ERROR FOR '
               WS-POST-ARCHIVE-NAME
           DISPLAY 'FILE STATUS IS ' WS-POST-ARCHIVE-STATUS
           DISPLAY 'RUN TERMINATED - RUN-POSTINGS ARCHIVE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9976-ABEND-IMAGE-ARCHIVE.
           DISPLAY 'BEFORE-IMAGES ARCHIVE FILE ERROR FOR '
               WS-IMAGE-ARCHIVE-NAME
           DISPLAY 'FILE STATUS IS ' WS-IMAGE-ARCHIVE-STATUS
           DISPLAY 'RUN TERMINATED - BEFORE-IMAGES ARCHIVE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9992-ABEND-PURGE-REPORT.
           DISPLAY 'PURGE-REPORT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-PURGE-REPORT-STATUS
           DISPLAY 'RUN TERMINATED - PURGE-REPORT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
