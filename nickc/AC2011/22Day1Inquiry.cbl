           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.
           SELECT INQUIRY-CARD-FILE ASSIGN TO 'inquiry-card'
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT INQUIRY-EXTRACT-FILE ASSIGN TO 'inquiry-extract'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INQUIRY-EXT-STATUS.
           SELECT READINGS-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD INQUIRY-CARD-FILE.
       01 FD-INQUIRY-CARD.
           05 FD-INQ-FROM-DATE  PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-INQ-TO-DATE    PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-INQ-ARCHIVE    PIC X(40).

       FD INQUIRY-EXTRACT-FILE.
       01 FD-INQUIRY-EXT-RECORD PIC X(100).

       FD READINGS-ARCHIVE-FILE.
       01 FD-ARCHIVE-RECORD     PIC X(76).

       WORKING-STORAGE SECTION.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-INQUIRY-CARD-STATUS PIC X(2) VALUE '00'.
       01 WS-INQUIRY-EXT-STATUS PIC X(2) VALUE '00'.
       01 WS-ARCHIVE-STATUS     PIC X(2) VALUE '00'.
       01 WS-ARCHIVE-NAME       PIC X(40) VALUE SPACES.
       01 WS-REPO-PRESENT       PIC A(1) VALUE 'Y'.
       01 WS-CARD-EOF           PIC A(1) VALUE 'N'.
       01 WS-REPO-EOF           PIC A(1) VALUE 'N'.
       01 WS-CARD-COUNT         PIC 9(4) VALUE 0.
       01 WS-SEL-TO-DATE        PIC X(10) VALUE SPACES.
       01 WS-INQ-DEPTH          PIC 9(4) VALUE 0.
       01 WS-INQ-RUN-NO         PIC 9(6) VALUE 0.
       01 WS-INQ-RAW-DEPTH      PIC 9(4) VALUE 0.
       01 WS-INQ-CAL-VERSION    PIC 9(4) VALUE 0.
       01 WS-INQ-LATITUDE       PIC +99.999999.
       01 WS-INQ-LONGITUDE      PIC +999.999999.
       01 WS-INQ-LAT-TEXT       PIC X(10) VALUE SPACES.
       01 WS-INQ-LON-TEXT       PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT READINGS-REPO-FILE.
           IF WS-REPO-STATUS = '35'
               MOVE 'N' TO WS-REPO-PRESENT
           ELSE
               IF WS-REPO-STATUS NOT = '00'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
           END-IF.
           OPEN INPUT INQUIRY-CARD-FILE.
           IF WS-INQUIRY-CARD-STATUS NOT = '00'
           END-PERFORM.
           CLOSE INQUIRY-CARD-FILE.
           CLOSE INQUIRY-EXTRACT-FILE.
           IF WS-REPO-PRESENT = 'Y'
               CLOSE READINGS-REPO-FILE
           END-IF.
           DISPLAY "INQUIRY CARDS PROCESSED - " WS-CARD-COUNT
           DISPLAY "RECORDS EXTRACTED - " WS-EXTRACT-COUNT
           STOP RUN.
               ELSE
                   MOVE FD-INQ-TO-DATE TO WS-SEL-TO-DATE
               END-IF
               IF FD-INQ-ARCHIVE NOT = SPACES
                   MOVE FD-INQ-ARCHIVE TO WS-ARCHIVE-NAME
                   PERFORM 1003-SCAN-ARCHIVE
                   DISPLAY 'INQUIRY ' WS-SEL-VESSEL ' ' WS-SEL-SENSOR
                       ' ' WS-SEL-FROM-DATE ' ' WS-SEL-TO-DATE
                       ' ARCHIVE ' FUNCTION TRIM(WS-ARCHIVE-NAME)
                       ' - ' WS-CARD-EXTRACT-COUNT ' RECORDS'
               ELSE
                   IF WS-REPO-PRESENT = 'Y'
                       PERFORM 1001-SCAN-REPOSITORY
                       DISPLAY 'INQUIRY ' WS-SEL-VESSEL ' '
                           WS-SEL-SENSOR ' ' WS-SEL-FROM-DATE ' '
                           WS-SEL-TO-DATE
                           ' - ' WS-CARD-EXTRACT-COUNT ' RECORDS'
                   ELSE
                       DISPLAY 'READINGS-REPOSITORY NOT PRESENT - '
                           'NOTHING TO EXTRACT'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1001-SCAN-REPOSITORY.
               PERFORM 2000-WRITE-INQUIRY-EXTRACT
           END-IF.

       1003-SCAN-ARCHIVE.
           OPEN INPUT READINGS-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = '35'
               DISPLAY 'ARCHIVE FILE NOT PRESENT - '
                   FUNCTION TRIM(WS-ARCHIVE-NAME)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ARCHIVE-STATUS NOT = '00'
                   PERFORM 9983-ABEND-READINGS-ARCHIVE
               END-IF
               MOVE 'N' TO WS-REPO-EOF
               PERFORM UNTIL WS-REPO-EOF = 'Y'
                   READ READINGS-ARCHIVE-FILE INTO FD-REPO-RECORD
                       AT END MOVE 'Y' TO WS-REPO-EOF
                       NOT AT END
                           IF FD-RR-TIMESTAMP(1:10) NOT <
                               WS-SEL-FROM-DATE AND
                               FD-RR-TIMESTAMP(1:10) NOT >
                               WS-SEL-TO-DATE
                               PERFORM 1002-SELECT-ONE-READING
                           END-IF
                   END-READ
                   IF WS-ARCHIVE-STATUS NOT = '00' AND
                       WS-ARCHIVE-STATUS NOT = '10'
                       PERFORM 9983-ABEND-READINGS-ARCHIVE
                   END-IF
               END-PERFORM
               CLOSE READINGS-ARCHIVE-FILE
           END-IF.

       2000-WRITE-INQUIRY-EXTRACT.
           MOVE FD-RR-DEPTH TO WS-INQ-DEPTH.
           MOVE FD-RR-RUN-NUMBER TO WS-INQ-RUN-NO.
           IF FD-RR-RAW-DEPTH IS NUMERIC
               MOVE FD-RR-RAW-DEPTH TO WS-INQ-RAW-DEPTH
           ELSE
               MOVE FD-RR-DEPTH TO WS-INQ-RAW-DEPTH
           END-IF.
           IF FD-RR-CAL-VERSION IS NUMERIC
               MOVE FD-RR-CAL-VERSION TO WS-INQ-CAL-VERSION
           ELSE
               MOVE 0 TO WS-INQ-CAL-VERSION
           END-IF.
           MOVE SPACES TO WS-INQ-LAT-TEXT.
           MOVE SPACES TO WS-INQ-LON-TEXT.
           IF FD-RR-POS-FLAG = 'P'
               MOVE FD-RR-LATITUDE TO WS-INQ-LATITUDE
               MOVE FD-RR-LONGITUDE TO WS-INQ-LONGITUDE
               MOVE WS-INQ-LATITUDE TO WS-INQ-LAT-TEXT
               MOVE WS-INQ-LONGITUDE TO WS-INQ-LON-TEXT
           END-IF.
           MOVE SPACES TO FD-INQUIRY-EXT-RECORD.
           STRING FD-RR-VESSEL '|' FD-RR-SENSOR '|'
               FD-RR-TIMESTAMP '|' WS-INQ-DEPTH '|'
               WS-INQ-RUN-NO '|' WS-INQ-RAW-DEPTH '|'
               FD-RR-TIDE-FLAG '|' WS-INQ-CAL-VERSION '|'
               WS-INQ-LAT-TEXT '|' WS-INQ-LON-TEXT '|'
               FD-RR-DEPTH-FLAG
               DELIMITED BY SIZE
               INTO FD-INQUIRY-EXT-RECORD.
           WRITE FD-INQUIRY-EXT-RECORD.
           DISPLAY 'RUN TERMINATED - INQUIRY-EXTRACT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9983-ABEND-READINGS-ARCHIVE.
           DISPLAY 'READINGS ARCHIVE FILE ERROR FOR '
               FUNCTION TRIM(WS-ARCHIVE-NAME)
           DISPLAY 'FILE STATUS IS ' WS-ARCHIVE-STATUS
           DISPLAY 'RUN TERMINATED - READINGS ARCHIVE UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
