       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOBRWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT READINGS-REPO-FILE ASSIGN TO 'readings-repository'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-CRT-STATUS         PIC 9(4) VALUE 0.
       01 WS-REPO-EOF           PIC A(1) VALUE 'N'.
       01 WS-EXIT-FLAG          PIC A(1) VALUE 'N'.
       01 WS-SEARCH-OK          PIC A(1) VALUE 'N'.
       01 WS-SEARCH-DONE        PIC A(1) VALUE 'N'.

       01 WS-SCR-VESSEL         PIC X(8) VALUE SPACES.
       01 WS-SCR-SENSOR         PIC X(8) VALUE SPACES.
       01 WS-SCR-FROM-DATE      PIC X(10) VALUE SPACES.
       01 WS-SCR-FROM-TIME      PIC X(5) VALUE SPACES.
       01 WS-SCR-TO-DATE        PIC X(10) VALUE SPACES.
       01 WS-SCR-TO-TIME        PIC X(5) VALUE SPACES.
       01 WS-SCR-COMMAND        PIC X(1) VALUE SPACE.
       01 WS-SCR-MESSAGE        PIC X(79) VALUE SPACES.
       01 WS-SCR-TODAY          PIC X(10) VALUE SPACES.

       01 WS-SEL-VESSEL         PIC X(8) VALUE SPACES.
       01 WS-SEL-SENSOR         PIC X(8) VALUE SPACES.
       01 WS-FROM-KEY           PIC X(18) VALUE SPACES.
       01 WS-TO-KEY             PIC X(18) VALUE SPACES.
       01 WS-READING-KEY        PIC X(18) VALUE SPACES.

       01 WS-CHK-DATE           PIC X(10) VALUE SPACES.
       01 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05 WS-CHK-YYYY       PIC X(4).
           05 WS-CHK-SEP-1      PIC X(1).
           05 WS-CHK-MM         PIC X(2).
           05 WS-CHK-SEP-2      PIC X(1).
           05 WS-CHK-DD         PIC X(2).
       01 WS-CHK-TIME           PIC X(5) VALUE SPACES.
       01 WS-CHK-TIME-PARTS REDEFINES WS-CHK-TIME.
           05 WS-CHK-HH         PIC X(2).
           05 WS-CHK-SEP-3      PIC X(1).
           05 WS-CHK-MI         PIC X(2).
       01 WS-CHK-OK             PIC A(1) VALUE 'N'.

       01 WS-MATCH-COUNT        PIC 9(4) VALUE 0.
       01 WS-MATCH-MAX-SIZE     PIC 9(4) VALUE 2000.
       01 WS-MATCH-OVERFLOW     PIC A(1) VALUE 'N'.
       01 WS-MATCH-IDX          PIC 9(4) VALUE 0.
       01 WS-INSERT-IDX         PIC 9(4) VALUE 0.
       01 WS-INSERT-DONE        PIC A(1) VALUE 'N'.
       01 WS-NEW-ORDER-KEY      PIC X(26) VALUE SPACES.
       01 WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 2000 TIMES.
               10 WS-MT-ORDER-KEY  PIC X(26).
               10 WS-MT-TIMESTAMP  PIC X(20).
               10 WS-MT-SENSOR     PIC X(8).
               10 WS-MT-DEPTH      PIC 9(4).
               10 WS-MT-RAW-DEPTH  PIC 9(4).
               10 WS-MT-TIDE-FLAG  PIC X(1).
               10 WS-MT-RUN-NUMBER PIC 9(6).
               10 WS-MT-DEPTH-FLAG PIC X(1).

       01 WS-PAGE-SIZE          PIC 9(2) VALUE 15.
       01 WS-PAGE-NO            PIC 9(4) VALUE 0.
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-LINE-IDX           PIC 9(2) VALUE 0.
       01 WS-BROWSE-LINES.
           05 WS-BROWSE-LINE    PIC X(79) OCCURS 15 TIMES.

       01 WS-BROWSE-HEADING.
           05 FILLER            PIC X(10) VALUE 'SENSOR'.
           05 FILLER            PIC X(22) VALUE 'READING TIMESTAMP'.
           05 FILLER            PIC X(6) VALUE 'DEPTH'.
           05 FILLER            PIC X(7) VALUE ' RAW'.
           05 FILLER            PIC X(4) VALUE 'T'.
           05 FILLER            PIC X(9) VALUE 'RUN'.
           05 FILLER            PIC X(21) VALUE 'DEPTH EXCEPTION'.
       01 WS-BROWSE-DETAIL.
           05 WS-BD-SENSOR      PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BD-TIMESTAMP   PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BD-DEPTH       PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-BD-RAW-DEPTH   PIC ZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-BD-TIDE-FLAG   PIC X(1).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-BD-RUN-NUMBER  PIC 9(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-BD-EXCEPTION   PIC X(8).
           05 FILLER            PIC X(13) VALUE SPACES.
       01 WS-BROWSE-STATUS.
           05 FILLER            PIC X(7) VALUE 'VESSEL '.
           05 WS-BS-VESSEL      PIC X(8).
           05 FILLER            PIC X(9) VALUE '  SENSOR '.
           05 WS-BS-SENSOR      PIC X(8).
           05 FILLER            PIC X(10) VALUE '  MATCHES '.
           05 WS-BS-MATCHES     PIC ZZZ9.
           05 FILLER            PIC X(7) VALUE '  PAGE '.
           05 WS-BS-PAGE-NO     PIC ZZZ9.
           05 FILLER            PIC X(4) VALUE ' OF '.
           05 WS-BS-PAGE-COUNT  PIC ZZZ9.
           05 FILLER            PIC X(14) VALUE SPACES.
       01 WS-SCR-STATUS-LINE    PIC X(79) VALUE SPACES.
       01 WS-MESSAGE-COUNT      PIC ZZZ9.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).

       SCREEN SECTION.
       01 BROWSE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE 'REPOBRWS'.
           05 LINE 1 COLUMN 23 VALUE 'READINGS REPOSITORY INQUIRY'.
           05 LINE 1 COLUMN 70 PIC X(10) FROM WS-SCR-TODAY.
           05 LINE 3 COLUMN 1 VALUE 'VESSEL:'.
           05 LINE 3 COLUMN 9 PIC X(8) USING WS-SCR-VESSEL
               UNDERLINE.
           05 LINE 3 COLUMN 20 VALUE 'SENSOR:'.
           05 LINE 3 COLUMN 28 PIC X(8) USING WS-SCR-SENSOR
               UNDERLINE.
           05 LINE 3 COLUMN 38 VALUE '(BLANK = ALL SENSORS)'.
           05 LINE 4 COLUMN 1 VALUE 'FROM:'.
           05 LINE 4 COLUMN 9 PIC X(10) USING WS-SCR-FROM-DATE
               UNDERLINE.
           05 LINE 4 COLUMN 20 PIC X(5) USING WS-SCR-FROM-TIME
               UNDERLINE.
           05 LINE 4 COLUMN 28 VALUE 'TO:'.
           05 LINE 4 COLUMN 32 PIC X(10) USING WS-SCR-TO-DATE
               UNDERLINE.
           05 LINE 4 COLUMN 43 PIC X(5) USING WS-SCR-TO-TIME
               UNDERLINE.
           05 LINE 4 COLUMN 51 VALUE '(YYYY-MM-DD HH:MM)'.
           05 LINE 6 COLUMN 1 PIC X(79) FROM WS-BROWSE-HEADING.
           05 LINE 7 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(1).
           05 LINE 8 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(2).
           05 LINE 9 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(3).
           05 LINE 10 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(4).
           05 LINE 11 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(5).
           05 LINE 12 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(6).
           05 LINE 13 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(7).
           05 LINE 14 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(8).
           05 LINE 15 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(9).
           05 LINE 16 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(10).
           05 LINE 17 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(11).
           05 LINE 18 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(12).
           05 LINE 19 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(13).
           05 LINE 20 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(14).
           05 LINE 21 COLUMN 1 PIC X(79) FROM WS-BROWSE-LINE(15).
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-SCR-STATUS-LINE.
           05 LINE 23 COLUMN 1 PIC X(79) FROM WS-SCR-MESSAGE
               HIGHLIGHT.
           05 LINE 24 COLUMN 1 VALUE 'COMMAND:'.
           05 LINE 24 COLUMN 10 PIC X(1) USING WS-SCR-COMMAND
               UNDERLINE.
           05 LINE 24 COLUMN 13 VALUE
               'S=SEARCH F=FORWARD B=BACK X=EXIT'.
           05 LINE 24 COLUMN 47 VALUE 'F3=EXIT F7=BACK F8=FORWARD'.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-SCR-TODAY.
           OPEN INPUT READINGS-REPO-FILE.
           IF WS-REPO-STATUS = '35'
               DISPLAY 'READINGS-REPOSITORY NOT PRESENT - '
                   'NOTHING TO BROWSE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REPO-STATUS NOT = '00'
               PERFORM 9986-ABEND-READINGS-REPO
           END-IF.
           MOVE 'ENTER A VESSEL AND PRESS ENTER TO SEARCH'
               TO WS-SCR-MESSAGE.
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY BROWSE-SCREEN
               ACCEPT BROWSE-SCREEN
               PERFORM 1000-HANDLE-INPUT
           END-PERFORM.
           CLOSE READINGS-REPO-FILE.
           STOP RUN.

       1000-HANDLE-INPUT.
           MOVE SPACES TO WS-SCR-MESSAGE.
           INSPECT WS-SCR-COMMAND CONVERTING 'sfbx' TO 'SFBX'.
           IF WS-CRT-STATUS = 1003 OR WS-SCR-COMMAND = 'X'
               MOVE 'Y' TO WS-EXIT-FLAG
           ELSE
               IF WS-CRT-STATUS = 1007 OR WS-CRT-STATUS = 2001 OR
                   WS-SCR-COMMAND = 'B'
                   PERFORM 3100-PAGE-BACK
               ELSE
                   IF WS-CRT-STATUS = 1008 OR WS-CRT-STATUS = 2002 OR
                       WS-SCR-COMMAND = 'F'
                       PERFORM 3000-PAGE-FORWARD
                   ELSE
                       IF WS-SCR-COMMAND = 'S' OR
                           WS-SCR-COMMAND = SPACE
                           PERFORM 2000-SEARCH
                       ELSE
                           MOVE 'COMMAND MUST BE S, F, B OR X'
                               TO WS-SCR-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACE TO WS-SCR-COMMAND.

       2000-SEARCH.
           MOVE 'Y' TO WS-SEARCH-OK.
           INSPECT WS-SCR-VESSEL CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-SCR-SENSOR CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-SCR-VESSEL = SPACES
               MOVE 'N' TO WS-SEARCH-OK
               MOVE 'VESSEL IS REQUIRED' TO WS-SCR-MESSAGE
           END-IF.
           IF WS-SEARCH-OK = 'Y'
               IF WS-SCR-FROM-DATE = SPACES
                   MOVE '0000-00-00' TO WS-FROM-KEY(1:10)
               ELSE
                   MOVE WS-SCR-FROM-DATE TO WS-CHK-DATE
                   PERFORM 2010-CHECK-DATE
                   IF WS-CHK-OK = 'N'
                       MOVE 'N' TO WS-SEARCH-OK
                       MOVE 'FROM DATE MUST BE YYYY-MM-DD'
                           TO WS-SCR-MESSAGE
                   END-IF
                   MOVE WS-SCR-FROM-DATE TO WS-FROM-KEY(1:10)
               END-IF
           END-IF.
           IF WS-SEARCH-OK = 'Y'
               IF WS-SCR-FROM-TIME = SPACES
                   MOVE '00-00' TO WS-FROM-KEY(11:5)
               ELSE
                   MOVE WS-SCR-FROM-TIME TO WS-CHK-TIME
                   PERFORM 2011-CHECK-TIME
                   IF WS-CHK-OK = 'N'
                       MOVE 'N' TO WS-SEARCH-OK
                       MOVE 'FROM TIME MUST BE HH:MM'
                           TO WS-SCR-MESSAGE
                   END-IF
                   MOVE WS-SCR-FROM-TIME TO WS-FROM-KEY(11:5)
               END-IF
               MOVE '-00' TO WS-FROM-KEY(16:3)
               INSPECT WS-FROM-KEY(11:8) CONVERTING ':' TO '-'
           END-IF.
           IF WS-SEARCH-OK = 'Y'
               IF WS-SCR-TO-DATE = SPACES
                   MOVE '9999-12-31' TO WS-TO-KEY(1:10)
               ELSE
                   MOVE WS-SCR-TO-DATE TO WS-CHK-DATE
                   PERFORM 2010-CHECK-DATE
                   IF WS-CHK-OK = 'N'
                       MOVE 'N' TO WS-SEARCH-OK
                       MOVE 'TO DATE MUST BE YYYY-MM-DD'
                           TO WS-SCR-MESSAGE
                   END-IF
                   MOVE WS-SCR-TO-DATE TO WS-TO-KEY(1:10)
               END-IF
           END-IF.
           IF WS-SEARCH-OK = 'Y'
               IF WS-SCR-TO-TIME = SPACES
                   MOVE '23-59' TO WS-TO-KEY(11:5)
               ELSE
                   MOVE WS-SCR-TO-TIME TO WS-CHK-TIME
                   PERFORM 2011-CHECK-TIME
                   IF WS-CHK-OK = 'N'
                       MOVE 'N' TO WS-SEARCH-OK
                       MOVE 'TO TIME MUST BE HH:MM'
                           TO WS-SCR-MESSAGE
                   END-IF
                   MOVE WS-SCR-TO-TIME TO WS-TO-KEY(11:5)
               END-IF
               MOVE '-59' TO WS-TO-KEY(16:3)
               INSPECT WS-TO-KEY(11:8) CONVERTING ':' TO '-'
           END-IF.
           IF WS-SEARCH-OK = 'Y'
               IF WS-FROM-KEY > WS-TO-KEY
                   MOVE 'N' TO WS-SEARCH-OK
                   MOVE 'FROM DATE/TIME IS AFTER TO DATE/TIME'
                       TO WS-SCR-MESSAGE
               END-IF
           END-IF.
           IF WS-SEARCH-OK = 'Y'
               MOVE WS-SCR-VESSEL TO WS-SEL-VESSEL
               MOVE WS-SCR-SENSOR TO WS-SEL-SENSOR
               PERFORM 2100-COLLECT-MATCHES
               MOVE 'Y' TO WS-SEARCH-DONE
               COMPUTE WS-PAGE-COUNT =
                   (WS-MATCH-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
               IF WS-MATCH-COUNT > 0
                   MOVE 1 TO WS-PAGE-NO
               ELSE
                   MOVE 0 TO WS-PAGE-NO
               END-IF
               PERFORM 3200-FILL-PAGE
               IF WS-MATCH-OVERFLOW = 'Y'
                   MOVE WS-MATCH-MAX-SIZE TO WS-MESSAGE-COUNT
                   STRING 'MORE THAN ' WS-MESSAGE-COUNT
                       ' READINGS MATCH - NARROW THE DATE/TIME RANGE'
                       DELIMITED BY SIZE INTO WS-SCR-MESSAGE
               ELSE
                   IF WS-MATCH-COUNT = 0
                       MOVE 'NO READINGS MATCH' TO WS-SCR-MESSAGE
                   ELSE
                       MOVE WS-MATCH-COUNT TO WS-MESSAGE-COUNT
                       STRING WS-MESSAGE-COUNT ' READINGS FOUND'
                           DELIMITED BY SIZE INTO WS-SCR-MESSAGE
                   END-IF
               END-IF
           END-IF.

       2010-CHECK-DATE.
           MOVE 'N' TO WS-CHK-OK.
           IF WS-CHK-YYYY IS NUMERIC AND WS-CHK-MM IS NUMERIC AND
               WS-CHK-DD IS NUMERIC AND WS-CHK-SEP-1 = '-' AND
               WS-CHK-SEP-2 = '-'
               IF WS-CHK-MM > '00' AND WS-CHK-MM < '13' AND
                   WS-CHK-DD > '00' AND WS-CHK-DD < '32'
                   MOVE 'Y' TO WS-CHK-OK
               END-IF
           END-IF.

       2011-CHECK-TIME.
           MOVE 'N' TO WS-CHK-OK.
           IF WS-CHK-HH IS NUMERIC AND WS-CHK-MI IS NUMERIC AND
               WS-CHK-SEP-3 = ':'
               IF WS-CHK-HH < '24' AND WS-CHK-MI < '60'
                   MOVE 'Y' TO WS-CHK-OK
               END-IF
           END-IF.

       2100-COLLECT-MATCHES.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-MATCH-OVERFLOW.
           MOVE SPACES TO FD-RR-KEY.
           MOVE WS-SEL-VESSEL TO FD-RR-VESSEL.
           MOVE WS-SEL-SENSOR TO FD-RR-SENSOR.
           START READINGS-REPO-FILE KEY NOT < FD-RR-VESSEL-SENSOR
               INVALID KEY
                   MOVE 'Y' TO WS-REPO-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-REPO-EOF
           END-START.
           IF WS-REPO-STATUS NOT = '00' AND
               WS-REPO-STATUS NOT = '23'
               PERFORM 9986-ABEND-READINGS-REPO
           END-IF.
           PERFORM UNTIL WS-REPO-EOF = 'Y'
               READ READINGS-REPO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REPO-EOF
                   NOT AT END
                       IF FD-RR-VESSEL NOT = WS-SEL-VESSEL
                           MOVE 'Y' TO WS-REPO-EOF
                       ELSE
                           IF WS-SEL-SENSOR NOT = SPACES AND
                               FD-RR-SENSOR NOT = WS-SEL-SENSOR
                               MOVE 'Y' TO WS-REPO-EOF
                           ELSE
                               PERFORM 2101-SELECT-ONE-READING
                           END-IF
                       END-IF
               END-READ
               IF WS-REPO-STATUS NOT = '00' AND
                   WS-REPO-STATUS NOT = '02' AND
                   WS-REPO-STATUS NOT = '10'
                   PERFORM 9986-ABEND-READINGS-REPO
               END-IF
           END-PERFORM.

       2101-SELECT-ONE-READING.
           MOVE FD-RR-TIMESTAMP(1:10) TO WS-READING-KEY(1:10).
           MOVE FD-RR-TIMESTAMP(12:8) TO WS-READING-KEY(11:8).
           IF WS-READING-KEY NOT < WS-FROM-KEY AND
               WS-READING-KEY NOT > WS-TO-KEY
               IF WS-MATCH-COUNT < WS-MATCH-MAX-SIZE
                   PERFORM 2102-INSERT-MATCH
               ELSE
                   MOVE 'Y' TO WS-MATCH-OVERFLOW
                   MOVE 'Y' TO WS-REPO-EOF
               END-IF
           END-IF.

       2102-INSERT-MATCH.
           MOVE WS-READING-KEY TO WS-NEW-ORDER-KEY(1:18).
           MOVE FD-RR-SENSOR TO WS-NEW-ORDER-KEY(19:8).
           ADD 1 TO WS-MATCH-COUNT.
           MOVE WS-MATCH-COUNT TO WS-INSERT-IDX.
           MOVE 'N' TO WS-INSERT-DONE.
           PERFORM UNTIL WS-INSERT-DONE = 'Y'
               IF WS-INSERT-IDX = 1
                   MOVE 'Y' TO WS-INSERT-DONE
               ELSE
                   IF WS-MT-ORDER-KEY(WS-INSERT-IDX - 1) >
                       WS-NEW-ORDER-KEY
                       MOVE WS-MATCH-ENTRY(WS-INSERT-IDX - 1) TO
                           WS-MATCH-ENTRY(WS-INSERT-IDX)
                       SUBTRACT 1 FROM WS-INSERT-IDX
                   ELSE
                       MOVE 'Y' TO WS-INSERT-DONE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-NEW-ORDER-KEY TO WS-MT-ORDER-KEY(WS-INSERT-IDX).
           MOVE FD-RR-TIMESTAMP TO WS-MT-TIMESTAMP(WS-INSERT-IDX).
           MOVE FD-RR-SENSOR TO WS-MT-SENSOR(WS-INSERT-IDX).
           MOVE FD-RR-DEPTH TO WS-MT-DEPTH(WS-INSERT-IDX).
           IF FD-RR-RAW-DEPTH IS NUMERIC
               MOVE FD-RR-RAW-DEPTH TO WS-MT-RAW-DEPTH(WS-INSERT-IDX)
           ELSE
               MOVE FD-RR-DEPTH TO WS-MT-RAW-DEPTH(WS-INSERT-IDX)
           END-IF.
           MOVE FD-RR-TIDE-FLAG TO WS-MT-TIDE-FLAG(WS-INSERT-IDX).
           MOVE FD-RR-RUN-NUMBER TO WS-MT-RUN-NUMBER(WS-INSERT-IDX).
           MOVE FD-RR-DEPTH-FLAG TO WS-MT-DEPTH-FLAG(WS-INSERT-IDX).

       3000-PAGE-FORWARD.
           IF WS-SEARCH-DONE = 'N'
               MOVE 'ENTER A VESSEL AND PRESS ENTER TO SEARCH'
                   TO WS-SCR-MESSAGE
           ELSE
               IF WS-PAGE-NO < WS-PAGE-COUNT
                   ADD 1 TO WS-PAGE-NO
                   PERFORM 3200-FILL-PAGE
               ELSE
                   MOVE 'ALREADY ON THE LAST PAGE' TO WS-SCR-MESSAGE
               END-IF
           END-IF.

       3100-PAGE-BACK.
           IF WS-SEARCH-DONE = 'N'
               MOVE 'ENTER A VESSEL AND PRESS ENTER TO SEARCH'
                   TO WS-SCR-MESSAGE
           ELSE
               IF WS-PAGE-NO > 1
                   SUBTRACT 1 FROM WS-PAGE-NO
                   PERFORM 3200-FILL-PAGE
               ELSE
                   MOVE 'ALREADY ON THE FIRST PAGE' TO WS-SCR-MESSAGE
               END-IF
           END-IF.

       3200-FILL-PAGE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-PAGE-SIZE
                   COMPUTE WS-MATCH-IDX =
                       (WS-PAGE-NO - 1) * WS-PAGE-SIZE + WS-LINE-IDX
                   IF WS-PAGE-NO > 0 AND
                       WS-MATCH-IDX NOT > WS-MATCH-COUNT
                       PERFORM 3201-BUILD-DETAIL
                       MOVE WS-BROWSE-DETAIL TO
                           WS-BROWSE-LINE(WS-LINE-IDX)
                   ELSE
                       MOVE SPACES TO WS-BROWSE-LINE(WS-LINE-IDX)
                   END-IF
           END-PERFORM.
           MOVE WS-SEL-VESSEL TO WS-BS-VESSEL.
           IF WS-SEL-SENSOR = SPACES
               MOVE '(ALL)' TO WS-BS-SENSOR
           ELSE
               MOVE WS-SEL-SENSOR TO WS-BS-SENSOR
           END-IF.
           MOVE WS-MATCH-COUNT TO WS-BS-MATCHES.
           MOVE WS-PAGE-NO TO WS-BS-PAGE-NO.
           MOVE WS-PAGE-COUNT TO WS-BS-PAGE-COUNT.
           MOVE WS-BROWSE-STATUS TO WS-SCR-STATUS-LINE.

       3201-BUILD-DETAIL.
           MOVE WS-MT-SENSOR(WS-MATCH-IDX) TO WS-BD-SENSOR.
           MOVE WS-MT-TIMESTAMP(WS-MATCH-IDX) TO WS-BD-TIMESTAMP.
           MOVE WS-MT-DEPTH(WS-MATCH-IDX) TO WS-BD-DEPTH.
           MOVE WS-MT-RAW-DEPTH(WS-MATCH-IDX) TO WS-BD-RAW-DEPTH.
           MOVE WS-MT-TIDE-FLAG(WS-MATCH-IDX) TO WS-BD-TIDE-FLAG.
           MOVE WS-MT-RUN-NUMBER(WS-MATCH-IDX) TO WS-BD-RUN-NUMBER.
           EVALUATE WS-MT-DEPTH-FLAG(WS-MATCH-IDX)
               WHEN 'C'
                   MOVE 'CRITICAL' TO WS-BD-EXCEPTION
               WHEN 'W'
                   MOVE 'WARNING' TO WS-BD-EXCEPTION
               WHEN 'N'
                   MOVE 'NO' TO WS-BD-EXCEPTION
               WHEN OTHER
                   MOVE 'NOT HELD' TO WS-BD-EXCEPTION
           END-EVALUATE.

       9986-ABEND-READINGS-REPO.
           DISPLAY 'READINGS-REPOSITORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-REPO-STATUS
           DISPLAY 'RUN TERMINATED - READINGS-REPOSITORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
