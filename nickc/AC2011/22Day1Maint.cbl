           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-SM-SENSOR-ID
           FILE STATUS IS WS-SENSOR-MASTER-STATUS.
           SELECT PENDING-MAINT-FILE ASSIGN TO 'maintenance-pending'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-PM-NUMBER
           FILE STATUS IS WS-PENDING-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'control-card'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CALIBRATION-HIST-FILE ASSIGN TO 'calibration-history'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-CH-KEY
           FILE STATUS IS WS-CAL-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FD-SM-OFFSET       PIC S9(3) SIGN LEADING SEPARATE.
           05 FD-SM-STATUS-FLAG  PIC X(1).

       FD PENDING-MAINT-FILE.
       01 FD-PENDING-RECORD.
           05 FD-PM-NUMBER       PIC 9(6).
           05 FD-PM-STATUS       PIC X(1).
           05 FD-PM-MAKER        PIC X(20).
           05 FD-PM-ENTERED-DATE PIC 9(8).
           05 FD-PM-ENTERED-TIME PIC 9(6).
           05 FD-PM-CHECKER      PIC X(20).
           05 FD-PM-DECIDED-DATE PIC 9(8).
           05 FD-PM-DECIDED-TIME PIC 9(6).
           05 FD-PM-CARD         PIC X(77).
           05 FD-PM-REASON       PIC X(40).

       FD CONTROL-CARD-FILE.
       01 FD-CONTROL-RECORD.
           05 FD-CTL-KEYWORD    PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-CTL-VALUE      PIC X(9).

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

       WORKING-STORAGE SECTION.
       01 WS-MAINT-CARD-STATUS  PIC X(2) VALUE '00'.
       01 WS-MAINT-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-VESSEL-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-SENSOR-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-CAL-HIST-STATUS    PIC X(2) VALUE '00'.
       01 WS-PENDING-STATUS     PIC X(2) VALUE '00'.
       01 WS-CONTROL-STATUS     PIC X(2) VALUE '00'.
       01 WS-CTL-NUMERIC-VALUE  PIC 9(9) VALUE 0.
       01 WS-PEND-DAYS          PIC 9(3) VALUE 7.
       01 WS-PEND-EOF           PIC A(1) VALUE 'N'.
       01 WS-PEND-NEXT-NUMBER   PIC 9(6) VALUE 0.
       01 WS-PEND-NUMBER        PIC 9(6) VALUE 0.
       01 WS-PEND-EXPIRED       PIC A(1) VALUE 'N'.
       01 WS-PEND-FOUND         PIC A(1) VALUE 'N'.
       01 WS-TODAY-DATE         PIC 9(8) VALUE 0.
       01 WS-TODAY-INT          PIC 9(8) VALUE 0.
       01 WS-CARD-ACTION        PIC X(3) VALUE SPACES.
       01 WS-MAKER-ID           PIC X(20) VALUE SPACES.
       01 WS-CHECKER-ID         PIC X(20) VALUE SPACES.
       01 WS-QUEUED-COUNT       PIC 9(6) VALUE 0.
       01 WS-CHECKER-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-EXPIRED-COUNT      PIC 9(6) VALUE 0.
       01 WS-AWAITING-COUNT     PIC 9(6) VALUE 0.
       01 WS-REVIEW-COUNT       PIC 9(6) VALUE 0.
       01 WS-EOF                PIC A(1) VALUE 'N'.
       01 WS-TRAN-COUNT         PIC 9(6) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(6) VALUE 0.
       01 WS-NEW-WARNING-DEPTH  PIC 9(4) VALUE 0.
       01 WS-NEW-OFFSET         PIC S9(3) VALUE 0.
       01 WS-OFFSET-DIGITS      PIC X(3) VALUE SPACES.
       01 WS-OLD-OFFSET         PIC S9(3) VALUE 0.
       01 WS-CAL-CHANGE         PIC A(1) VALUE 'N'.
       01 WS-CAL-EOF            PIC A(1) VALUE 'N'.
       01 WS-CAL-ENTRY-COUNT    PIC 9(4) VALUE 0.
       01 WS-CAL-LATEST-VERSION PIC 9(4) VALUE 0.
       01 WS-CAL-LATEST-TS      PIC X(20) VALUE SPACES.
       01 WS-CAL-RECORDED-COUNT PIC 9(6) VALUE 0.
       01 WS-CAL-BASELINE-TS    PIC X(20) VALUE
           '0001-01-01-00-00-00-'.
       01 WS-CAL-WRITE-TS       PIC X(20) VALUE SPACES.
       01 WS-CAL-WRITE-VERSION  PIC 9(4) VALUE 0.
       01 WS-CAL-WRITE-OFFSET   PIC S9(3) VALUE 0.
       01 WS-RUN-TIMESTAMP      PIC X(20) VALUE SPACES.
       01 WS-EFFECTIVE-TS       PIC X(20) VALUE SPACES.
       01 WS-EFF-TS-WORK REDEFINES WS-EFFECTIVE-TS.
           05 WS-ETS-YYYY       PIC X(4).
           05 WS-ETS-SEP-1      PIC X(1).
           05 WS-ETS-MM         PIC X(2).
           05 WS-ETS-SEP-2      PIC X(1).
           05 WS-ETS-DD         PIC X(2).
           05 WS-ETS-SEP-3      PIC X(1).
           05 WS-ETS-HH         PIC X(2).
           05 WS-ETS-SEP-4      PIC X(1).
           05 WS-ETS-MI         PIC X(2).
           05 WS-ETS-SEP-5      PIC X(1).
           05 WS-ETS-SS         PIC X(2).
           05 WS-ETS-SEP-6      PIC X(1).
       01 WS-ETS-DATE           PIC X(8) VALUE SPACES.
       01 WS-ETS-DATE-NUM REDEFINES WS-ETS-DATE PIC 9(8).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-SCD-OFFSET     PIC X(4).
           05 FILLER             PIC X(1).
           05 WS-SCD-STATUS     PIC X(1).
           05 FILLER             PIC X(1).
           05 WS-SCD-EFFECTIVE-TS PIC X(20).
           05 FILLER             PIC X(4).

       01 WS-PROPOSED-VESSEL.
           05 WS-PV-VESSEL-ID    PIC X(8).
           05 WS-PV-NAME         PIC X(20).
           05 WS-PV-CLASS        PIC X(10).
           05 WS-PV-HOME-PORT    PIC X(15).
           05 WS-PV-STATUS-FLAG  PIC X(1).
           05 WS-PV-MAX-DEPTH    PIC X(4).
           05 WS-PV-WARNING-DEPTH PIC X(4).
       01 WS-PROPOSED-SENSOR.
           05 WS-PS-SENSOR-ID    PIC X(8).
           05 WS-PS-DESCRIPTION  PIC X(30).
           05 WS-PS-OFFSET       PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-PS-STATUS-FLAG  PIC X(1).

       01 WS-AUDIT-HEADER-1     PIC X(80) VALUE
           'MASTER FILE MAINTENANCE AUDIT'.
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG        PIC X(9).
           05 WS-IMG-RECORD     PIC X(71).
       01 WS-CAL-LINE.
           05 FILLER            PIC X(22) VALUE
               'CALIBRATION - VERSION '.
           05 WS-CAL-LN-VERSION PIC 9(4).
           05 FILLER            PIC X(11) VALUE ' EFFECTIVE '.
           05 WS-CAL-LN-TS      PIC X(20).
           05 FILLER            PIC X(8) VALUE ' OFFSET '.
           05 WS-CAL-LN-OFFSET  PIC +999.
           05 FILLER            PIC X(11) VALUE SPACES.
       01 WS-PENDING-LINE       PIC X(80) VALUE SPACES.
       01 WS-AWAITING-HEADER    PIC X(80) VALUE
           'PENDING CHANGES AWAITING APPROVAL'.
       01 WS-CLOSED-HEADER      PIC X(80) VALUE
           'PENDING CHANGES REJECTED OR EXPIRED THIS RUN'.
       01 WS-NONE-LINE          PIC X(80) VALUE
           '  NONE'.
       01 WS-REJECT-LINE.
           05 FILLER            PIC X(11) VALUE 'REJECTED - '.
           05 WS-REJ-REASON     PIC X(40).
               'TRANSACTIONS REJECTED '.
           05 WS-TOT-REJECTED   PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-TOTAL-LINE-4.
           05 FILLER            PIC X(22) VALUE
               'CALIBRATIONS RECORDED '.
           05 WS-TOT-CALIBRATIONS PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
       01 WS-TOTAL-LINE-5.
           05 WS-TOT-PEND-LABEL PIC X(22).
           05 WS-TOT-PEND-VALUE PIC ZZZZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD '-'
               WS-RT-HH '-' WS-RT-MI '-' WS-RT-SS '-'
               DELIMITED BY SIZE
               INTO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-DATE TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM 1003-LOAD-CONTROL-CARD.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           IF WS-MAINT-AUDIT-STATUS NOT = '00'
               PERFORM 9996-ABEND-MAINT-AUDIT
           WRITE FD-MAINT-AUDIT-LINE FROM WS-BLANK-LINE.
           PERFORM 1000-OPEN-VESSEL-MASTER.
           PERFORM 1001-OPEN-SENSOR-MASTER.
           PERFORM 1002-OPEN-CALIBRATION-HIST.
           PERFORM 1005-OPEN-PENDING-MAINT.
           OPEN INPUT MAINT-CARD-FILE.
           IF WS-MAINT-CARD-STATUS NOT = '00'
               PERFORM 9998-ABEND-MAINT-CARD
                   PERFORM 9998-ABEND-MAINT-CARD
               END-IF
           END-PERFORM.
           PERFORM 3000-REVIEW-PENDING.
           CLOSE MAINT-CARD-FILE.
           CLOSE PENDING-MAINT-FILE.
           CLOSE VESSEL-MASTER-FILE.
           CLOSE SENSOR-MASTER-FILE.
           CLOSE CALIBRATION-HIST-FILE.
           PERFORM 2900-WRITE-AUDIT-TOTALS.
           CLOSE MAINT-AUDIT-FILE.
           DISPLAY "TRANSACTIONS READ - " WS-TRAN-COUNT
           DISPLAY "TRANSACTIONS APPLIED - " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED - " WS-REJECTED-COUNT
           DISPLAY "CALIBRATIONS RECORDED - " WS-CAL-RECORDED-COUNT
           DISPLAY "QUEUED FOR APPROVAL - " WS-QUEUED-COUNT
           DISPLAY "CHECKER REJECTIONS - " WS-CHECKER-REJECT-COUNT
           DISPLAY "PENDING EXPIRED - " WS-EXPIRED-COUNT
           DISPLAY "AWAITING APPROVAL - " WS-AWAITING-COUNT
           IF WS-REJECTED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
               PERFORM 9994-ABEND-SENSOR-MASTER
           END-IF.

       1002-OPEN-CALIBRATION-HIST.
           OPEN I-O CALIBRATION-HIST-FILE.
           IF WS-CAL-HIST-STATUS = '35'
               OPEN OUTPUT CALIBRATION-HIST-FILE
               IF WS-CAL-HIST-STATUS NOT = '00'
                   PERFORM 9993-ABEND-CALIBRATION-HIST
               END-IF
               CLOSE CALIBRATION-HIST-FILE
               OPEN I-O CALIBRATION-HIST-FILE
           END-IF.
           IF WS-CAL-HIST-STATUS NOT = '00'
               PERFORM 9993-ABEND-CALIBRATION-HIST
           END-IF.

       1003-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-CONTROL-STATUS = '00'
               PERFORM UNTIL WS-CONTROL-STATUS = '10'
                   READ CONTROL-CARD-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM 1004-CHECK-ONE-CARD
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

       1004-CHECK-ONE-CARD.
           IF FD-CTL-KEYWORD = 'PENDDAYS'
               IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   COMPUTE WS-CTL-NUMERIC-VALUE =
                       FUNCTION NUMVAL(FD-CTL-VALUE)
                   IF WS-CTL-NUMERIC-VALUE > 0 AND
                       WS-CTL-NUMERIC-VALUE < 366
                       MOVE WS-CTL-NUMERIC-VALUE TO WS-PEND-DAYS
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

       1005-OPEN-PENDING-MAINT.
           OPEN I-O PENDING-MAINT-FILE.
           IF WS-PENDING-STATUS = '35'
               OPEN OUTPUT PENDING-MAINT-FILE
               IF WS-PENDING-STATUS NOT = '00'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
               CLOSE PENDING-MAINT-FILE
               OPEN I-O PENDING-MAINT-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = '00'
               PERFORM 9992-ABEND-PENDING-MAINT
           END-IF.
           MOVE 0 TO WS-PEND-NEXT-NUMBER.
           MOVE 0 TO FD-PM-NUMBER.
           MOVE 'N' TO WS-PEND-EOF.
           START PENDING-MAINT-FILE KEY NOT < FD-PM-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-MAINT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       MOVE FD-PM-NUMBER TO WS-PEND-NEXT-NUMBER
               END-READ
               IF WS-PENDING-STATUS NOT = '00' AND
                   WS-PENDING-STATUS NOT = '10'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
           END-PERFORM.

       2000-PROCESS-TRANSACTION.
           IF FD-MNT-ACTION = 'OPR'
               MOVE FD-MNT-DATA(1:20) TO WS-OPERATOR-ID
           ELSE
               ADD 1 TO WS-TRAN-COUNT
               MOVE FD-MNT-ACTION TO WS-CARD-ACTION
               MOVE 'N' TO WS-TRAN-OK
               MOVE SPACES TO WS-REJECT-REASON
               MOVE WS-TRAN-COUNT TO WS-TRN-SEQ
               MOVE FD-MNT-FILE-ID TO WS-TRN-FILE-ID
               MOVE FD-MNT-KEY TO WS-TRN-KEY
               WRITE FD-MAINT-AUDIT-LINE FROM WS-TRAN-LINE
               IF FD-MNT-ACTION = 'APR' OR FD-MNT-ACTION = 'REJ'
                   PERFORM 2300-DECIDE-PENDING
               ELSE
               IF FD-MNT-ACTION NOT = 'ADD' AND
                   FD-MNT-ACTION NOT = 'CHG' AND
                   FD-MNT-ACTION NOT = 'DEA'
               IF FD-MNT-KEY = SPACES
                   MOVE 'KEY MISSING' TO WS-REJECT-REASON
               ELSE
               IF FD-MNT-FILE-ID NOT = 'V' AND FD-MNT-FILE-ID NOT = 'S'
                   MOVE 'INVALID FILE ID' TO WS-REJECT-REASON
               ELSE
                   PERFORM 2050-QUEUE-TRANSACTION
               END-IF
               END-IF
               END-IF
               END-IF
               IF WS-TRAN-OK = 'Y'
                   IF WS-CARD-ACTION = 'APR'
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE WS-REJECT-REASON TO WS-REJ-REASON
               WRITE FD-MAINT-AUDIT-LINE FROM WS-BLANK-LINE
           END-IF.

       2050-QUEUE-TRANSACTION.
           IF FD-MNT-FILE-ID = 'V'
               MOVE FD-MNT-DATA TO WS-VESSEL-CARD-DATA
               IF WS-VCD-STATUS NOT = SPACES AND
                   WS-VCD-STATUS NOT = 'A' AND WS-VCD-STATUS NOT = 'I'
                   MOVE 'STATUS MUST BE A OR I' TO WS-REJECT-REASON
               ELSE
               IF WS-VCD-MAX-DEPTH NOT = SPACES AND
                   WS-VCD-MAX-DEPTH NOT NUMERIC
                   MOVE 'MAX-DEPTH NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
               IF WS-VCD-WARNING-DEPTH NOT = SPACES AND
                   WS-VCD-WARNING-DEPTH NOT NUMERIC
                   MOVE 'WARNING-DEPTH NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
           ELSE
               MOVE FD-MNT-DATA TO WS-SENSOR-CARD-DATA
               PERFORM 2250-EDIT-SENSOR-STATUS
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2240-EDIT-SENSOR-OFFSET
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2241-EDIT-EFFECTIVE-TS
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-OPERATOR-ID = '(NOT SUPPLIED)'
                   MOVE 'MAKER NOT IDENTIFIED' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-PEND-NEXT-NUMBER
               MOVE WS-PEND-NEXT-NUMBER TO FD-PM-NUMBER
               MOVE 'P' TO FD-PM-STATUS
               MOVE WS-OPERATOR-ID TO FD-PM-MAKER
               MOVE WS-RUN-DATE TO FD-PM-ENTERED-DATE
               MOVE WS-RUN-TIME(1:6) TO FD-PM-ENTERED-TIME
               MOVE SPACES TO FD-PM-CHECKER
               MOVE 0 TO FD-PM-DECIDED-DATE
               MOVE 0 TO FD-PM-DECIDED-TIME
               MOVE FD-MAINT-CARD TO FD-PM-CARD
               MOVE SPACES TO FD-PM-REASON
               WRITE FD-PENDING-RECORD
                   INVALID KEY
                       PERFORM 9992-ABEND-PENDING-MAINT
               END-WRITE
               IF WS-PENDING-STATUS NOT = '00'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
               ADD 1 TO WS-QUEUED-COUNT
               MOVE 'Y' TO WS-TRAN-OK
               MOVE SPACES TO WS-PENDING-LINE
               STRING 'QUEUED FOR APPROVAL - PENDING ' FD-PM-NUMBER
                   ' MAKER ' FD-PM-MAKER
                   DELIMITED BY SIZE
                   INTO WS-PENDING-LINE
               WRITE FD-MAINT-AUDIT-LINE FROM WS-PENDING-LINE
           END-IF.

       2100-APPLY-VESSEL-TRAN.
           MOVE FD-MNT-DATA TO WS-VESSEL-CARD-DATA.
           MOVE 'N' TO WS-RECORD-FOUND.
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2240-EDIT-SENSOR-OFFSET
               END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE WS-CAL-BASELINE-TS TO WS-EFFECTIVE-TS
                   PERFORM 2241-EDIT-EFFECTIVE-TS
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2260-SCAN-CALIBRATION
               END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE FD-MNT-KEY TO FD-SM-SENSOR-ID
                   MOVE WS-SCD-DESCRIPTION TO FD-SM-DESCRIPTION
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-TRAN-OK
                   END-WRITE
                   IF WS-TRAN-OK = 'Y'
                       MOVE WS-EFFECTIVE-TS TO WS-CAL-WRITE-TS
                       COMPUTE WS-CAL-WRITE-VERSION =
                           WS-CAL-LATEST-VERSION + 1
                       MOVE WS-NEW-OFFSET TO WS-CAL-WRITE-OFFSET
                       PERFORM 2270-WRITE-CALIBRATION
                   END-IF
               END-IF
           END-IF.

           IF WS-RECORD-FOUND = 'N'
               MOVE 'SENSOR NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
               MOVE 'N' TO WS-CAL-CHANGE
               MOVE FD-SM-OFFSET TO WS-OLD-OFFSET
               PERFORM 2250-EDIT-SENSOR-STATUS
               IF WS-REJECT-REASON NOT = SPACES
                   CONTINUE
                       PERFORM 2240-EDIT-SENSOR-OFFSET
                   END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES
                   IF WS-NEW-OFFSET NOT = WS-OLD-OFFSET
                       MOVE 'Y' TO WS-CAL-CHANGE
                       MOVE WS-RUN-TIMESTAMP TO WS-EFFECTIVE-TS
                       PERFORM 2241-EDIT-EFFECTIVE-TS
                   ELSE
                       IF WS-SCD-EFFECTIVE-TS NOT = SPACES
                           MOVE 'EFFECTIVE DATE WITHOUT OFFSET CHANGE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES AND WS-CAL-CHANGE = 'Y'
                   PERFORM 2260-SCAN-CALIBRATION
               END-IF
               IF WS-REJECT-REASON = SPACES
                   IF WS-SCD-DESCRIPTION NOT = SPACES
                       MOVE WS-SCD-DESCRIPTION TO FD-SM-DESCRIPTION
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-TRAN-OK
                   END-REWRITE
                   IF WS-TRAN-OK = 'Y' AND WS-CAL-CHANGE = 'Y'
                       IF WS-CAL-ENTRY-COUNT = 0
                           MOVE WS-CAL-BASELINE-TS TO WS-CAL-WRITE-TS
                           MOVE 1 TO WS-CAL-WRITE-VERSION
                           MOVE WS-OLD-OFFSET TO WS-CAL-WRITE-OFFSET
                           PERFORM 2270-WRITE-CALIBRATION
                           MOVE 1 TO WS-CAL-LATEST-VERSION
                       END-IF
                       MOVE WS-EFFECTIVE-TS TO WS-CAL-WRITE-TS
                       COMPUTE WS-CAL-WRITE-VERSION =
                           WS-CAL-LATEST-VERSION + 1
                       MOVE WS-NEW-OFFSET TO WS-CAL-WRITE-OFFSET
                       PERFORM 2270-WRITE-CALIBRATION
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       2241-EDIT-EFFECTIVE-TS.
           IF WS-SCD-EFFECTIVE-TS NOT = SPACES
               MOVE WS-SCD-EFFECTIVE-TS TO WS-EFFECTIVE-TS
               IF WS-ETS-SEP-6 = SPACE
                   MOVE '-' TO WS-ETS-SEP-6
               END-IF
               IF WS-ETS-YYYY NOT NUMERIC OR WS-ETS-MM NOT NUMERIC OR
                   WS-ETS-DD NOT NUMERIC OR WS-ETS-HH NOT NUMERIC OR
                   WS-ETS-MI NOT NUMERIC OR WS-ETS-SS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE/TIME NOT NUMERIC' TO
                       WS-REJECT-REASON
               ELSE
               IF WS-ETS-SEP-1 NOT = '-' OR WS-ETS-SEP-2 NOT = '-' OR
                   WS-ETS-SEP-3 NOT = '-' OR WS-ETS-SEP-4 NOT = '-' OR
                   WS-ETS-SEP-5 NOT = '-' OR WS-ETS-SEP-6 NOT = '-'
                   MOVE 'EFFECTIVE DATE/TIME FORMAT INVALID' TO
                       WS-REJECT-REASON
               ELSE
               IF WS-ETS-MM < '01' OR WS-ETS-MM > '12' OR
                   WS-ETS-DD < '01' OR WS-ETS-DD > '31' OR
                   WS-ETS-HH > '23' OR WS-ETS-MI > '59' OR
                   WS-ETS-SS > '59'
                   MOVE 'EFFECTIVE DATE/TIME OUT OF RANGE' TO
                       WS-REJECT-REASON
               ELSE
                   STRING WS-ETS-YYYY WS-ETS-MM WS-ETS-DD
                       DELIMITED BY SIZE
                       INTO WS-ETS-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-ETS-DATE-NUM)
                       NOT = 0
                       MOVE 'EFFECTIVE DATE IS NOT A VALID DATE' TO
                           WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       2250-EDIT-SENSOR-STATUS.
           IF WS-SCD-STATUS NOT = SPACES AND
               WS-SCD-STATUS NOT = 'A' AND WS-SCD-STATUS NOT = 'R'
               MOVE 'STATUS MUST BE A OR R' TO WS-REJECT-REASON
           END-IF.

       2260-SCAN-CALIBRATION.
           MOVE 0 TO WS-CAL-ENTRY-COUNT.
           MOVE 0 TO WS-CAL-LATEST-VERSION.
           MOVE SPACES TO WS-CAL-LATEST-TS.
           MOVE 'N' TO WS-CAL-EOF.
           MOVE FD-MNT-KEY TO FD-CH-SENSOR-ID.
           MOVE LOW-VALUES TO FD-CH-EFFECTIVE-TS.
           START CALIBRATION-HIST-FILE KEY NOT < FD-CH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CAL-EOF
           END-START.
           IF WS-CAL-HIST-STATUS NOT = '00' AND
               WS-CAL-HIST-STATUS NOT = '23'
               PERFORM 9993-ABEND-CALIBRATION-HIST
           END-IF.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CALIBRATION-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF FD-CH-SENSOR-ID NOT = FD-MNT-KEY
                           MOVE 'Y' TO WS-CAL-EOF
                       ELSE
                           ADD 1 TO WS-CAL-ENTRY-COUNT
                           MOVE FD-CH-VERSION TO WS-CAL-LATEST-VERSION
                           MOVE FD-CH-EFFECTIVE-TS TO WS-CAL-LATEST-TS
                       END-IF
               END-READ
               IF WS-CAL-HIST-STATUS NOT = '00' AND
                   WS-CAL-HIST-STATUS NOT = '10'
                   PERFORM 9993-ABEND-CALIBRATION-HIST
               END-IF
           END-PERFORM.
           IF WS-CAL-ENTRY-COUNT = 0 AND FD-MNT-ACTION = 'CHG'
               MOVE WS-CAL-BASELINE-TS TO WS-CAL-LATEST-TS
           END-IF.
           IF WS-EFFECTIVE-TS NOT > WS-CAL-LATEST-TS
               MOVE 'EFFECTIVE NOT AFTER LATEST CALIBRATION' TO
                   WS-REJECT-REASON
           END-IF.

       2270-WRITE-CALIBRATION.
           MOVE FD-MNT-KEY TO FD-CH-SENSOR-ID.
           MOVE WS-CAL-WRITE-TS TO FD-CH-EFFECTIVE-TS.
           MOVE WS-CAL-WRITE-VERSION TO FD-CH-VERSION.
           MOVE WS-CAL-WRITE-OFFSET TO FD-CH-OFFSET.
           MOVE WS-MAKER-ID TO FD-CH-OPERATOR.
           MOVE WS-RUN-DATE TO FD-CH-ENTERED-DATE.
           MOVE WS-RUN-TIME(1:6) TO FD-CH-ENTERED-TIME.
           WRITE FD-CAL-HIST-RECORD
               INVALID KEY
                   PERFORM 9993-ABEND-CALIBRATION-HIST
           END-WRITE.
           IF WS-CAL-HIST-STATUS NOT = '00'
               PERFORM 9993-ABEND-CALIBRATION-HIST
           END-IF.
           ADD 1 TO WS-CAL-RECORDED-COUNT.
           MOVE WS-CAL-WRITE-VERSION TO WS-CAL-LN-VERSION.
           MOVE WS-CAL-WRITE-TS TO WS-CAL-LN-TS.
           MOVE WS-CAL-WRITE-OFFSET TO WS-CAL-LN-OFFSET.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-CAL-LINE.

       2300-DECIDE-PENDING.
           MOVE 'N' TO WS-PEND-FOUND.
           IF FUNCTION TRIM(FD-MNT-KEY) IS NUMERIC
               COMPUTE WS-PEND-NUMBER = FUNCTION NUMVAL(FD-MNT-KEY)
               MOVE WS-PEND-NUMBER TO FD-PM-NUMBER
               READ PENDING-MAINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PEND-FOUND
               END-READ
               IF WS-PENDING-STATUS NOT = '00' AND
                   WS-PENDING-STATUS NOT = '23'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
           END-IF.
           IF WS-PEND-FOUND = 'N'
               MOVE 'PENDING ITEM NOT FOUND' TO WS-REJECT-REASON
           ELSE
           IF FD-PM-STATUS NOT = 'P'
               MOVE 'PENDING ITEM ALREADY DECIDED' TO WS-REJECT-REASON
           ELSE
               PERFORM 2310-CHECK-PENDING-EXPIRY
               IF WS-PEND-EXPIRED = 'Y'
                   MOVE 'E' TO FD-PM-STATUS
                   MOVE 'NOT DECIDED WITHIN EXPIRY PERIOD' TO
                       FD-PM-REASON
                   PERFORM 2320-CLOSE-PENDING
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'PENDING ITEM EXPIRED' TO WS-REJECT-REASON
               ELSE
               IF FD-PM-ENTERED-DATE = WS-RUN-DATE AND
                   FD-PM-ENTERED-TIME = WS-RUN-TIME(1:6)
                   MOVE 'APPROVAL MUST BE A SEPARATE RUN' TO
                       WS-REJECT-REASON
               ELSE
               IF WS-OPERATOR-ID = '(NOT SUPPLIED)'
                   MOVE 'CHECKER NOT IDENTIFIED' TO WS-REJECT-REASON
               ELSE
               IF WS-OPERATOR-ID = FD-PM-MAKER
                   MOVE 'CHECKER MUST DIFFER FROM MAKER' TO
                       WS-REJECT-REASON
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE FD-PM-MAKER TO WS-MAKER-ID
               MOVE WS-OPERATOR-ID TO WS-CHECKER-ID
               IF WS-CARD-ACTION = 'REJ'
                   MOVE 'R' TO FD-PM-STATUS
                   IF FD-MNT-DATA(1:40) = SPACES
                       MOVE 'REJECTED BY CHECKER' TO FD-PM-REASON
                   ELSE
                       MOVE FD-MNT-DATA(1:40) TO FD-PM-REASON
                   END-IF
                   PERFORM 2320-CLOSE-PENDING
                   ADD 1 TO WS-CHECKER-REJECT-COUNT
                   MOVE 'Y' TO WS-TRAN-OK
                   PERFORM 2330-WRITE-MAKER-CHECKER
               ELSE
                   PERFORM 2340-APPLY-PENDING
               END-IF
           END-IF.

       2310-CHECK-PENDING-EXPIRY.
           MOVE 'N' TO WS-PEND-EXPIRED.
           IF FD-PM-ENTERED-DATE IS NUMERIC AND FD-PM-ENTERED-DATE > 0
               IF FUNCTION INTEGER-OF-DATE(FD-PM-ENTERED-DATE) +
                   WS-PEND-DAYS < WS-TODAY-INT
                   MOVE 'Y' TO WS-PEND-EXPIRED
               END-IF
           END-IF.

       2320-CLOSE-PENDING.
           IF FD-PM-STATUS = 'E'
               MOVE SPACES TO FD-PM-CHECKER
           ELSE
               MOVE WS-OPERATOR-ID TO FD-PM-CHECKER
           END-IF.
           MOVE WS-RUN-DATE TO FD-PM-DECIDED-DATE.
           MOVE WS-RUN-TIME(1:6) TO FD-PM-DECIDED-TIME.
           REWRITE FD-PENDING-RECORD
               INVALID KEY
                   PERFORM 9992-ABEND-PENDING-MAINT
           END-REWRITE.
           IF WS-PENDING-STATUS NOT = '00'
               PERFORM 9992-ABEND-PENDING-MAINT
           END-IF.

       2330-WRITE-MAKER-CHECKER.
           MOVE SPACES TO WS-PENDING-LINE.
           STRING 'PENDING ' FD-PM-NUMBER ' ' FD-PM-CARD(1:14)
               ' MAKER ' WS-MAKER-ID(1:12)
               ' CHECKER ' WS-CHECKER-ID(1:12)
               DELIMITED BY SIZE
               INTO WS-PENDING-LINE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-PENDING-LINE.

       2340-APPLY-PENDING.
           PERFORM 2330-WRITE-MAKER-CHECKER.
           MOVE FD-PM-CARD TO FD-MAINT-CARD.
           IF FD-MNT-FILE-ID = 'V'
               PERFORM 2100-APPLY-VESSEL-TRAN
           ELSE
               PERFORM 2200-APPLY-SENSOR-TRAN
           END-IF.
           IF WS-TRAN-OK = 'Y'
               MOVE 'A' TO FD-PM-STATUS
               MOVE SPACES TO FD-PM-REASON
           ELSE
               MOVE 'F' TO FD-PM-STATUS
               MOVE WS-REJECT-REASON TO FD-PM-REASON
           END-IF.
           PERFORM 2320-CLOSE-PENDING.

       2900-WRITE-AUDIT-TOTALS.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-BLANK-LINE.
           MOVE WS-OPERATOR-ID TO WS-HDR-OPERATOR.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-2.
           MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-3.
           MOVE WS-CAL-RECORDED-COUNT TO WS-TOT-CALIBRATIONS.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-4.
           MOVE 'QUEUED FOR APPROVAL - ' TO WS-TOT-PEND-LABEL.
           MOVE WS-QUEUED-COUNT TO WS-TOT-PEND-VALUE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-5.
           MOVE 'CHECKER REJECTIONS  - ' TO WS-TOT-PEND-LABEL.
           MOVE WS-CHECKER-REJECT-COUNT TO WS-TOT-PEND-VALUE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-5.
           MOVE 'PENDING EXPIRED     - ' TO WS-TOT-PEND-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TOT-PEND-VALUE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-5.
           MOVE 'AWAITING APPROVAL   - ' TO WS-TOT-PEND-LABEL.
           MOVE WS-AWAITING-COUNT TO WS-TOT-PEND-VALUE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-TOTAL-LINE-5.

       3000-REVIEW-PENDING.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-BLANK-LINE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-AWAITING-HEADER.
           MOVE 0 TO WS-REVIEW-COUNT.
           MOVE 0 TO FD-PM-NUMBER.
           MOVE 'N' TO WS-PEND-EOF.
           START PENDING-MAINT-FILE KEY NOT < FD-PM-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-MAINT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       IF FD-PM-STATUS = 'P'
                           PERFORM 3001-REVIEW-ONE-PENDING
                       END-IF
               END-READ
               IF WS-PENDING-STATUS NOT = '00' AND
                   WS-PENDING-STATUS NOT = '10'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
           END-PERFORM.
           IF WS-REVIEW-COUNT = 0
               WRITE FD-MAINT-AUDIT-LINE FROM WS-NONE-LINE
           END-IF.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-BLANK-LINE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-CLOSED-HEADER.
           MOVE 0 TO WS-REVIEW-COUNT.
           MOVE 0 TO FD-PM-NUMBER.
           MOVE 'N' TO WS-PEND-EOF.
           START PENDING-MAINT-FILE KEY NOT < FD-PM-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PENDING-MAINT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       IF (FD-PM-STATUS = 'R' OR FD-PM-STATUS = 'E')
                           AND FD-PM-DECIDED-DATE = WS-TODAY-DATE
                           AND FD-PM-DECIDED-TIME = WS-RUN-TIME(1:6)
                           PERFORM 3003-LIST-CLOSED-PENDING
                       END-IF
               END-READ
               IF WS-PENDING-STATUS NOT = '00' AND
                   WS-PENDING-STATUS NOT = '10'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
           END-PERFORM.
           IF WS-REVIEW-COUNT = 0
               WRITE FD-MAINT-AUDIT-LINE FROM WS-NONE-LINE
           END-IF.

       3001-REVIEW-ONE-PENDING.
           PERFORM 2310-CHECK-PENDING-EXPIRY.
           IF WS-PEND-EXPIRED = 'Y'
               MOVE 'E' TO FD-PM-STATUS
               MOVE 'NOT DECIDED WITHIN EXPIRY PERIOD' TO FD-PM-REASON
               MOVE SPACES TO FD-PM-CHECKER
               MOVE WS-RUN-DATE TO FD-PM-DECIDED-DATE
               MOVE WS-RUN-TIME(1:6) TO FD-PM-DECIDED-TIME
               REWRITE FD-PENDING-RECORD
                   INVALID KEY
                       PERFORM 9992-ABEND-PENDING-MAINT
               END-REWRITE
               IF WS-PENDING-STATUS NOT = '00'
                   PERFORM 9992-ABEND-PENDING-MAINT
               END-IF
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-AWAITING-COUNT
               ADD 1 TO WS-REVIEW-COUNT
               MOVE SPACES TO WS-PENDING-LINE
               STRING 'PENDING ' FD-PM-NUMBER ' ' FD-PM-CARD(1:14)
                   ' MAKER ' FD-PM-MAKER(1:12) ' ENTERED '
                   FD-PM-ENTERED-DATE
                   DELIMITED BY SIZE
                   INTO WS-PENDING-LINE
               WRITE FD-MAINT-AUDIT-LINE FROM WS-PENDING-LINE
               MOVE FD-PM-CARD TO FD-MAINT-CARD
               IF FD-MNT-FILE-ID = 'V'
                   PERFORM 3010-PROPOSE-VESSEL
               ELSE
                   PERFORM 3020-PROPOSE-SENSOR
               END-IF
           END-IF.

       3003-LIST-CLOSED-PENDING.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO WS-PENDING-LINE.
           IF FD-PM-STATUS = 'R'
               STRING 'PENDING ' FD-PM-NUMBER ' ' FD-PM-CARD(1:14)
                   ' REJECTED  MAKER ' FD-PM-MAKER(1:12)
                   ' CHECKER ' FD-PM-CHECKER(1:12)
                   DELIMITED BY SIZE
                   INTO WS-PENDING-LINE
           ELSE
               STRING 'PENDING ' FD-PM-NUMBER ' ' FD-PM-CARD(1:14)
                   ' EXPIRED   MAKER ' FD-PM-MAKER(1:12)
                   ' ENTERED ' FD-PM-ENTERED-DATE
                   DELIMITED BY SIZE
                   INTO WS-PENDING-LINE
           END-IF.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-PENDING-LINE.
           MOVE SPACES TO WS-PENDING-LINE.
           STRING '  REASON - ' FD-PM-REASON
               DELIMITED BY SIZE
               INTO WS-PENDING-LINE.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-PENDING-LINE.

       3010-PROPOSE-VESSEL.
           MOVE FD-MNT-DATA TO WS-VESSEL-CARD-DATA.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE FD-MNT-KEY TO FD-VM-VESSEL-ID.
           READ VESSEL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.
           IF WS-VESSEL-MASTER-STATUS NOT = '00' AND
               WS-VESSEL-MASTER-STATUS NOT = '23'
               PERFORM 9991-ABEND-VESSEL-MASTER
           END-IF.
           MOVE 'BEFORE - ' TO WS-IMG-TAG.
           IF WS-RECORD-FOUND = 'Y'
               MOVE FD-VESSEL-MASTER-RECORD TO WS-IMG-RECORD
           ELSE
               MOVE '(NOT ON MASTER)' TO WS-IMG-RECORD
           END-IF.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-IMAGE-LINE.
           MOVE 'AFTER  - ' TO WS-IMG-TAG.
           IF FD-MNT-ACTION = 'ADD'
               MOVE FD-MNT-KEY TO WS-PV-VESSEL-ID
               MOVE WS-VCD-NAME TO WS-PV-NAME
               MOVE WS-VCD-CLASS TO WS-PV-CLASS
               MOVE WS-VCD-HOME-PORT TO WS-PV-HOME-PORT
               IF WS-VCD-STATUS = SPACES
                   MOVE 'A' TO WS-PV-STATUS-FLAG
               ELSE
                   MOVE WS-VCD-STATUS TO WS-PV-STATUS-FLAG
               END-IF
               MOVE WS-VCD-MAX-DEPTH TO WS-PV-MAX-DEPTH
               MOVE WS-VCD-WARNING-DEPTH TO WS-PV-WARNING-DEPTH
               MOVE WS-PROPOSED-VESSEL TO WS-IMG-RECORD
           ELSE
           IF WS-RECORD-FOUND = 'N'
               MOVE '(VESSEL NOT ON MASTER)' TO WS-IMG-RECORD
           ELSE
               MOVE FD-VESSEL-MASTER-RECORD TO WS-PROPOSED-VESSEL
               IF FD-MNT-ACTION = 'DEA'
                   MOVE 'I' TO WS-PV-STATUS-FLAG
               ELSE
                   IF WS-VCD-NAME NOT = SPACES
                       MOVE WS-VCD-NAME TO WS-PV-NAME
                   END-IF
                   IF WS-VCD-CLASS NOT = SPACES
                       MOVE WS-VCD-CLASS TO WS-PV-CLASS
                   END-IF
                   IF WS-VCD-HOME-PORT NOT = SPACES
                       MOVE WS-VCD-HOME-PORT TO WS-PV-HOME-PORT
                   END-IF
                   IF WS-VCD-STATUS NOT = SPACES
                       MOVE WS-VCD-STATUS TO WS-PV-STATUS-FLAG
                   END-IF
                   IF WS-VCD-MAX-DEPTH NOT = SPACES
                       MOVE WS-VCD-MAX-DEPTH TO WS-PV-MAX-DEPTH
                   END-IF
                   IF WS-VCD-WARNING-DEPTH NOT = SPACES
                       MOVE WS-VCD-WARNING-DEPTH TO WS-PV-WARNING-DEPTH
                   END-IF
               END-IF
               MOVE WS-PROPOSED-VESSEL TO WS-IMG-RECORD
           END-IF
           END-IF.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-IMAGE-LINE.

       3020-PROPOSE-SENSOR.
           MOVE FD-MNT-DATA TO WS-SENSOR-CARD-DATA.
           MOVE 'N' TO WS-RECORD-FOUND.
           MOVE FD-MNT-KEY TO FD-SM-SENSOR-ID.
           READ SENSOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RECORD-FOUND
           END-READ.
           IF WS-SENSOR-MASTER-STATUS NOT = '00' AND
               WS-SENSOR-MASTER-STATUS NOT = '23'
               PERFORM 9994-ABEND-SENSOR-MASTER
           END-IF.
           MOVE 'BEFORE - ' TO WS-IMG-TAG.
           IF WS-RECORD-FOUND = 'Y'
               MOVE FD-SENSOR-MASTER-RECORD TO WS-IMG-RECORD
           ELSE
               MOVE '(NOT ON MASTER)' TO WS-IMG-RECORD
           END-IF.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-IMAGE-LINE.
           MOVE 'AFTER  - ' TO WS-IMG-TAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF FD-MNT-ACTION = 'ADD'
               MOVE FD-MNT-KEY TO WS-PS-SENSOR-ID
               MOVE WS-SCD-DESCRIPTION TO WS-PS-DESCRIPTION
               PERFORM 2240-EDIT-SENSOR-OFFSET
               MOVE WS-NEW-OFFSET TO WS-PS-OFFSET
               IF WS-SCD-STATUS = SPACES
                   MOVE 'A' TO WS-PS-STATUS-FLAG
               ELSE
                   MOVE WS-SCD-STATUS TO WS-PS-STATUS-FLAG
               END-IF
               MOVE WS-PROPOSED-SENSOR TO WS-IMG-RECORD
           ELSE
           IF WS-RECORD-FOUND = 'N'
               MOVE '(SENSOR NOT ON MASTER)' TO WS-IMG-RECORD
           ELSE
               MOVE FD-SENSOR-MASTER-RECORD TO WS-PROPOSED-SENSOR
               IF FD-MNT-ACTION = 'DEA'
                   MOVE 'R' TO WS-PS-STATUS-FLAG
               ELSE
                   IF WS-SCD-DESCRIPTION NOT = SPACES
                       MOVE WS-SCD-DESCRIPTION TO WS-PS-DESCRIPTION
                   END-IF
                   IF WS-SCD-OFFSET NOT = SPACES
                       PERFORM 2240-EDIT-SENSOR-OFFSET
                       MOVE WS-NEW-OFFSET TO WS-PS-OFFSET
                   END-IF
                   IF WS-SCD-STATUS NOT = SPACES
                       MOVE WS-SCD-STATUS TO WS-PS-STATUS-FLAG
                   END-IF
               END-IF
               MOVE WS-PROPOSED-SENSOR TO WS-IMG-RECORD
           END-IF
           END-IF.
           WRITE FD-MAINT-AUDIT-LINE FROM WS-IMAGE-LINE.
           IF WS-SCD-EFFECTIVE-TS NOT = SPACES
               MOVE SPACES TO WS-PENDING-LINE
               STRING '         CALIBRATION EFFECTIVE '
                   WS-SCD-EFFECTIVE-TS
                   DELIMITED BY SIZE
                   INTO WS-PENDING-LINE
               WRITE FD-MAINT-AUDIT-LINE FROM WS-PENDING-LINE
           END-IF.

       9998-ABEND-MAINT-CARD.
           DISPLAY 'MAINTENANCE-CARD FILE ERROR'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9993-ABEND-CALIBRATION-HIST.
           DISPLAY 'CALIBRATION-HISTORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CAL-HIST-STATUS
           DISPLAY 'RUN TERMINATED - CALIBRATION-HISTORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9994-ABEND-SENSOR-MASTER.
           DISPLAY 'SENSOR-MASTER FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-SENSOR-MASTER-STATUS
           DISPLAY 'RUN TERMINATED - SENSOR-MASTER UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9997-ABEND-CONTROL-CARD.
           DISPLAY 'CONTROL-CARD FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CONTROL-STATUS
           DISPLAY 'RUN TERMINATED - CONTROL-CARD UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9992-ABEND-PENDING-MAINT.
           DISPLAY 'MAINTENANCE-PENDING FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-PENDING-STATUS
           DISPLAY 'RUN TERMINATED - MAINTENANCE-PENDING UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
