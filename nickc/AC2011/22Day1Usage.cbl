       IDENTIFICATION DIVISION.
       PROGRAM-ID. USAGESTM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO 'control-card'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO 'run-audit'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUN-POSTINGS-FILE ASSIGN TO 'run-postings'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSTINGS-STATUS.
           SELECT READINGS-REPO-FILE ASSIGN TO 'readings-repository'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FD-RR-KEY
           ALTERNATE RECORD KEY IS FD-RR-VESSEL-SENSOR
               WITH DUPLICATES
           FILE STATUS IS WS-REPO-STATUS.
           SELECT VESSEL-MASTER-FILE ASSIGN TO 'vessel-master'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-VM-VESSEL-ID
           FILE STATUS IS WS-VESSEL-MASTER-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO 'usage-rates'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'usage-statement'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT CHARGEBACK-FILE ASSIGN TO 'chargeback-feed'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHARGEBACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-CARD-FILE.
       01 FD-CONTROL-RECORD.
           05 FD-CTL-KEYWORD    PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-CTL-VALUE      PIC X(9).

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

       FD VESSEL-MASTER-FILE.
       01 FD-VESSEL-MASTER-RECORD.
           05 FD-VM-VESSEL-ID    PIC X(8).
           05 FD-VM-NAME         PIC X(20).
           05 FD-VM-CLASS        PIC X(10).
           05 FD-VM-HOME-PORT    PIC X(15).
           05 FD-VM-STATUS-FLAG  PIC X(1).
           05 FD-VM-MAX-DEPTH    PIC 9(4).
           05 FD-VM-WARNING-DEPTH PIC 9(4).

       FD RATE-TABLE-FILE.
       01 FD-RATE-RECORD.
           05 FD-RT-CLASS        PIC X(10).
           05 FILLER             PIC X(1).
           05 FD-RT-BASE-FEE     PIC 9(5)V99.
           05 FILLER             PIC X(1).
           05 FD-RT-ACCEPTED-RATE PIC 9(1)V9(4).
           05 FILLER             PIC X(1).
           05 FD-RT-REJECT-RATE  PIC 9(1)V9(4).
           05 FILLER             PIC X(1).
           05 FD-RT-DUP-RATE     PIC 9(1)V9(4).
           05 FILLER             PIC X(1).
           05 FD-RT-EXC-RATE     PIC 9(1)V9(4).

       FD STATEMENT-FILE.
       01 FD-STATEMENT-LINE     PIC X(80).

       FD CHARGEBACK-FILE.
       01 FD-CHARGEBACK-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS       PIC X(2) VALUE '00'.
       01 WS-POSTINGS-STATUS    PIC X(2) VALUE '00'.
       01 WS-REPO-STATUS        PIC X(2) VALUE '00'.
       01 WS-VESSEL-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-RATE-STATUS        PIC X(2) VALUE '00'.
       01 WS-STATEMENT-STATUS   PIC X(2) VALUE '00'.
       01 WS-CHARGEBACK-STATUS  PIC X(2) VALUE '00'.
       01 WS-EOF                PIC A(1) VALUE 'N'.
       01 WS-CTL-NUMERIC-VALUE  PIC 9(9) VALUE 0.

       01 WS-BILL-MONTH         PIC 9(6) VALUE 0.
       01 WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
           05 WS-BILL-YYYY      PIC 9(4).
           05 WS-BILL-MM        PIC 9(2).
       01 WS-CARD-MONTH         PIC 9(6) VALUE 0.
       01 WS-CARD-MONTH-PARTS REDEFINES WS-CARD-MONTH.
           05 WS-CARD-YYYY      PIC 9(4).
           05 WS-CARD-MM        PIC 9(2).
       01 WS-AUDIT-MONTH        PIC 9(6) VALUE 0.

       01 WS-RUN-FOUND          PIC A(1) VALUE 'N'.
       01 WS-RUN-IDX            PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE-COUNT    PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE-MAX-SIZE PIC 9(4) VALUE 1000.
       01 WS-RUN-LOW            PIC 9(6) VALUE 999999.
       01 WS-RUN-HIGH           PIC 9(6) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RT-RUN-NUMBER  PIC 9(6) OCCURS 1000 TIMES.
       01 WS-SEEK-RUN           PIC 9(6) VALUE 0.

       01 WS-RUNS-REVERSED      PIC 9(6) VALUE 0.
       01 WS-AUD-TOT-RECEIVED   PIC 9(9) VALUE 0.
       01 WS-AUD-TOT-ACCEPTED   PIC 9(9) VALUE 0.
       01 WS-POST-TOT-RECEIVED  PIC 9(9) VALUE 0.
       01 WS-POST-TOT-ACCEPTED  PIC 9(9) VALUE 0.
       01 WS-REPO-TOT-ACCEPTED  PIC 9(9) VALUE 0.
       01 WS-POST-TOT-UNPROCESSED PIC 9(9) VALUE 0.
       01 WS-VESSEL-UNPROCESSED PIC S9(9) VALUE 0.
       01 WS-UNATTRIBUTED       PIC S9(9) VALUE 0.
       01 WS-BILLED-COUNT       PIC 9(6) VALUE 0.
       01 WS-INACTIVE-COUNT     PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-COUNT      PIC 9(6) VALUE 0.
       01 WS-UNPRICED-COUNT     PIC 9(6) VALUE 0.
       01 WS-TOT-CHARGES        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-BILLED-RECEIVED PIC 9(9) VALUE 0.
       01 WS-TOT-BILLED-ACCEPTED PIC 9(9) VALUE 0.

       01 WS-FIND-VESSEL        PIC X(8) VALUE SPACES.
       01 WS-VU-IDX             PIC 9(4) VALUE 0.
       01 WS-VU-TABLE-COUNT     PIC 9(4) VALUE 0.
       01 WS-VU-TABLE-MAX-SIZE  PIC 9(4) VALUE 500.
       01 WS-VU-TABLE.
           05 WS-VU-ENTRY OCCURS 500 TIMES.
               10 WS-VU-VESSEL-ID  PIC X(8).
               10 WS-VU-NAME       PIC X(20).
               10 WS-VU-CLASS      PIC X(10).
               10 WS-VU-STATUS     PIC X(1).
               10 WS-VU-RECEIVED   PIC 9(9).
               10 WS-VU-POSTED-ACCEPTED PIC 9(9).
               10 WS-VU-REPO-ACCEPTED PIC 9(9).
               10 WS-VU-REJECTS    PIC 9(9).
               10 WS-VU-DUPS       PIC 9(9).
               10 WS-VU-SENSOR-EXC PIC 9(9).
               10 WS-VU-DEPTH-EXC  PIC 9(9).
               10 WS-VU-CHARGE     PIC 9(7)V99.

       01 WS-RATE-IDX           PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE-COUNT   PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE-MAX-SIZE PIC 9(4) VALUE 50.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
               10 WS-RA-CLASS      PIC X(10).
               10 WS-RA-BASE-FEE   PIC 9(5)V99.
               10 WS-RA-ACCEPTED-RATE PIC 9(1)V9(4).
               10 WS-RA-REJECT-RATE PIC 9(1)V9(4).
               10 WS-RA-DUP-RATE   PIC 9(1)V9(4).
               10 WS-RA-EXC-RATE   PIC 9(1)V9(4).
       01 WS-PRICE-IDX          PIC 9(4) VALUE 0.
       01 WS-ITEM-AMOUNT        PIC 9(7)V99 VALUE 0.
       01 WS-EXC-TOTAL          PIC 9(9) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-DD         PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01 WS-PAGE-HEADER-1      PIC X(80) VALUE
           'MONTHLY VESSEL USAGE STATEMENTS'.
       01 WS-PAGE-HEADER-2.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 WS-HDR-YYYY       PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-MM         PIC 9(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-DD         PIC 9(2).
           05 FILLER            PIC X(60) VALUE SPACES.
       01 WS-PAGE-HEADER-3.
           05 FILLER            PIC X(15) VALUE 'BILLING MONTH: '.
           05 WS-HDR-BILL-YYYY  PIC 9(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-HDR-BILL-MM    PIC 9(2).
           05 FILLER            PIC X(58) VALUE SPACES.
       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-RULE-LINE          PIC X(80) VALUE ALL '-'.
       01 WS-NONE-LINE          PIC X(80) VALUE
           '  NONE'.
       01 WS-MESSAGE-LINE       PIC X(80) VALUE SPACES.

       01 WS-VESSEL-HEADER.
           05 FILLER            PIC X(8) VALUE 'VESSEL: '.
           05 WS-VH-VESSEL      PIC X(8).
           05 FILLER            PIC X(8) VALUE '  NAME: '.
           05 WS-VH-NAME        PIC X(20).
           05 FILLER            PIC X(9) VALUE '  CLASS: '.
           05 WS-VH-CLASS       PIC X(10).
           05 FILLER            PIC X(17) VALUE SPACES.
       01 WS-ITEM-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-IL-LABEL       PIC X(22).
           05 WS-IL-COUNT       PIC ZZZZZZZZ9.
           05 WS-IL-AT          PIC X(4).
           05 WS-IL-RATE        PIC 9.9999.
           05 WS-IL-EQUALS      PIC X(4).
           05 WS-IL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(19) VALUE SPACES.
       01 WS-FOLLOW-HEADER.
           05 FILLER            PIC X(40) VALUE
               '  VESSEL   NAME                  CLASS  '.
           05 FILLER            PIC X(40) VALUE
               '      RECEIVED  ACCEPTED'.
       01 WS-FOLLOW-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-VESSEL      PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FL-NAME        PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-FL-CLASS       PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FL-RECEIVED    PIC ZZZZZZZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-FL-ACCEPTED    PIC ZZZZZZZZ9.
           05 FILLER            PIC X(17) VALUE SPACES.
       01 WS-COUNT-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CNT-LABEL      PIC X(24).
           05 FILLER            PIC X(2) VALUE '- '.
           05 WS-CNT-VALUE      PIC -ZZZZZZZZ9.
           05 FILLER            PIC X(42) VALUE SPACES.
       01 WS-MONEY-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-MNY-LABEL      PIC X(24).
           05 FILLER            PIC X(2) VALUE '- '.
           05 WS-MNY-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(38) VALUE SPACES.

       01 WS-CB-HEADER.
           05 WS-CBH-TYPE       PIC X(1) VALUE 'H'.
           05 WS-CBH-MONTH      PIC 9(6).
           05 WS-CBH-RUN-DATE   PIC 9(8).
           05 WS-CBH-SOURCE     PIC X(8) VALUE 'SONARDEP'.
           05 FILLER            PIC X(77) VALUE SPACES.
       01 WS-CB-DETAIL.
           05 WS-CBD-TYPE       PIC X(1) VALUE 'D'.
           05 WS-CBD-MONTH      PIC 9(6).
           05 WS-CBD-VESSEL     PIC X(8).
           05 WS-CBD-CLASS      PIC X(10).
           05 WS-CBD-RECEIVED   PIC 9(9).
           05 WS-CBD-ACCEPTED   PIC 9(9).
           05 WS-CBD-REJECTED   PIC 9(9).
           05 WS-CBD-DUPS       PIC 9(9).
           05 WS-CBD-SENSOR-EXC PIC 9(9).
           05 WS-CBD-DEPTH-EXC  PIC 9(9).
           05 WS-CBD-CHARGE     PIC 9(7)V99.
           05 FILLER            PIC X(12) VALUE SPACES.
       01 WS-CB-TRAILER.
           05 WS-CBT-TYPE       PIC X(1) VALUE 'T'.
           05 WS-CBT-MONTH      PIC 9(6).
           05 WS-CBT-DETAIL-COUNT PIC 9(6).
           05 WS-CBT-RECEIVED   PIC 9(9).
           05 WS-CBT-ACCEPTED   PIC 9(9).
           05 WS-CBT-CHARGES    PIC 9(9)V99.
           05 FILLER            PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-RUN-MM = 1
               COMPUTE WS-BILL-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-BILL-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-BILL-YYYY
               COMPUTE WS-BILL-MM = WS-RUN-MM - 1
           END-IF.
           PERFORM 1000-LOAD-CONTROL-CARD.
           PERFORM 1100-LOAD-RATE-TABLE.
           PERFORM 1200-SELECT-MONTH-RUNS.
           PERFORM 2000-SUM-POSTINGS.
           PERFORM 2100-COUNT-REPOSITORY.
           PERFORM 2200-CLASSIFY-VESSELS.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = '00'
               PERFORM 9988-ABEND-STATEMENT
           END-IF.
           OPEN OUTPUT CHARGEBACK-FILE.
           IF WS-CHARGEBACK-STATUS NOT = '00'
               PERFORM 9990-ABEND-CHARGEBACK
           END-IF.
           PERFORM 3000-WRITE-STATEMENTS.
           PERFORM 3200-WRITE-FOLLOW-UP.
           PERFORM 3300-WRITE-CONTROL-TOTALS.
           CLOSE STATEMENT-FILE.
           CLOSE CHARGEBACK-FILE.
           DISPLAY "BILLING MONTH - " WS-BILL-MONTH
           DISPLAY "RUNS INCLUDED - " WS-RUN-TABLE-COUNT
           DISPLAY "VESSELS BILLED - " WS-BILLED-COUNT
           DISPLAY "INACTIVE VESSELS WITH DATA - " WS-INACTIVE-COUNT
           DISPLAY "VESSELS NOT ON MASTER - " WS-UNKNOWN-COUNT
           DISPLAY "VESSELS NOT PRICED - " WS-UNPRICED-COUNT
           DISPLAY "TOTAL CHARGES - " WS-TOT-CHARGES
           IF WS-UNPRICED-COUNT > 0 OR WS-INACTIVE-COUNT > 0 OR
               WS-UNKNOWN-COUNT > 0
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
           IF FD-CTL-KEYWORD = 'BILLMONTH'
               IF FUNCTION TRIM(FD-CTL-VALUE) IS NUMERIC
                   COMPUTE WS-CTL-NUMERIC-VALUE =
                       FUNCTION NUMVAL(FD-CTL-VALUE)
                   IF WS-CTL-NUMERIC-VALUE > 190000 AND
                       WS-CTL-NUMERIC-VALUE < 1000000
                       MOVE WS-CTL-NUMERIC-VALUE TO WS-CARD-MONTH
                   ELSE
                       MOVE 0 TO WS-CARD-MONTH
                   END-IF
                   IF WS-CARD-MM > 0 AND WS-CARD-MM < 13
                       MOVE WS-CARD-MONTH TO WS-BILL-MONTH
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

       1100-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               PERFORM 9989-ABEND-RATE-TABLE
           END-IF.
           PERFORM UNTIL WS-RATE-STATUS = '10'
               READ RATE-TABLE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1101-STORE-RATE
               END-READ
               IF WS-RATE-STATUS NOT = '00' AND
                   WS-RATE-STATUS NOT = '10'
                   PERFORM 9989-ABEND-RATE-TABLE
               END-IF
           END-PERFORM.
           CLOSE RATE-TABLE-FILE.

       1101-STORE-RATE.
           IF FD-RT-BASE-FEE NOT NUMERIC OR
               FD-RT-ACCEPTED-RATE NOT NUMERIC OR
               FD-RT-REJECT-RATE NOT NUMERIC OR
               FD-RT-DUP-RATE NOT NUMERIC OR
               FD-RT-EXC-RATE NOT NUMERIC
               DISPLAY 'USAGE-RATES ENTRY NOT NUMERIC - CLASS '
                   FD-RT-CLASS ' IGNORED'
           ELSE
               IF WS-RATE-TABLE-COUNT < WS-RATE-TABLE-MAX-SIZE
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   MOVE FD-RT-CLASS TO WS-RA-CLASS(WS-RATE-TABLE-COUNT)
                   MOVE FD-RT-BASE-FEE TO
                       WS-RA-BASE-FEE(WS-RATE-TABLE-COUNT)
                   MOVE FD-RT-ACCEPTED-RATE TO
                       WS-RA-ACCEPTED-RATE(WS-RATE-TABLE-COUNT)
                   MOVE FD-RT-REJECT-RATE TO
                       WS-RA-REJECT-RATE(WS-RATE-TABLE-COUNT)
                   MOVE FD-RT-DUP-RATE TO
                       WS-RA-DUP-RATE(WS-RATE-TABLE-COUNT)
                   MOVE FD-RT-EXC-RATE TO
                       WS-RA-EXC-RATE(WS-RATE-TABLE-COUNT)
               ELSE
                   DISPLAY 'USAGE-RATES TABLE FULL - CLASS '
                       FD-RT-CLASS ' IGNORED'
               END-IF
           END-IF.

       1200-SELECT-MONTH-RUNS.
           OPEN INPUT RUN-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               PERFORM 9993-ABEND-RUN-AUDIT
           END-IF.
           PERFORM UNTIL WS-AUDIT-STATUS = '10'
               READ RUN-AUDIT-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1201-CHECK-AUDIT-RUN
               END-READ
               IF WS-AUDIT-STATUS NOT = '00' AND
                   WS-AUDIT-STATUS NOT = '10'
                   PERFORM 9993-ABEND-RUN-AUDIT
               END-IF
           END-PERFORM.
           CLOSE RUN-AUDIT-FILE.

       1201-CHECK-AUDIT-RUN.
           IF FD-AUD-RUN-NUMBER IS NUMERIC AND
               FD-AUD-START-TS IS NUMERIC
               MOVE FD-AUD-START-TS(1:6) TO WS-AUDIT-MONTH
               IF WS-AUDIT-MONTH = WS-BILL-MONTH
                   IF FD-AUD-REVERSED = 'R'
                       ADD 1 TO WS-RUNS-REVERSED
                   ELSE
                       IF WS-RUN-TABLE-COUNT NOT < WS-RUN-TABLE-MAX-SIZE
                           PERFORM 9992-ABEND-TABLE-FULL
                       END-IF
                       ADD 1 TO WS-RUN-TABLE-COUNT
                       MOVE FD-AUD-RUN-NUMBER TO
                           WS-RT-RUN-NUMBER(WS-RUN-TABLE-COUNT)
                       IF FD-AUD-RUN-NUMBER < WS-RUN-LOW
                           MOVE FD-AUD-RUN-NUMBER TO WS-RUN-LOW
                       END-IF
                       IF FD-AUD-RUN-NUMBER > WS-RUN-HIGH
                           MOVE FD-AUD-RUN-NUMBER TO WS-RUN-HIGH
                       END-IF
                       IF FD-AUD-RECEIVED IS NUMERIC
                           ADD FD-AUD-RECEIVED TO WS-AUD-TOT-RECEIVED
                       END-IF
                       IF FD-AUD-COUNT IS NUMERIC
                           ADD FD-AUD-COUNT TO WS-AUD-TOT-ACCEPTED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-SUM-POSTINGS.
           OPEN INPUT RUN-POSTINGS-FILE.
           IF WS-POSTINGS-STATUS NOT = '00'
               IF WS-POSTINGS-STATUS NOT = '35'
                   PERFORM 9984-ABEND-RUN-POSTINGS
               END-IF
           ELSE
               PERFORM UNTIL WS-POSTINGS-STATUS = '10'
                   READ RUN-POSTINGS-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF FD-RP-TYPE = 'U' OR FD-RP-TYPE = 'V'
                               PERFORM 2001-APPLY-POSTING
                           END-IF
                   END-READ
                   IF WS-POSTINGS-STATUS NOT = '00' AND
                       WS-POSTINGS-STATUS NOT = '10'
                       PERFORM 9984-ABEND-RUN-POSTINGS
                   END-IF
               END-PERFORM
               CLOSE RUN-POSTINGS-FILE
           END-IF.

       2001-APPLY-POSTING.
           IF FD-RP-RUN-NUMBER IS NUMERIC AND
               FD-RP-AMOUNT-1 IS NUMERIC AND
               FD-RP-AMOUNT-2 IS NUMERIC AND
               FD-RP-AMOUNT-3 IS NUMERIC
               MOVE FD-RP-RUN-NUMBER TO WS-SEEK-RUN
               PERFORM 8100-FIND-RUN
               IF WS-RUN-FOUND = 'Y'
                   MOVE FD-RP-KEY TO WS-FIND-VESSEL
                   PERFORM 8000-FIND-VESSEL
                   IF FD-RP-TYPE = 'U'
                       ADD FD-RP-AMOUNT-1 TO
                           WS-VU-POSTED-ACCEPTED(WS-VU-IDX)
                       ADD FD-RP-AMOUNT-2 TO WS-VU-REJECTS(WS-VU-IDX)
                       ADD FD-RP-AMOUNT-3 TO WS-VU-DUPS(WS-VU-IDX)
                       ADD FD-RP-AMOUNT-1 TO WS-POST-TOT-ACCEPTED
                   ELSE
                       ADD FD-RP-AMOUNT-1 TO
                           WS-VU-SENSOR-EXC(WS-VU-IDX)
                       ADD FD-RP-AMOUNT-2 TO WS-VU-DEPTH-EXC(WS-VU-IDX)
                       ADD FD-RP-AMOUNT-3 TO WS-VU-RECEIVED(WS-VU-IDX)
                       ADD FD-RP-AMOUNT-3 TO WS-POST-TOT-RECEIVED
                   END-IF
               END-IF
           END-IF.

       2100-COUNT-REPOSITORY.
           OPEN INPUT READINGS-REPO-FILE.
           IF WS-REPO-STATUS NOT = '00'
               IF WS-REPO-STATUS NOT = '35'
                   PERFORM 9986-ABEND-REPOSITORY
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ READINGS-REPO-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 2101-COUNT-ONE-READING
                   END-READ
                   IF WS-REPO-STATUS NOT = '00' AND
                       WS-REPO-STATUS NOT = '10'
                       PERFORM 9986-ABEND-REPOSITORY
                   END-IF
               END-PERFORM
               CLOSE READINGS-REPO-FILE
           END-IF.

       2101-COUNT-ONE-READING.
           MOVE FD-RR-RUN-NUMBER TO WS-SEEK-RUN.
           PERFORM 8100-FIND-RUN.
           IF WS-RUN-FOUND = 'Y'
               MOVE FD-RR-VESSEL TO WS-FIND-VESSEL
               PERFORM 8000-FIND-VESSEL
               ADD 1 TO WS-VU-REPO-ACCEPTED(WS-VU-IDX)
               ADD 1 TO WS-REPO-TOT-ACCEPTED
           END-IF.

       2200-CLASSIFY-VESSELS.
           OPEN INPUT VESSEL-MASTER-FILE.
           IF WS-VESSEL-MASTER-STATUS NOT = '00'
               PERFORM 9991-ABEND-VESSEL-MASTER
           END-IF.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-TABLE-COUNT
                   MOVE WS-VU-VESSEL-ID(WS-VU-IDX) TO FD-VM-VESSEL-ID
                   READ VESSEL-MASTER-FILE
                       INVALID KEY
                           MOVE '?' TO WS-VU-STATUS(WS-VU-IDX)
                           MOVE '(NOT ON MASTER)' TO
                               WS-VU-NAME(WS-VU-IDX)
                           MOVE SPACES TO WS-VU-CLASS(WS-VU-IDX)
                       NOT INVALID KEY
                           MOVE FD-VM-STATUS-FLAG TO
                               WS-VU-STATUS(WS-VU-IDX)
                           MOVE FD-VM-NAME TO WS-VU-NAME(WS-VU-IDX)
                           MOVE FD-VM-CLASS TO WS-VU-CLASS(WS-VU-IDX)
                   END-READ
                   IF WS-VESSEL-MASTER-STATUS NOT = '00' AND
                       WS-VESSEL-MASTER-STATUS NOT = '23'
                       PERFORM 9991-ABEND-VESSEL-MASTER
                   END-IF
           END-PERFORM.
           CLOSE VESSEL-MASTER-FILE.

       3000-WRITE-STATEMENTS.
           WRITE FD-STATEMENT-LINE FROM WS-PAGE-HEADER-1.
           MOVE WS-RUN-YYYY TO WS-HDR-YYYY.
           MOVE WS-RUN-MM   TO WS-HDR-MM.
           MOVE WS-RUN-DD   TO WS-HDR-DD.
           WRITE FD-STATEMENT-LINE FROM WS-PAGE-HEADER-2.
           MOVE WS-BILL-YYYY TO WS-HDR-BILL-YYYY.
           MOVE WS-BILL-MM TO WS-HDR-BILL-MM.
           WRITE FD-STATEMENT-LINE FROM WS-PAGE-HEADER-3.
           MOVE WS-BILL-MONTH TO WS-CBH-MONTH.
           MOVE WS-RUN-DATE-NUM TO WS-CBH-RUN-DATE.
           WRITE FD-CHARGEBACK-RECORD FROM WS-CB-HEADER.
           IF WS-CHARGEBACK-STATUS NOT = '00'
               PERFORM 9990-ABEND-CHARGEBACK
           END-IF.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-TABLE-COUNT
                   IF WS-VU-STATUS(WS-VU-IDX) = 'A'
                       PERFORM 3001-WRITE-ONE-STATEMENT
                   END-IF
           END-PERFORM.
           IF WS-BILLED-COUNT = 0
               WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE
               MOVE 'NO ACTIVE VESSEL SENT DATA IN THE BILLING MONTH'
                   TO WS-MESSAGE-LINE
               WRITE FD-STATEMENT-LINE FROM WS-MESSAGE-LINE
           END-IF.
           MOVE WS-BILL-MONTH TO WS-CBT-MONTH.
           MOVE WS-BILLED-COUNT TO WS-CBT-DETAIL-COUNT.
           MOVE WS-TOT-BILLED-RECEIVED TO WS-CBT-RECEIVED.
           MOVE WS-TOT-BILLED-ACCEPTED TO WS-CBT-ACCEPTED.
           MOVE WS-TOT-CHARGES TO WS-CBT-CHARGES.
           WRITE FD-CHARGEBACK-RECORD FROM WS-CB-TRAILER.
           IF WS-CHARGEBACK-STATUS NOT = '00'
               PERFORM 9990-ABEND-CHARGEBACK
           END-IF.

       3001-WRITE-ONE-STATEMENT.
           ADD 1 TO WS-BILLED-COUNT.
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > WS-RATE-TABLE-COUNT
                   OR WS-RA-CLASS(WS-PRICE-IDX) = WS-VU-CLASS(WS-VU-IDX)
                   CONTINUE
           END-PERFORM.
           IF WS-PRICE-IDX > WS-RATE-TABLE-COUNT
               PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
                   UNTIL WS-PRICE-IDX > WS-RATE-TABLE-COUNT
                       OR WS-RA-CLASS(WS-PRICE-IDX) = 'DEFAULT'
                       CONTINUE
               END-PERFORM
           END-IF.
           WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-RULE-LINE.
           MOVE WS-VU-VESSEL-ID(WS-VU-IDX) TO WS-VH-VESSEL.
           MOVE WS-VU-NAME(WS-VU-IDX) TO WS-VH-NAME.
           MOVE WS-VU-CLASS(WS-VU-IDX) TO WS-VH-CLASS.
           WRITE FD-STATEMENT-LINE FROM WS-VESSEL-HEADER.
           WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE.
           MOVE 'READINGS RECEIVED' TO WS-IL-LABEL.
           MOVE WS-VU-RECEIVED(WS-VU-IDX) TO WS-IL-COUNT.
           PERFORM 3010-WRITE-COUNT-ONLY.
           MOVE 0 TO WS-VU-CHARGE(WS-VU-IDX).
           IF WS-PRICE-IDX > WS-RATE-TABLE-COUNT
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE 'READINGS ACCEPTED' TO WS-IL-LABEL
               MOVE WS-VU-REPO-ACCEPTED(WS-VU-IDX) TO WS-IL-COUNT
               PERFORM 3010-WRITE-COUNT-ONLY
               MOVE 'READINGS REJECTED' TO WS-IL-LABEL
               MOVE WS-VU-REJECTS(WS-VU-IDX) TO WS-IL-COUNT
               PERFORM 3010-WRITE-COUNT-ONLY
               MOVE 'READINGS DUPLICATED' TO WS-IL-LABEL
               MOVE WS-VU-DUPS(WS-VU-IDX) TO WS-IL-COUNT
               PERFORM 3010-WRITE-COUNT-ONLY
               MOVE 'SENSOR EXCEPTIONS' TO WS-IL-LABEL
               MOVE WS-VU-SENSOR-EXC(WS-VU-IDX) TO WS-IL-COUNT
               PERFORM 3010-WRITE-COUNT-ONLY
               MOVE 'DEPTH EXCEPTIONS' TO WS-IL-LABEL
               MOVE WS-VU-DEPTH-EXC(WS-VU-IDX) TO WS-IL-COUNT
               PERFORM 3010-WRITE-COUNT-ONLY
               WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE
               MOVE '  NO RATE FOR VESSEL CLASS - NOT CHARGED'
                   TO WS-MESSAGE-LINE
               WRITE FD-STATEMENT-LINE FROM WS-MESSAGE-LINE
           ELSE
               MOVE 'READINGS ACCEPTED' TO WS-IL-LABEL
               MOVE WS-VU-REPO-ACCEPTED(WS-VU-IDX) TO WS-IL-COUNT
               MOVE WS-RA-ACCEPTED-RATE(WS-PRICE-IDX) TO WS-IL-RATE
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-VU-REPO-ACCEPTED(WS-VU-IDX) *
                   WS-RA-ACCEPTED-RATE(WS-PRICE-IDX)
               PERFORM 3011-WRITE-PRICED-ITEM
               MOVE 'READINGS REJECTED' TO WS-IL-LABEL
               MOVE WS-VU-REJECTS(WS-VU-IDX) TO WS-IL-COUNT
               MOVE WS-RA-REJECT-RATE(WS-PRICE-IDX) TO WS-IL-RATE
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-VU-REJECTS(WS-VU-IDX) *
                   WS-RA-REJECT-RATE(WS-PRICE-IDX)
               PERFORM 3011-WRITE-PRICED-ITEM
               MOVE 'READINGS DUPLICATED' TO WS-IL-LABEL
               MOVE WS-VU-DUPS(WS-VU-IDX) TO WS-IL-COUNT
               MOVE WS-RA-DUP-RATE(WS-PRICE-IDX) TO WS-IL-RATE
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-VU-DUPS(WS-VU-IDX) *
                   WS-RA-DUP-RATE(WS-PRICE-IDX)
               PERFORM 3011-WRITE-PRICED-ITEM
               MOVE 'SENSOR EXCEPTIONS' TO WS-IL-LABEL
               MOVE WS-VU-SENSOR-EXC(WS-VU-IDX) TO WS-IL-COUNT
               MOVE WS-RA-EXC-RATE(WS-PRICE-IDX) TO WS-IL-RATE
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-VU-SENSOR-EXC(WS-VU-IDX) *
                   WS-RA-EXC-RATE(WS-PRICE-IDX)
               PERFORM 3011-WRITE-PRICED-ITEM
               MOVE 'DEPTH EXCEPTIONS' TO WS-IL-LABEL
               MOVE WS-VU-DEPTH-EXC(WS-VU-IDX) TO WS-IL-COUNT
               MOVE WS-RA-EXC-RATE(WS-PRICE-IDX) TO WS-IL-RATE
               COMPUTE WS-ITEM-AMOUNT ROUNDED =
                   WS-VU-DEPTH-EXC(WS-VU-IDX) *
                   WS-RA-EXC-RATE(WS-PRICE-IDX)
               PERFORM 3011-WRITE-PRICED-ITEM
               MOVE 'MONTHLY FEE' TO WS-IL-LABEL
               MOVE WS-RA-BASE-FEE(WS-PRICE-IDX) TO WS-ITEM-AMOUNT
               MOVE SPACES TO WS-IL-AT
               MOVE SPACES TO WS-IL-EQUALS
               MOVE WS-ITEM-AMOUNT TO WS-IL-AMOUNT
               MOVE SPACES TO WS-ITEM-LINE(25:23)
               WRITE FD-STATEMENT-LINE FROM WS-ITEM-LINE
               ADD WS-ITEM-AMOUNT TO WS-VU-CHARGE(WS-VU-IDX)
           END-IF.
           WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE.
           MOVE 'TOTAL CHARGE' TO WS-MNY-LABEL.
           MOVE WS-VU-CHARGE(WS-VU-IDX) TO WS-MNY-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-MONEY-LINE.
           ADD WS-VU-CHARGE(WS-VU-IDX) TO WS-TOT-CHARGES.
           ADD WS-VU-RECEIVED(WS-VU-IDX) TO WS-TOT-BILLED-RECEIVED.
           ADD WS-VU-REPO-ACCEPTED(WS-VU-IDX) TO WS-TOT-BILLED-ACCEPTED.
           MOVE WS-BILL-MONTH TO WS-CBD-MONTH.
           MOVE WS-VU-VESSEL-ID(WS-VU-IDX) TO WS-CBD-VESSEL.
           MOVE WS-VU-CLASS(WS-VU-IDX) TO WS-CBD-CLASS.
           MOVE WS-VU-RECEIVED(WS-VU-IDX) TO WS-CBD-RECEIVED.
           MOVE WS-VU-REPO-ACCEPTED(WS-VU-IDX) TO WS-CBD-ACCEPTED.
           MOVE WS-VU-REJECTS(WS-VU-IDX) TO WS-CBD-REJECTED.
           MOVE WS-VU-DUPS(WS-VU-IDX) TO WS-CBD-DUPS.
           MOVE WS-VU-SENSOR-EXC(WS-VU-IDX) TO WS-CBD-SENSOR-EXC.
           MOVE WS-VU-DEPTH-EXC(WS-VU-IDX) TO WS-CBD-DEPTH-EXC.
           MOVE WS-VU-CHARGE(WS-VU-IDX) TO WS-CBD-CHARGE.
           WRITE FD-CHARGEBACK-RECORD FROM WS-CB-DETAIL.
           IF WS-CHARGEBACK-STATUS NOT = '00'
               PERFORM 9990-ABEND-CHARGEBACK
           END-IF.

       3010-WRITE-COUNT-ONLY.
           MOVE SPACES TO WS-IL-AT.
           MOVE SPACES TO WS-IL-EQUALS.
           MOVE SPACES TO WS-ITEM-LINE(34:28).
           WRITE FD-STATEMENT-LINE FROM WS-ITEM-LINE.

       3011-WRITE-PRICED-ITEM.
           MOVE '  @ ' TO WS-IL-AT.
           MOVE '  = ' TO WS-IL-EQUALS.
           MOVE WS-ITEM-AMOUNT TO WS-IL-AMOUNT.
           WRITE FD-STATEMENT-LINE FROM WS-ITEM-LINE.
           ADD WS-ITEM-AMOUNT TO WS-VU-CHARGE(WS-VU-IDX).

       3200-WRITE-FOLLOW-UP.
           WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-RULE-LINE.
           MOVE 'INACTIVE VESSELS THAT SENT DATA - FOLLOW UP'
               TO WS-MESSAGE-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-MESSAGE-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-FOLLOW-HEADER.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-TABLE-COUNT
                   IF WS-VU-STATUS(WS-VU-IDX) NOT = 'A' AND
                       WS-VU-STATUS(WS-VU-IDX) NOT = '?'
                       ADD 1 TO WS-INACTIVE-COUNT
                       PERFORM 3201-WRITE-FOLLOW-LINE
                   END-IF
           END-PERFORM.
           IF WS-INACTIVE-COUNT = 0
               WRITE FD-STATEMENT-LINE FROM WS-NONE-LINE
           END-IF.
           WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE.
           MOVE 'VESSELS NOT ON VESSEL-MASTER - FOLLOW UP'
               TO WS-MESSAGE-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-MESSAGE-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-FOLLOW-HEADER.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-TABLE-COUNT
                   IF WS-VU-STATUS(WS-VU-IDX) = '?'
                       ADD 1 TO WS-UNKNOWN-COUNT
                       PERFORM 3201-WRITE-FOLLOW-LINE
                   END-IF
           END-PERFORM.
           IF WS-UNKNOWN-COUNT = 0
               WRITE FD-STATEMENT-LINE FROM WS-NONE-LINE
           END-IF.

       3201-WRITE-FOLLOW-LINE.
           MOVE WS-VU-VESSEL-ID(WS-VU-IDX) TO WS-FL-VESSEL.
           MOVE WS-VU-NAME(WS-VU-IDX) TO WS-FL-NAME.
           MOVE WS-VU-CLASS(WS-VU-IDX) TO WS-FL-CLASS.
           MOVE WS-VU-RECEIVED(WS-VU-IDX) TO WS-FL-RECEIVED.
           MOVE WS-VU-REPO-ACCEPTED(WS-VU-IDX) TO WS-FL-ACCEPTED.
           WRITE FD-STATEMENT-LINE FROM WS-FOLLOW-LINE.

       3300-WRITE-CONTROL-TOTALS.
           WRITE FD-STATEMENT-LINE FROM WS-BLANK-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-RULE-LINE.
           MOVE 'CONTROL TOTALS' TO WS-MESSAGE-LINE.
           WRITE FD-STATEMENT-LINE FROM WS-MESSAGE-LINE.
           MOVE 'RUNS INCLUDED' TO WS-CNT-LABEL.
           MOVE WS-RUN-TABLE-COUNT TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'RUNS REVERSED - EXCLUDED' TO WS-CNT-LABEL.
           MOVE WS-RUNS-REVERSED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECEIVED PER RUN-AUDIT' TO WS-CNT-LABEL.
           MOVE WS-AUD-TOT-RECEIVED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECEIVED PER POSTINGS' TO WS-CNT-LABEL.
           MOVE WS-POST-TOT-RECEIVED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 0 TO WS-POST-TOT-UNPROCESSED.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-TABLE-COUNT
                   COMPUTE WS-VESSEL-UNPROCESSED =
                       WS-VU-RECEIVED(WS-VU-IDX) -
                       WS-VU-POSTED-ACCEPTED(WS-VU-IDX) -
                       WS-VU-REJECTS(WS-VU-IDX) -
                       WS-VU-DUPS(WS-VU-IDX) -
                       WS-VU-SENSOR-EXC(WS-VU-IDX)
                   IF WS-VESSEL-UNPROCESSED > 0
                       ADD WS-VESSEL-UNPROCESSED TO
                           WS-POST-TOT-UNPROCESSED
                   END-IF
           END-PERFORM.
           MOVE 'RECEIVED NOT PROCESSED' TO WS-CNT-LABEL.
           MOVE WS-POST-TOT-UNPROCESSED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           COMPUTE WS-UNATTRIBUTED =
               WS-AUD-TOT-RECEIVED - WS-POST-TOT-RECEIVED +
               WS-POST-TOT-UNPROCESSED.
           MOVE 'RECEIVED NOT BY VESSEL' TO WS-CNT-LABEL.
           MOVE WS-UNATTRIBUTED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCEPTED PER RUN-AUDIT' TO WS-CNT-LABEL.
           MOVE WS-AUD-TOT-ACCEPTED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCEPTED PER POSTINGS' TO WS-CNT-LABEL.
           MOVE WS-POST-TOT-ACCEPTED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCEPTED PER REPOSITORY' TO WS-CNT-LABEL.
           MOVE WS-REPO-TOT-ACCEPTED TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'VESSELS BILLED' TO WS-CNT-LABEL.
           MOVE WS-BILLED-COUNT TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'VESSELS NOT PRICED' TO WS-CNT-LABEL.
           MOVE WS-UNPRICED-COUNT TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'CHARGEBACK RECORDS' TO WS-CNT-LABEL.
           MOVE WS-BILLED-COUNT TO WS-CNT-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-COUNT-LINE.
           MOVE 'TOTAL CHARGES' TO WS-MNY-LABEL.
           MOVE WS-TOT-CHARGES TO WS-MNY-VALUE.
           WRITE FD-STATEMENT-LINE FROM WS-MONEY-LINE.

       8000-FIND-VESSEL.
           PERFORM VARYING WS-VU-IDX FROM 1 BY 1
               UNTIL WS-VU-IDX > WS-VU-TABLE-COUNT
                   OR WS-VU-VESSEL-ID(WS-VU-IDX) = WS-FIND-VESSEL
                   CONTINUE
           END-PERFORM.
           IF WS-VU-IDX > WS-VU-TABLE-COUNT
               IF WS-VU-TABLE-COUNT NOT < WS-VU-TABLE-MAX-SIZE
                   PERFORM 9992-ABEND-TABLE-FULL
               END-IF
               ADD 1 TO WS-VU-TABLE-COUNT
               MOVE WS-VU-TABLE-COUNT TO WS-VU-IDX
               MOVE WS-FIND-VESSEL TO WS-VU-VESSEL-ID(WS-VU-IDX)
               MOVE SPACES TO WS-VU-NAME(WS-VU-IDX)
               MOVE SPACES TO WS-VU-CLASS(WS-VU-IDX)
               MOVE SPACE TO WS-VU-STATUS(WS-VU-IDX)
               MOVE 0 TO WS-VU-RECEIVED(WS-VU-IDX)
               MOVE 0 TO WS-VU-POSTED-ACCEPTED(WS-VU-IDX)
               MOVE 0 TO WS-VU-REPO-ACCEPTED(WS-VU-IDX)
               MOVE 0 TO WS-VU-REJECTS(WS-VU-IDX)
               MOVE 0 TO WS-VU-DUPS(WS-VU-IDX)
               MOVE 0 TO WS-VU-SENSOR-EXC(WS-VU-IDX)
               MOVE 0 TO WS-VU-DEPTH-EXC(WS-VU-IDX)
               MOVE 0 TO WS-VU-CHARGE(WS-VU-IDX)
           END-IF.

       8100-FIND-RUN.
           MOVE 'N' TO WS-RUN-FOUND.
           IF WS-SEEK-RUN NOT < WS-RUN-LOW AND
               WS-SEEK-RUN NOT > WS-RUN-HIGH
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-TABLE-COUNT
                       OR WS-RUN-FOUND = 'Y'
                       IF WS-RT-RUN-NUMBER(WS-RUN-IDX) = WS-SEEK-RUN
                           MOVE 'Y' TO WS-RUN-FOUND
                       END-IF
               END-PERFORM
           END-IF.

       9997-ABEND-CONTROL-CARD.
           DISPLAY 'CONTROL-CARD FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CONTROL-STATUS
           DISPLAY 'RUN TERMINATED - CONTROL-CARD UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9993-ABEND-RUN-AUDIT.
           DISPLAY 'RUN-AUDIT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-AUDIT-STATUS
           DISPLAY 'RUN TERMINATED - RUN-AUDIT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9984-ABEND-RUN-POSTINGS.
           DISPLAY 'RUN-POSTINGS FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-POSTINGS-STATUS
           DISPLAY 'RUN TERMINATED - RUN-POSTINGS UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9986-ABEND-REPOSITORY.
           DISPLAY 'READINGS-REPOSITORY FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-REPO-STATUS
           DISPLAY 'RUN TERMINATED - READINGS-REPOSITORY UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9991-ABEND-VESSEL-MASTER.
           DISPLAY 'VESSEL-MASTER FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-VESSEL-MASTER-STATUS
           DISPLAY 'RUN TERMINATED - VESSEL-MASTER UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9989-ABEND-RATE-TABLE.
           DISPLAY 'USAGE-RATES FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-RATE-STATUS
           DISPLAY 'RUN TERMINATED - USAGE-RATES UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9988-ABEND-STATEMENT.
           DISPLAY 'USAGE-STATEMENT FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-STATEMENT-STATUS
           DISPLAY 'RUN TERMINATED - USAGE-STATEMENT UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9990-ABEND-CHARGEBACK.
           DISPLAY 'CHARGEBACK-FEED FILE ERROR'
           DISPLAY 'FILE STATUS IS ' WS-CHARGEBACK-STATUS
           DISPLAY 'RUN TERMINATED - CHARGEBACK-FEED UNAVAILABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9992-ABEND-TABLE-FULL.
           DISPLAY 'USAGE TABLE FULL'
           DISPLAY 'RUNS ' WS-RUN-TABLE-COUNT ' VESSELS '
               WS-VU-TABLE-COUNT
           DISPLAY 'RUN TERMINATED - USAGE TABLE FULL'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
