           05 FD-AUD-DUPS        PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-SENSOR-EXC  PIC 9(6).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED    PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED-DATE PIC X(8).

       FD EXTRACT-FILE.
       01 FD-EXTRACT-RECORD     PIC X(100).
       01 FD-REJECT-LINE.
           05 FD-RJ-TAG         PIC X(4).
           05 FD-RJ-RUN-NO      PIC X(6).
           05 FILLER             PIC X(90).

       FD DUP-LISTING-FILE.
       01 FD-DUP-LISTING-LINE   PIC X(80).
       01 WS-AUDIT-FOUND        PIC A(1) VALUE 'N'.
       01 WS-AUDIT-EXTENDED     PIC A(1) VALUE 'N'.
       01 WS-OUT-OF-BALANCE     PIC A(1) VALUE 'N'.
       01 WS-RUN-REVERSED       PIC A(1) VALUE 'N'.
       01 WS-REVERSED-DATE      PIC X(8) VALUE SPACES.

       01 WS-RUN-NUMBER         PIC 9(6) VALUE 0.
       01 WS-AUD-COUNT          PIC 9(6) VALUE 0.
               MOVE WS-RUN-NUMBER TO WS-HDR-RUN-NO
               WRITE FD-BALANCE-LINE FROM WS-PAGE-HEADER-3
               WRITE FD-BALANCE-LINE FROM WS-BLANK-LINE
               IF WS-RUN-REVERSED = 'Y'
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING 'RUN REVERSED ON ' WS-REVERSED-DATE
                       ' - OUTPUTS WITHDRAWN - NOT RECONCILED'
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-LINE
                   WRITE FD-BALANCE-LINE FROM WS-MESSAGE-LINE
               ELSE
                   PERFORM 2000-COUNT-EXTRACT-FILE
                   PERFORM 2100-COUNT-REJECT-FILE
                   PERFORM 2200-COUNT-DUP-LISTING
                   PERFORM 2300-COUNT-SENSOR-EXCEPTIONS
                   PERFORM 3000-PROVE-BALANCES
               END-IF
           END-IF.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY "RUN NUMBER - " WS-RUN-NUMBER
           DISPLAY "REJECT LINES COUNTED - " WS-REJECT-LINE-COUNT
           DISPLAY "DUPLICATE LINES COUNTED - " WS-DUP-LINE-COUNT
           DISPLAY "SENSOR EXCEPTIONS COUNTED - " WS-SENSOR-EXC-COUNT
           IF WS-RUN-REVERSED = 'Y'
               DISPLAY "RUN IS REVERSED - NOT RECONCILED"
           ELSE
               IF WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY "RUN IS OUT OF BALANCE"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "RUN IS IN BALANCE"
               END-IF
           END-IF.
           STOP RUN.

           MOVE FD-AUD-COUNT TO WS-AUD-COUNT.
           MOVE FD-AUD-INCREASES TO WS-AUD-INCREASES.
           MOVE FD-AUD-REJECTS TO WS-AUD-REJECTS.
           IF FD-AUD-REVERSED = 'R'
               MOVE 'Y' TO WS-RUN-REVERSED
               MOVE FD-AUD-REVERSED-DATE TO WS-REVERSED-DATE
           ELSE
               MOVE 'N' TO WS-RUN-REVERSED
               MOVE SPACES TO WS-REVERSED-DATE
           END-IF.
           IF FD-AUD-RECEIVED IS NUMERIC AND
               FD-AUD-DUPS IS NUMERIC AND
               FD-AUD-SENSOR-EXC IS NUMERIC
