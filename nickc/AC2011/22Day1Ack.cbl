           05 FILLER             PIC X(1).
           05 FD-AUD-RC          PIC 9(2).
           05 FILLER             PIC X(22).
           05 FD-AUD-REVERSED    PIC X(1).
           05 FILLER             PIC X(1).
           05 FD-AUD-REVERSED-DATE PIC X(8).

       FD CONTROL-CARD-FILE.
       01 FD-CONTROL-RECORD.
               10 WS-RN-END-DATE   PIC 9(8).
               10 WS-RN-COUNT      PIC 9(6).
               10 WS-RN-ACKED      PIC A(1).
               10 WS-RN-REVERSED   PIC A(1).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYY       PIC 9(4).
                   MOVE FD-AUD-COUNT TO
                       WS-RN-COUNT(WS-RUN-TABLE-COUNT)
                   MOVE 'N' TO WS-RN-ACKED(WS-RUN-TABLE-COUNT)
                   IF FD-AUD-REVERSED = 'R'
                       MOVE 'Y' TO WS-RN-REVERSED(WS-RUN-TABLE-COUNT)
                   ELSE
                       MOVE 'N' TO WS-RN-REVERSED(WS-RUN-TABLE-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'RUN TABLE FULL - RUN '
                       FD-AUD-RUN-NUMBER ' NOT TRACKED'
           END-PERFORM.

       2003-VERIFY-ONE-ACK.
           IF WS-RN-REVERSED(WS-RUN-FOUND-IDX) = 'Y'
               IF FD-ACK-LOAD-STATUS = 'LOADED'
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-ACK-RUN-NUMBER TO WS-ACK-MSG-RUN-NO
                   MOVE 'RUN REVERSED - WITHDRAW SHORE LOAD' TO
                       WS-ACK-MSG-TEXT
                   WRITE FD-ACK-REPORT-LINE FROM WS-ACK-MESSAGE-LINE
               END-IF
           ELSE
               PERFORM 2004-VERIFY-LOAD-COUNT
           END-IF.

       2004-VERIFY-LOAD-COUNT.
           IF FD-ACK-LOAD-STATUS NOT = 'LOADED'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-ACK-RUN-NUMBER TO WS-ACK-MSG-RUN-NO
       3000-REPORT-UNACKNOWLEDGED.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-TABLE-COUNT
                   IF WS-RN-ACKED(WS-RUN-IDX) = 'N' AND
                       WS-RN-REVERSED(WS-RUN-IDX) = 'N'
                       PERFORM 3001-CHECK-RUN-AGE
                   END-IF
           END-PERFORM.
