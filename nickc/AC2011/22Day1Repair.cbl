           05 FD-RJI-VESSEL     PIC X(8).
           05 FILLER             PIC X(3).
           05 FD-RJI-RAW-TEXT   PIC X(44).
           05 FILLER             PIC X(1).
           05 FD-RJI-POSITION   PIC X(19).

       FD REPAIR-CARD-FILE.
       01 FD-REPAIR-CARD.
       2003-APPLY-REPAIR.
           MOVE 'Y' TO WS-CD-USED(WS-CARD-FOUND-IDX).
           MOVE FD-RJI-RAW-TEXT TO SONAR-READING-RECORD.
           MOVE FD-RJI-POSITION TO SR-POSITION.
           IF WS-CD-DEPTH(WS-CARD-FOUND-IDX) NOT = SPACES
               MOVE WS-CD-DEPTH(WS-CARD-FOUND-IDX) TO
                   SR-SONAR-VALUE
