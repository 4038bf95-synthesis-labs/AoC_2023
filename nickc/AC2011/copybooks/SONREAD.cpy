      * SR-ORIG-RUN-NUMBER was appended for the resubmission feed: on
      * repaired readings it carries the run number of the run that
      * rejected the reading, and it is spaces on ordinary raw logs.
      * SR-POSITION was appended for positioned soundings: latitude and
      * longitude in signed decimal degrees with no decimal point in
      * the data (sign + 8 digits, 6 implied decimals / sign + 9
      * digits, 6 implied decimals). Spaces when the feed carries no
      * fix.
      *================================================================
       01 SONAR-READING-RECORD.
           05 SR-SONAR-VALUE        PIC X(4).
           05 SR-VESSEL-ID          PIC X(8).
           05 SR-READING-TIMESTAMP  PIC X(20).
           05 SR-ORIG-RUN-NUMBER    PIC X(6).
           05 SR-POSITION.
               10 SR-LATITUDE       PIC S9(2)V9(6)
                                    SIGN LEADING SEPARATE.
               10 SR-LONGITUDE      PIC S9(3)V9(6)
                                    SIGN LEADING SEPARATE.
