      *          change, 4 when any classification differs, 16 when a
      *          file cannot be opened (a missing proposed.dat is an
      *          error - there is nothing to simulate).
      *          numbers.dat now opens with a HDR row and closes with a
      *          TRL row of batch control.  Only a row that is a
      *          six-digit number and nothing else is simulated, so the
      *          control rows are passed over with the blank and
      *          non-numeric ones; the batch control itself is proven by
      *          the nightly run, not here.
      * Tectonics: cobc
      ******************************************************************

           05  RULE-REC-VERSION    PIC X(8).

       FD  NumbersFile.
       01  NumbersRecord           PIC X(40).

       FD  SimDateFile.
       01  SimDateRecord           PIC X(8).
                       AT END
                           SET WS-NUMBERS-EOF TO TRUE
                       NOT AT END
                           IF NumbersRecord(1:6) IS NUMERIC
                            AND NumbersRecord(7:) = SPACES
                               MOVE NumbersRecord(1:6) TO WS-NUMBER
                               IF WS-NUMBER > 0
                                AND WS-SEEN-FLAG(WS-NUMBER) NOT = "Y"
                                   MOVE "Y"
