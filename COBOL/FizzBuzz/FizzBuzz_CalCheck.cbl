      *          calendar.dat is absent - a shop that has not cut a
      *          calendar processes every night, which is exactly
      *          the behavior it had before the calendar existed.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for, so a
      *          chain resumed after midnight works the night it belongs
      *          to rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

       01  CalendarStatus      PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-CAL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-CAL-EOF          VALUE "Y".
       01  WS-OFF-SWITCH       PIC X VALUE "N".
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * Under the nightly chain (FIZZBUZZ-CHAIN) FIZZBUZZ_RUN_DATE
      * carries the chain's business date, so a chain resumed after
      * midnight still runs as the night it belongs to.
           MOVE SPACES TO WS-RUN-DATE-OVERRIDE
           ACCEPT WS-RUN-DATE-OVERRIDE
               FROM ENVIRONMENT "FIZZBUZZ_RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE IS NUMERIC
            AND WS-RUN-DATE-OVERRIDE NOT = "00000000"
               MOVE WS-RUN-DATE-OVERRIDE TO WS-TODAY-DATE
               DISPLAY "Note: FIZZBUZZ_RUN_DATE=" WS-TODAY-DATE
                   "; running as that date."
           END-IF

           OPEN INPUT CalendarFile
           IF CalendarStatus NOT = "00"
