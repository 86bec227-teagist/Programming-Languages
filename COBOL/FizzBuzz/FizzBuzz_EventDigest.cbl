      *          including a day with no events at all, which the
      *          digest says in so many words - and 16 when the
      *          report cannot be opened.
      *          events.dat records are 135 bytes now - the event plus
      *          the chained seal FIZZBUZZ-SEAL issues, verified nightly
      *          by FIZZBUZZ-SEALCHK; the digest reads the record as
      *          before and ignores the seal.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for
      *          (evtdate.dat, when present, still wins), so a chain
      *          resumed after midnight works the night it belongs to
      *          rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).

       FD  DigestFile.
       01  DigestRecord            PIC X(110).
       01  DigestStatus        PIC XX.

       01  WS-DIGEST-DATE      PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-RPT-FILENAME     PIC X(30).

       01  WS-EVT-EOF-SWITCH   PIC X VALUE "N".
      * end-of-night step runs without one and digests today.
       READ-DIGEST-DATE-PROCEDURE.
           ACCEPT WS-DIGEST-DATE FROM DATE YYYYMMDD
      * Under the nightly chain (FIZZBUZZ-CHAIN) FIZZBUZZ_RUN_DATE
      * carries the chain's business date, so a chain resumed after
      * midnight still runs as the night it belongs to.
           MOVE SPACES TO WS-RUN-DATE-OVERRIDE
           ACCEPT WS-RUN-DATE-OVERRIDE
               FROM ENVIRONMENT "FIZZBUZZ_RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE IS NUMERIC
            AND WS-RUN-DATE-OVERRIDE NOT = "00000000"
               MOVE WS-RUN-DATE-OVERRIDE TO WS-DIGEST-DATE
               DISPLAY "Note: FIZZBUZZ_RUN_DATE=" WS-DIGEST-DATE
                   "; running as that date."
           END-IF

           OPEN INPUT EvtDateFile
           IF EvtDateStatus = "00"
