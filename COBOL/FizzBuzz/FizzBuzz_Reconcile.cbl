      *          BALANCE=INFO, OUT OF BALANCE=ERROR) so the morning
      *          digest FIZZBUZZ-EVTDIG carries it without anyone
      *          opening this SYSOUT.
      *          runlog.dat lines are 224 bytes now - the 200-byte line
      *          plus the chained seal FIZZBUZZ-SEAL issues, verified
      *          nightly by FIZZBUZZ-SEALCHK - and the events.dat
      *          records this program writes are sealed the same way.  A
      *          record that cannot be sealed is still written, with a
      *          warning.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for
      *          (recondate.dat, when present, still wins), so a chain
      *          resumed after midnight works the night it belongs to
      *          rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

           05  IDX-CLASSIFICATION  PIC X(20).

       FD  RunLogFile.
       01  RunLogRecord            PIC X(224).

       FD  BalanceReportFile.
       01  BalanceRecord           PIC X(100).
           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  ReconDateStatus     PIC XX.
       01  BalanceStatus       PIC XX.

       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-TXT-FILENAME     PIC X(30).
       01  WS-CSV-FILENAME     PIC X(30).
       01  WS-IDX-FILENAME     PIC X(30).
       01  WS-EVT-TIME          PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY      PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT          PIC X(80) VALUE SPACES.

      * Request block and record content for FIZZBUZZ-SEAL, which
      * stamps every record appended to a trail with its chained
      * check value.
       01  WS-SEAL-REQUEST.
           05  WS-SEAL-FUNCTION    PIC X(1).
           05  WS-SEAL-TRAIL       PIC X(16).
           05  WS-SEAL-TEXT-LEN    PIC 9(4).
           05  WS-SEAL-PREV-SEQ    PIC 9(9).
           05  WS-SEAL-PREV-CHECK  PIC 9(9).
           05  WS-SEAL-STAMP       PIC X(24).
           05  WS-SEAL-RESULT      PIC X(2).
       01  WS-SEAL-TEXT            PIC X(400).
       01  WS-SEAL-SAVE-RC         PIC S9(9) VALUE 0.
      *-----------------------

       PROCEDURE DIVISION.
           MOVE "RECON"         TO EVT-PROGRAM
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-TEXT     TO EVT-TEXT
           MOVE "events.dat"    TO WS-SEAL-TRAIL
           MOVE 111             TO WS-SEAL-TEXT-LEN
           MOVE EventRecord(1:111) TO WS-SEAL-TEXT
           PERFORM SEAL-RECORD-PROCEDURE
           MOVE WS-SEAL-STAMP   TO EVT-SEAL
           WRITE EventRecord
           IF EventStatus NOT = "00"
               DISPLAY "Warning: unable to write events.dat "
      * one and balances today's generations.
       READ-RECON-DATE-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      * Under the nightly chain (FIZZBUZZ-CHAIN) FIZZBUZZ_RUN_DATE
      * carries the chain's business date, so a chain resumed after
      * midnight still runs as the night it belongs to.
           MOVE SPACES TO WS-RUN-DATE-OVERRIDE
           ACCEPT WS-RUN-DATE-OVERRIDE
               FROM ENVIRONMENT "FIZZBUZZ_RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE IS NUMERIC
            AND WS-RUN-DATE-OVERRIDE NOT = "00000000"
               MOVE WS-RUN-DATE-OVERRIDE TO WS-RUN-DATE
               DISPLAY "Note: FIZZBUZZ_RUN_DATE=" WS-RUN-DATE
                   "; running as that date."
           END-IF

           OPEN INPUT ReconDateFile
           IF ReconDateStatus = "00"
           MOVE WS-REPORT-LINE TO BalanceRecord
           WRITE BalanceRecord.

      * Every record appended to a trail carries the chained seal
      * FIZZBUZZ-SEAL issues.  A record it cannot seal is still
      * written - losing the line would be worse - and the nightly
      * seal check reports it.  The CALL must not disturb the
      * return code this program has already set.
       SEAL-RECORD-PROCEDURE.
           MOVE RETURN-CODE TO WS-SEAL-SAVE-RC
           MOVE "S" TO WS-SEAL-FUNCTION
           CALL "FIZZBUZZ-SEAL" USING WS-SEAL-REQUEST WS-SEAL-TEXT
           MOVE WS-SEAL-SAVE-RC TO RETURN-CODE
           IF WS-SEAL-RESULT NOT = "00"
               DISPLAY "Warning: trailseal.dat status "
                   WS-SEAL-RESULT "; the " WS-SEAL-TRAIL
                   " record is written unsealed."
           END-IF.

       END PROGRAM FIZZBUZZ-RECON.
