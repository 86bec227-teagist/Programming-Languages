      *          any ticket was unrated or the generation held no
      *          details, 16 when rates.dat, the enriched generation
      *          or the report cannot be opened.
      *          Alongside the printed report the pricing is now also
      *          written as a fixed-format detail file,
      *          liabdtl.<ccyymmdd>.dat: one row per ticket and label
      *          priced (a FizzBuzz ticket gives a Fizz row and a
      *          Buzz row) carrying the date, number, classification,
      *          label, region, customer, amount, rate and liability,
      *          and one zero-liability row with a blank label for an
      *          unrated ticket.  The settlement reconciliation
      *          (FIZZBUZZ-SETLREC) matches billing's settlement file
      *          against it ticket by ticket, so the figures the
      *          report totals are the very figures reconciled.  A
      *          detail file that cannot be opened is treated like
      *          the report itself - RETURN-CODE 16.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for
      *          (liabdate.dat, when present, still wins), so a chain
      *          resumed after midnight works the night it belongs to
      *          rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiabReportStatus.

           SELECT LiabDetailFile ASSIGN TO DYNAMIC WS-DTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiabDetailStatus.

       I-O-CONTROL.
      *-----------------------


       FD  LiabReportFile.
       01  LiabReportRecord        PIC X(100).

       FD  LiabDetailFile.
       01  LiabDetailRecord.
           05  LDT-DATE            PIC 9(8).
           05  LDT-NUMBER          PIC 9(6).
           05  LDT-CLASSIFICATION  PIC X(20).
           05  LDT-LABEL           PIC X(10).
           05  LDT-REGION          PIC X(10).
           05  LDT-CUSTOMER        PIC X(20).
           05  LDT-AMOUNT          PIC 9(7)V99.
           05  LDT-PCT             PIC 9(2)V99.
           05  LDT-LIABILITY       PIC 9(7)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  LiabDateStatus      PIC XX.
       01  RatesStatus         PIC XX.
       01  EnrichedStatus      PIC XX.
       01  LiabReportStatus    PIC XX.
       01  LiabDetailStatus    PIC XX.

       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-ENR-FILENAME     PIC X(30).
       01  WS-RPT-FILENAME     PIC X(30).
       01  WS-DTL-FILENAME     PIC X(30).

       01  WS-RATES-EOF-SWITCH PIC X VALUE "N".
           88  WS-RATES-EOF        VALUE "Y".
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME

           STRING "liabdtl." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-DTL-FILENAME

           OPEN INPUT EnrichedFile
           IF EnrichedStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-ENR-FILENAME
               STOP RUN
           END-IF

           OPEN OUTPUT LiabDetailFile
           IF LiabDetailStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-DTL-FILENAME
                   ", Status: " LiabDetailStatus
               CLOSE EnrichedFile
               CLOSE LiabReportFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-ENR-EOF
               READ EnrichedFile
                   AT END

           PERFORM WRITE-LIABILITY-REPORT-PROCEDURE
           CLOSE LiabReportFile
           CLOSE LiabDetailFile

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Detail    : " WS-DTL-FILENAME
           DISPLAY "Tickets   : " WS-DETAIL-COUNT
           DISPLAY "Unrated   : " WS-UNRATED-COUNT
           MOVE WS-GRAND-LIABILITY TO WS-MONEY-EDIT
      * nightly step runs without one and prices today's generation.
       READ-LIAB-DATE-PROCEDURE.
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

           OPEN INPUT LiabDateFile
           IF LiabDateStatus = "00"
                   ADD WS-TICKET-LIAB TO RATE-LIABILITY(RATE-IDX)
                   ADD WS-TICKET-LIAB TO WS-GRAND-LIABILITY
                   PERFORM ACCUMULATE-REGION-PROCEDURE
                   MOVE RATE-LABEL(RATE-IDX) TO LDT-LABEL
                   MOVE RATE-PCT(RATE-IDX)   TO LDT-PCT
                   PERFORM WRITE-LIAB-DETAIL-PROCEDURE
               END-IF
           END-PERFORM

           IF NOT WS-TICKET-RATED
               ADD 1 TO WS-UNRATED-COUNT
               MOVE SPACES TO LDT-LABEL
               MOVE 0 TO LDT-PCT
               MOVE 0 TO WS-TICKET-LIAB
               PERFORM WRITE-LIAB-DETAIL-PROCEDURE
           END-IF.

      * One priced ticket-and-label row of the detail file; the
      * caller has set the label, the rate and WS-TICKET-LIAB.
       WRITE-LIAB-DETAIL-PROCEDURE.
           MOVE WS-RUN-DATE      TO LDT-DATE
           IF ENR-NUMBER IS NUMERIC
               MOVE ENR-NUMBER   TO LDT-NUMBER
           ELSE
               COMPUTE LDT-NUMBER = FUNCTION NUMVAL(ENR-NUMBER)
           END-IF
           MOVE ENR-CLASS        TO LDT-CLASSIFICATION
           MOVE ENR-REGION       TO LDT-REGION
           MOVE ENR-CUSTOMER     TO LDT-CUSTOMER
           MOVE WS-TICKET-AMOUNT TO LDT-AMOUNT
           MOVE WS-TICKET-LIAB   TO LDT-LIABILITY
           WRITE LiabDetailRecord
           IF LiabDetailStatus NOT = "00"
               DISPLAY "    Warning: unable to write "
                   WS-DTL-FILENAME " row, Status: " LiabDetailStatus
           END-IF.

      * Does the combined classification carry this rate's label?
