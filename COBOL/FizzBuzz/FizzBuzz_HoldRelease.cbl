      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Work the eligibility hold queue, holdq.dat.  The
      *          nightly run holds a ticket out of the regional feeds
      *          when its customer is suspended, blocked or not on
      *          the customer master (custmast.dat, maintained by
      *          FIZZBUZZ-CUSTMNT), writes it to hold.<ccyymmdd>.dat
      *          with the reason and, when the night completes,
      *          appends it to holdq.dat in state H (held).
      *          This program re-checks every held ticket against the
      *          customer master as of today - the status in force,
      *          which is the keyed status once its effective date
      *          has arrived and the prior status before that.  A
      *          ticket whose customer is now active is released: it
      *          is appended to release.dat, which the next file-mode
      *          nightly run puts onto that night's regional feed and
      *          consumes, and its queue row is marked S (staged) with
      *          today's date.  A ticket whose customer is still
      *          ineligible stays H, with the reason refreshed to the
      *          current one.  The same ticket queued twice for the
      *          same hold date (a night's hold generation appended by
      *          hand a second time) is carried once.  Released rows
      *          stay on the queue as the record of what was released
      *          and when for WS-KEEP-RELEASED-DAYS, then drop off.
      *          Everything is listed on holdrel.<ccyymmdd>.txt -
      *          released tickets, and still-held tickets with their
      *          reason and days on hold - and a one-line summary is
      *          written to events.dat for the morning digest.
      *          RETURN-CODE is 0 when nothing is left on hold, 4
      *          when tickets are still held (finance chases those
      *          through customer service) or there is no customer
      *          master yet (nothing can be released, a WARN event),
      *          16 when the queue, the customer master, release.dat
      *          or the report cannot be opened or the queue or the
      *          master outgrows its table - the queue is only
      *          rewritten when everything succeeded.
      *          Every events.dat record now carries a 24-byte seal
      *          after the text - a sequence number and a check value
      *          chained from the previous record - issued by
      *          FIZZBUZZ-SEAL and registered on trailseal.dat, so the
      *          nightly FIZZBUZZ-SEALCHK can prove no event was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for, so a
      *          chain resumed after midnight works the night it belongs
      *          to rather than the day it was resumed.
      *          A released ticket's queue row is now marked S (staged),
      *          not R: the nightly run marks it R once the ticket is on
      *          its enriched output, feeds and cross-reference, or X
      *          when it sent the ticket back to hold.  An S row whose
      *          ticket is missing from release.dat was never billed and
      *          goes back to H to be re-checked, with a warning and a
      *          WARN event; the rest are reported as pending.  R and X
      *          rows drop off after WS-KEEP-RELEASED-DAYS.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-HOLDREL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustMasterFile ASSIGN TO "custmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CustMasterStatus.

           SELECT HoldQueueFile ASSIGN TO "holdq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldQueueStatus.

           SELECT ReleaseFile ASSIGN TO "release.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ReleaseStatus.

           SELECT HoldRelReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldRelReportStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  CustMasterFile.
       01  CustMasterRecord.
           05  CUST-ID             PIC 9(6).
           05  CUST-NAME           PIC X(20).
           05  CUST-STATUS         PIC X(1).
           05  CUST-EFF-DATE       PIC 9(8).
           05  CUST-PRIOR-STATUS   PIC X(1).

      * The hold record as the nightly run writes it to
      * hold.<ccyymmdd>.dat, with the queue state behind it.
       FD  HoldQueueFile.
       01  HoldQueueRecord.
           05  HQ-DATE             PIC 9(8).
           05  HQ-NUMBER           PIC 9(6).
           05  HQ-CLASSIFICATION   PIC X(20).
           05  HQ-CUSTOMER         PIC X(20).
           05  HQ-CUST-ID          PIC 9(6).
           05  HQ-REGION           PIC X(10).
           05  HQ-AMOUNT           PIC 9(7)V99.
           05  HQ-REASON           PIC X(30).
           05  HQ-STATE            PIC X(1).
           05  HQ-RELEASE-DATE     PIC 9(8).

       FD  ReleaseFile.
       01  ReleaseRecord.
           05  REL-NUMBER          PIC 9(6).
           05  REL-CLASSIFICATION  PIC X(20).
           05  REL-CUSTOMER        PIC X(20).
           05  REL-REGION          PIC X(10).
           05  REL-AMOUNT          PIC 9(7)V99.
           05  REL-HOLD-DATE       PIC 9(8).

       FD  HoldRelReportFile.
       01  HoldRelRecord           PIC X(100).

       FD  EventFile.
       01  EventRecord.
           05  EVT-DATE            PIC 9(8).
           05  EVT-TIME            PIC 9(8).
           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  CustMasterStatus    PIC XX.
       01  HoldQueueStatus     PIC XX.
       01  ReleaseStatus       PIC XX.
       01  HoldRelReportStatus PIC XX.
       01  EventStatus         PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-RPT-FILENAME     PIC X(30).
       01  WS-KEEP-RELEASED-DAYS PIC 9(3) VALUE 90.
       01  WS-KEEP-CUTOFF      PIC 9(8) VALUE 0.

      * The customer master reduced to the status in force today.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES INDEXED BY CUST-IDX.
               10  CUSTTAB-ID       PIC 9(6).
               10  CUSTTAB-NAME     PIC X(20).
               10  CUSTTAB-STATUS   PIC X(1).
       01  WS-CUST-COUNT       PIC 9(5) VALUE 0.
       01  WS-CUST-EOF-SWITCH  PIC X VALUE "N".
           88  WS-CUST-EOF         VALUE "Y".

       01  WS-HOLDQ-TABLE.
           05  WS-HOLDQ-ENTRY OCCURS 20000 TIMES
                   INDEXED BY HQ-IDX HQ-SCAN-IDX.
               10  HQT-DATE          PIC 9(8).
               10  HQT-NUMBER        PIC 9(6).
               10  HQT-CLASSIFICATION PIC X(20).
               10  HQT-CUSTOMER      PIC X(20).
               10  HQT-CUST-ID       PIC 9(6).
               10  HQT-REGION        PIC X(10).
               10  HQT-AMOUNT        PIC 9(7)V99.
               10  HQT-REASON        PIC X(30).
               10  HQT-STATE         PIC X(1).
               10  HQT-RELEASE-DATE  PIC 9(8).
       01  WS-HOLDQ-COUNT      PIC 9(5) VALUE 0.
       01  WS-HOLDQ-EOF-SWITCH PIC X VALUE "N".
           88  WS-HOLDQ-EOF        VALUE "Y".
       01  WS-HOLDQ-OVER-SWITCH PIC X VALUE "N".
           88  WS-HOLDQ-OVERFLOWED VALUE "Y".
       01  WS-DUP-SWITCH       PIC X VALUE "N".
           88  WS-ROW-IS-DUPLICATE VALUE "Y".

      * Y against a queue row staged (S) on an earlier run whose
      * ticket is still waiting on release.dat.
       01  WS-STAGED-TABLE.
           05  WS-STAGED-SEEN OCCURS 20000 TIMES PIC X(1).
       01  WS-RELEASE-EOF-SWITCH PIC X VALUE "N".
           88  WS-RELEASE-EOF      VALUE "Y".

       01  WS-ELIG-REASON      PIC X(30).
       01  WS-ELIG-CUST-ID     PIC 9(6) VALUE 0.
       01  WS-HOLD-AGE         PIC 9(5) VALUE 0.
       01  WS-AMOUNT-EDIT      PIC Z(6)9.99.

       01  WS-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-DUP-COUNT        PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNT   PIC 9(7) VALUE 0.
       01  WS-STILL-HELD-COUNT PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT    PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(7) VALUE 0.
       01  WS-RESTAGED-COUNT   PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT    PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE      PIC X(100).
       01  WS-EVT-TIME         PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY     PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT         PIC X(80) VALUE SPACES.

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
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz Eligibility Hold Release -----"
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
           COMPUTE WS-KEEP-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - WS-KEEP-RELEASED-DAYS)

           PERFORM LOAD-CUSTOMERS-PROCEDURE
           PERFORM LOAD-HOLD-QUEUE-PROCEDURE

           IF WS-HOLDQ-OVERFLOWED
               DISPLAY "Error: holdq.dat holds more rows than the "
                   "20000 the table carries; rewriting it would "
                   "truncate the queue.  Nothing released."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE "hold queue exceeds 20000 rows; nothing released"
                   TO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "holdrel." DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME

           OPEN OUTPUT HoldRelReportFile
           IF HoldRelReportStatus NOT = "00"
               DISPLAY "Error: Unable to open the release report, "
                   "Status: " HoldRelReportStatus
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "hold release report cannot be opened, status "
                   DELIMITED BY SIZE
                   HoldRelReportStatus DELIMITED BY SIZE
                   "; nothing released" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-STAGED-PROCEDURE

      * release.dat may already hold releases the nightly run has
      * not consumed yet (a failed night); tonight's are added
      * behind them.
           OPEN EXTEND ReleaseFile
           IF ReleaseStatus = "35"
               OPEN OUTPUT ReleaseFile
           END-IF
           IF ReleaseStatus NOT = "00"
               DISPLAY "Error: Unable to open release.dat, Status: "
                   ReleaseStatus "; nothing released."
               CLOSE HoldRelReportFile
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "release.dat cannot be opened, status "
                   DELIMITED BY SIZE
                   ReleaseStatus DELIMITED BY SIZE
                   "; nothing released" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           MOVE "  Released to the next nightly feed:"
               TO HoldRelRecord
           WRITE HoldRelRecord
           PERFORM VARYING HQ-IDX FROM 1 BY 1
                   UNTIL HQ-IDX > WS-HOLDQ-COUNT
               IF HQT-STATE(HQ-IDX) = "H"
                   PERFORM RECHECK-ONE-HOLD-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-RELEASED-COUNT = 0
               MOVE "    (none)" TO HoldRelRecord
               WRITE HoldRelRecord
           END-IF
           CLOSE ReleaseFile

           MOVE SPACES TO HoldRelRecord
           WRITE HoldRelRecord
           MOVE "  Still held:" TO HoldRelRecord
           WRITE HoldRelRecord
           PERFORM VARYING HQ-IDX FROM 1 BY 1
                   UNTIL HQ-IDX > WS-HOLDQ-COUNT
               IF HQT-STATE(HQ-IDX) = "H"
                   PERFORM WRITE-HELD-LINE-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-STILL-HELD-COUNT = 0
               MOVE "    (none)" TO HoldRelRecord
               WRITE HoldRelRecord
           END-IF

           PERFORM REWRITE-HOLD-QUEUE-PROCEDURE

           PERFORM WRITE-REPORT-TOTALS-PROCEDURE
           CLOSE HoldRelReportFile

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Queue rows: " WS-READ-COUNT
           DISPLAY "Duplicates: " WS-DUP-COUNT
           DISPLAY "Released  : " WS-RELEASED-COUNT
           DISPLAY "Pending   : " WS-PENDING-COUNT
           DISPLAY "Restaged  : " WS-RESTAGED-COUNT
           DISPLAY "Still held: " WS-STILL-HELD-COUNT
           DISPLAY "Dropped   : " WS-DROPPED-COUNT

           MOVE "INFO " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "hold release: " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               " released, " DELIMITED BY SIZE
               WS-STILL-HELD-COUNT DELIMITED BY SIZE
               " still held" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE

           IF WS-STILL-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * Unlike the nightly run, which bills as before when the
      * master is missing, nothing can be released without it - a
      * release is a statement that the customer is now eligible.
      * No master yet is the same warning the nightly run gives, and
      * the queue is left as it stands; a master that is there but
      * cannot be read is a failure.
       LOAD-CUSTOMERS-PROCEDURE.
           OPEN INPUT CustMasterFile
           IF CustMasterStatus = "35"
               DISPLAY "Warning: custmast.dat not found; nothing can "
                   "be released until the customer master exists."
               MOVE "WARN " TO WS-EVT-SEVERITY
               MOVE "hold release skipped - custmast.dat not found"
                   TO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CustMasterStatus NOT = "00"
               DISPLAY "Error: Unable to open custmast.dat, Status: "
                   CustMasterStatus "; nothing released."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "custmast.dat cannot be opened, status "
                   DELIMITED BY SIZE
                   CustMasterStatus DELIMITED BY SIZE
                   "; nothing released" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-CUST-EOF
               READ CustMasterFile
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF WS-CUST-COUNT >= 5000
                           DISPLAY "Error: custmast.dat holds more "
                               "than 5000 customers; nothing "
                               "released."
                           CLOSE CustMasterFile
                           MOVE "ERROR" TO WS-EVT-SEVERITY
                           MOVE "customer master exceeds 5000 rows; "
                               TO WS-EVT-TEXT
                           MOVE "nothing released" TO WS-EVT-TEXT(36:)
                           PERFORM WRITE-EVENT-PROCEDURE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUST-ID   TO CUSTTAB-ID(WS-CUST-COUNT)
                       MOVE CUST-NAME TO CUSTTAB-NAME(WS-CUST-COUNT)
                       IF CUST-EFF-DATE > WS-TODAY-DATE
                           MOVE CUST-PRIOR-STATUS
                               TO CUSTTAB-STATUS(WS-CUST-COUNT)
                       ELSE
                           MOVE CUST-STATUS
                               TO CUSTTAB-STATUS(WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustMasterFile.

      * A missing queue means nothing has ever been held - an empty
      * table, not an error.
       LOAD-HOLD-QUEUE-PROCEDURE.
           OPEN INPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               DISPLAY "Note: holdq.dat not available, Status: "
                   HoldQueueStatus "; nothing is on hold."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLDQ-EOF
               READ HoldQueueFile
                   AT END
                       SET WS-HOLDQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM STORE-HOLD-ROW-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE HoldQueueFile.

       STORE-HOLD-ROW-PROCEDURE.
           MOVE "N" TO WS-DUP-SWITCH
           PERFORM VARYING HQ-SCAN-IDX FROM 1 BY 1
                   UNTIL HQ-SCAN-IDX > WS-HOLDQ-COUNT
               IF HQT-DATE(HQ-SCAN-IDX) = HQ-DATE
                AND HQT-NUMBER(HQ-SCAN-IDX) = HQ-NUMBER
                   SET WS-ROW-IS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-IS-DUPLICATE
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-HOLDQ-COUNT >= 20000
               SET WS-HOLDQ-OVERFLOWED TO TRUE
               SET WS-HOLDQ-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOLDQ-COUNT
           MOVE HoldQueueRecord TO WS-HOLDQ-ENTRY(WS-HOLDQ-COUNT).

      * One held ticket against today's master.  The reason is the
      * same one the nightly run would give it tonight.
       RECHECK-ONE-HOLD-PROCEDURE.
           MOVE "HL03 CUSTOMER NOT ON MASTER" TO WS-ELIG-REASON
           MOVE 0 TO WS-ELIG-CUST-ID
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF CUSTTAB-NAME(CUST-IDX) = HQT-CUSTOMER(HQ-IDX)
                   MOVE CUSTTAB-ID(CUST-IDX) TO WS-ELIG-CUST-ID
                   EVALUATE CUSTTAB-STATUS(CUST-IDX)
                       WHEN "A"
                           MOVE SPACES TO WS-ELIG-REASON
                       WHEN "S"
                           MOVE "HL01 CUSTOMER SUSPENDED"
                               TO WS-ELIG-REASON
                       WHEN "B"
                           MOVE "HL02 CUSTOMER BLOCKED"
                               TO WS-ELIG-REASON
                       WHEN OTHER
                           MOVE "HL03 CUSTOMER NOT ON MASTER"
                               TO WS-ELIG-REASON
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-ELIG-CUST-ID TO HQT-CUST-ID(HQ-IDX)
           IF WS-ELIG-REASON NOT = SPACES
               MOVE WS-ELIG-REASON TO HQT-REASON(HQ-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE HQT-NUMBER(HQ-IDX)         TO REL-NUMBER
           MOVE HQT-CLASSIFICATION(HQ-IDX) TO REL-CLASSIFICATION
           MOVE HQT-CUSTOMER(HQ-IDX)       TO REL-CUSTOMER
           MOVE HQT-REGION(HQ-IDX)         TO REL-REGION
           MOVE HQT-AMOUNT(HQ-IDX)         TO REL-AMOUNT
           MOVE HQT-DATE(HQ-IDX)           TO REL-HOLD-DATE
           WRITE ReleaseRecord
           IF ReleaseStatus NOT = "00"
               DISPLAY "Warning: unable to write release.dat for "
                   HQT-NUMBER(HQ-IDX) ", Status: " ReleaseStatus
                   "; ticket stays held."
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO HQT-STATE(HQ-IDX)
           MOVE WS-TODAY-DATE TO HQT-RELEASE-DATE(HQ-IDX)
           ADD 1 TO WS-RELEASED-COUNT

           MOVE HQT-AMOUNT(HQ-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               HQT-NUMBER(HQ-IDX) DELIMITED BY SIZE
               "  held " DELIMITED BY SIZE
               HQT-DATE(HQ-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HQT-CUSTOMER(HQ-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HQT-REGION(HQ-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord.

      * A staged row (S) stays staged while its ticket is on
      * release.dat waiting for the nightly run, which marks it R
      * once the ticket is on the feeds.  A staged row whose ticket
      * is no longer on release.dat - the file was lost, or the
      * nightly run consumed it without closing the row - was never
      * billed, so it goes back to H and is re-checked (and, if
      * still eligible, staged again) tonight.
       CHECK-STAGED-PROCEDURE.
           MOVE ALL "N" TO WS-STAGED-TABLE
           OPEN INPUT ReleaseFile
           IF ReleaseStatus = "00"
               PERFORM UNTIL WS-RELEASE-EOF
                   READ ReleaseFile
                       AT END
                           SET WS-RELEASE-EOF TO TRUE
                       NOT AT END
                           PERFORM MATCH-STAGED-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE ReleaseFile
           END-IF

           PERFORM VARYING HQ-IDX FROM 1 BY 1
                   UNTIL HQ-IDX > WS-HOLDQ-COUNT
               IF HQT-STATE(HQ-IDX) = "S"
                   IF WS-STAGED-SEEN(HQ-IDX) = "Y"
                       ADD 1 TO WS-PENDING-COUNT
                   ELSE
                       DISPLAY "Warning: " HQT-NUMBER(HQ-IDX)
                           " held " HQT-DATE(HQ-IDX) " was staged "
                           HQT-RELEASE-DATE(HQ-IDX) " but is not on "
                           "release.dat; re-checked as held."
                       MOVE "H" TO HQT-STATE(HQ-IDX)
                       MOVE 0 TO HQT-RELEASE-DATE(HQ-IDX)
                       ADD 1 TO WS-RESTAGED-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RESTAGED-COUNT > 0
               MOVE "WARN " TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING WS-RESTAGED-COUNT DELIMITED BY SIZE
                   " staged release(s) missing from release.dat, "
                   DELIMITED BY SIZE
                   "re-checked" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
           END-IF.

       MATCH-STAGED-PROCEDURE.
           PERFORM VARYING HQ-IDX FROM 1 BY 1
                   UNTIL HQ-IDX > WS-HOLDQ-COUNT
               IF HQT-STATE(HQ-IDX) = "S"
                AND HQT-DATE(HQ-IDX) = REL-HOLD-DATE
                AND HQT-NUMBER(HQ-IDX) = REL-NUMBER
                   MOVE "Y" TO WS-STAGED-SEEN(HQ-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-HELD-LINE-PROCEDURE.
           ADD 1 TO WS-STILL-HELD-COUNT
           COMPUTE WS-HOLD-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(HQT-DATE(HQ-IDX))
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               HQT-NUMBER(HQ-IDX) DELIMITED BY SIZE
               "  held " DELIMITED BY SIZE
               HQT-DATE(HQ-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HQT-CUSTOMER(HQ-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HQT-REASON(HQ-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-HOLD-AGE DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord.

      * Held, staged and recently closed rows go back; a released
      * row (R), or one the nightly run sent back to hold (X), older
      * than the keep window drops off the queue.
       REWRITE-HOLD-QUEUE-PROCEDURE.
           OPEN OUTPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite holdq.dat, Status: "
                   HoldQueueStatus "; release.dat already carries "
                   "today's releases - remove the S rows by hand."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "hold queue not rewritten, status "
                   DELIMITED BY SIZE
                   HoldQueueStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               CLOSE HoldRelReportFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING HQ-IDX FROM 1 BY 1
                   UNTIL HQ-IDX > WS-HOLDQ-COUNT
               IF (HQT-STATE(HQ-IDX) = "R" OR "X")
                AND HQT-RELEASE-DATE(HQ-IDX) < WS-KEEP-CUTOFF
                   ADD 1 TO WS-DROPPED-COUNT
               ELSE
                   MOVE WS-HOLDQ-ENTRY(HQ-IDX) TO HoldQueueRecord
                   WRITE HoldQueueRecord
                   IF HoldQueueStatus NOT = "00"
                       DISPLAY "Warning: unable to write holdq.dat "
                           "row, Status: " HoldQueueStatus
                   ELSE
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HoldQueueFile.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Eligibility Hold Release -----"
               TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "As of      : " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO HoldRelRecord
           WRITE HoldRelRecord.

       WRITE-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Queue rows : " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Duplicates : " DELIMITED BY SIZE
               WS-DUP-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Released   : " DELIMITED BY SIZE
               WS-RELEASED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Pending    : " DELIMITED BY SIZE
               WS-PENDING-COUNT DELIMITED BY SIZE
               " staged earlier, awaiting the nightly run"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Restaged   : " DELIMITED BY SIZE
               WS-RESTAGED-COUNT DELIMITED BY SIZE
               " staged but missing from release.dat"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Still held : " DELIMITED BY SIZE
               WS-STILL-HELD-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Queue kept : " DELIMITED BY SIZE
               WS-WRITTEN-COUNT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DROPPED-COUNT DELIMITED BY SIZE
               " old releases dropped)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO HoldRelRecord
           WRITE HoldRelRecord.

       WRITE-EVENT-PROCEDURE.
           OPEN EXTEND EventFile
           IF EventStatus = "35"
               OPEN OUTPUT EventFile
           END-IF
           IF EventStatus NOT = "00"
               DISPLAY "Warning: unable to open events.dat, "
                   "Status: " EventStatus "; event not recorded."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-EVT-TIME FROM TIME
           MOVE WS-TODAY-DATE   TO EVT-DATE
           MOVE WS-EVT-TIME     TO EVT-TIME
           MOVE "HOLDREL"       TO EVT-PROGRAM
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
                   "record, Status: " EventStatus
           END-IF
           CLOSE EventFile.

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

       END PROGRAM FIZZBUZZ-HOLDREL.
