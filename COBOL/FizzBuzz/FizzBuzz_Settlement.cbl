      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Reconcile the billing system's settlement file
      *          against the liability this shop computed, ticket by
      *          ticket, because today the only proof that billing
      *          applied the discounts we priced is that nobody has
      *          complained.  Billing returns settle.<ccyymmdd>.dat,
      *          one row per ticket it settled: the business date, the
      *          ticket number, the region and the discount dollars
      *          it actually applied.  The liability report writes
      *          liabdtl.<ccyymmdd>.dat, one row per ticket and label
      *          it priced, and the nightly run registers every feed
      *          it cut for the date in feedlog.dat.
      *          The date comes from setldate.dat (card-image,
      *          CCYYMMDD); with no card the program reconciles
      *          today's date.  A ticket is FED when its DTL is on one
      *          of the date's feeds (feed.<ccyymmdd>.dat for the
      *          single ALL stream, feed.<ccyymmdd>.<region>.dat for a
      *          regional stream).  Each settled ticket that was fed
      *          is compared with the liability computed for it (the
      *          sum of its label rows); the difference is totaled by
      *          label - the ticket's classification, so a FizzBuzz
      *          ticket's variance is reported under FizzBuzz - and by
      *          region, and every ticket that does not agree to the
      *          penny is listed.  A settlement row for a ticket that
      *          was never fed, and a fed ticket carrying a liability
      *          that billing never settled, are each listed in their
      *          own section.  A fed ticket with no liability (a plain
      *          number, or a ticket with no rate) needs no
      *          settlement row; one that has a settlement row is a
      *          variance like any other.  A ticket settled twice is
      *          summed, so the double discount shows as a variance.
      *          Everything goes to settlerec.<ccyymmdd>.txt and the
      *          outcome is recorded in events.dat.  RETURN-CODE is 0
      *          when every ticket agrees, 8 when there is any
      *          variance, unfed settlement, unsettled ticket or
      *          unreadable settlement row, and 16 when the
      *          settlement file, the liability detail or the report
      *          cannot be opened.  A feed named in feedlog.dat that
      *          is no longer online is warned about; its tickets are
      *          then taken as fed from the liability detail alone.
      *          Every events.dat record now carries a 24-byte seal
      *          after the text - a sequence number and a check value
      *          chained from the previous record - issued by
      *          FIZZBUZZ-SEAL and registered on trailseal.dat, so the
      *          nightly FIZZBUZZ-SEALCHK can prove no event was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-SETLREC.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SetlDateFile ASSIGN TO "setldate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS SetlDateStatus.

           SELECT SettleFile ASSIGN TO DYNAMIC WS-SETTLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS SettleStatus.

           SELECT LiabDetailFile ASSIGN TO DYNAMIC WS-DTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiabDetailStatus.

           SELECT FeedLogFile ASSIGN TO "feedlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS FeedLogStatus.

           SELECT FeedFile ASSIGN TO DYNAMIC WS-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS FeedStatus.

           SELECT SettleReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS SettleReportStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  SetlDateFile.
       01  SetlDateRecord          PIC X(8).

       FD  SettleFile.
       01  SettleRecord.
           05  STL-DATE            PIC 9(8).
           05  STL-NUMBER          PIC 9(6).
           05  STL-REGION          PIC X(10).
           05  STL-DISCOUNT        PIC 9(7)V99.

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

       FD  FeedLogFile.
       01  FeedLogRecord.
           05  FLOG-DATE           PIC 9(8).
           05  FLOG-SEQ            PIC 9(6).
           05  FLOG-GEN            PIC 9(4).
           05  FLOG-COUNT          PIC 9(7).
           05  FLOG-HASH           PIC 9(12).
           05  FLOG-REGION         PIC X(10).

       FD  FeedFile.
       01  FeedRecord.
           05  FEED-REC-TYPE       PIC X(3).
           05  FEED-DTL-NUMBER     PIC 9(6).
           05  FEED-DTL-CLASS      PIC X(20).
           05  FILLER              PIC X(11).

       FD  SettleReportFile.
       01  SettleReportRecord      PIC X(100).

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
       01  SetlDateStatus      PIC XX.
       01  SettleStatus        PIC XX.
       01  LiabDetailStatus    PIC XX.
       01  FeedLogStatus       PIC XX.
       01  FeedStatus          PIC XX.
       01  SettleReportStatus  PIC XX.
       01  EventStatus         PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-SETTLE-FILENAME  PIC X(30) VALUE SPACES.
       01  WS-DTL-FILENAME     PIC X(30) VALUE SPACES.
       01  WS-FEED-FILENAME    PIC X(30) VALUE SPACES.
       01  WS-RPT-FILENAME     PIC X(30) VALUE SPACES.

       01  WS-STL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-STL-EOF          VALUE "Y".
       01  WS-DTL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-DTL-EOF          VALUE "Y".
       01  WS-LOG-EOF-SWITCH   PIC X VALUE "N".
           88  WS-LOG-EOF          VALUE "Y".
       01  WS-FEED-EOF-SWITCH  PIC X VALUE "N".
           88  WS-FEED-EOF         VALUE "Y".
       01  WS-FEED-MISSING-SW  PIC X VALUE "N".
           88  WS-FEED-WAS-MISSING VALUE "Y".

      * Where each ticket number sits in the ticket table below; zero
      * means the number has not been seen on any input yet.
       01  WS-SLOT-TABLE.
           05  WS-TKT-SLOT OCCURS 999999 TIMES PIC 9(5).

      * One row per ticket met on the liability detail, a feed or
      * the settlement file - sized to the ticket master.
       01  WS-TICKET-TABLE.
           05  WS-TICKET OCCURS 20000 TIMES INDEXED BY TKT-IDX.
               10  TK-NUMBER           PIC 9(6).
               10  TK-CLASS            PIC X(20).
               10  TK-REGION           PIC X(10).
               10  TK-LIABILITY        PIC 9(7)V99.
               10  TK-SETTLED          PIC 9(7)V99.
               10  TK-SETTLE-ROWS      PIC 9(3).
               10  TK-FED-SW           PIC X.
                   88  TK-WAS-FED          VALUE "Y".
               10  TK-PRICED-SW        PIC X.
                   88  TK-WAS-PRICED       VALUE "Y".
       01  WS-TICKET-COUNT     PIC 9(5) VALUE 0.
       01  WS-TICKET-SUB       PIC 9(5) VALUE 0.
       01  WS-TICKET-NUMBER    PIC 9(6) VALUE 0.
       01  WS-TABLE-FULL-SW    PIC X VALUE "N".
           88  WS-TABLE-IS-FULL    VALUE "Y".

       01  WS-LABEL-TABLE.
           05  WS-LABEL-ENTRY OCCURS 50 TIMES INDEXED BY LBL-IDX.
               10  LBL-NAME            PIC X(20).
               10  LBL-TICKETS         PIC 9(7).
               10  LBL-COMPUTED        PIC 9(9)V99.
               10  LBL-SETTLED         PIC 9(9)V99.
               10  LBL-VARIANCE        PIC S9(9)V99.
       01  WS-LABEL-COUNT      PIC 9(2) VALUE 0.

       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 50 TIMES INDEXED BY REG-IDX.
               10  REG-NAME            PIC X(10).
               10  REG-TICKETS         PIC 9(7).
               10  REG-COMPUTED        PIC 9(9)V99.
               10  REG-SETTLED         PIC 9(9)V99.
               10  REG-VARIANCE        PIC S9(9)V99.
       01  WS-REGION-COUNT     PIC 9(2) VALUE 0.
       01  WS-MATCH-SUB        PIC 9(2) VALUE 0.

       01  WS-FEED-REGION      PIC X(10) VALUE SPACES.
       01  WS-FEEDS-READ       PIC 9(3) VALUE 0.
       01  WS-FEEDS-MISSING    PIC 9(3) VALUE 0.
       01  WS-FED-COUNT        PIC 9(7) VALUE 0.

       01  WS-DTL-ROWS         PIC 9(7) VALUE 0.
       01  WS-SETTLE-ROWS      PIC 9(7) VALUE 0.
       01  WS-BAD-ROWS         PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT    PIC 9(7) VALUE 0.
       01  WS-VARIANCE-COUNT   PIC 9(7) VALUE 0.
       01  WS-UNFED-COUNT      PIC 9(7) VALUE 0.
       01  WS-UNSETTLED-COUNT  PIC 9(7) VALUE 0.
       01  WS-PROBLEM-COUNT    PIC 9(7) VALUE 0.

       01  WS-TICKET-VARIANCE  PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-COMPUTED   PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SETTLED    PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-VARIANCE   PIC S9(11)V99 VALUE 0.
       01  WS-UNFED-AMOUNT     PIC 9(11)V99 VALUE 0.
       01  WS-UNSETTLED-AMOUNT PIC 9(11)V99 VALUE 0.

       01  WS-MONEY-EDIT       PIC Z(10)9.99.
       01  WS-MONEY-EDIT-2     PIC Z(10)9.99.
       01  WS-VARIANCE-EDIT    PIC -(10)9.99.
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
           DISPLAY "----- FizzBuzz Settlement Reconciliation -----"
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM READ-SETL-DATE-PROCEDURE

           STRING "settle." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-SETTLE-FILENAME

           STRING "liabdtl." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-DTL-FILENAME

           STRING "settlerec." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME

           INITIALIZE WS-SLOT-TABLE

           PERFORM LOAD-LIAB-DETAIL-PROCEDURE
           PERFORM LOAD-FEEDS-PROCEDURE
           PERFORM LOAD-SETTLEMENT-PROCEDURE
           PERFORM COMPARE-TICKETS-PROCEDURE

           OPEN OUTPUT SettleReportFile
           IF SettleReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " SettleReportStatus
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "Settlement report " DELIMITED BY SIZE
                   WS-RPT-FILENAME DELIMITED BY SPACE
                   " could not be opened" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER-PROCEDURE
           PERFORM WRITE-LABEL-SECTION-PROCEDURE
           PERFORM WRITE-REGION-SECTION-PROCEDURE
           PERFORM WRITE-TICKET-SECTIONS-PROCEDURE
           PERFORM WRITE-REPORT-SUMMARY-PROCEDURE
           CLOSE SettleReportFile

           COMPUTE WS-PROBLEM-COUNT =
               WS-VARIANCE-COUNT + WS-UNFED-COUNT
               + WS-UNSETTLED-COUNT + WS-BAD-ROWS + WS-OVERFLOW-COUNT

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Matched   : " WS-MATCHED-COUNT
           DISPLAY "Variances : " WS-VARIANCE-COUNT
           DISPLAY "Not fed   : " WS-UNFED-COUNT
           DISPLAY "Unsettled : " WS-UNSETTLED-COUNT
           DISPLAY "Unreadable: " WS-BAD-ROWS
           MOVE WS-TOTAL-VARIANCE TO WS-VARIANCE-EDIT
           DISPLAY "Net var.  : " WS-VARIANCE-EDIT

           MOVE SPACES TO WS-EVT-TEXT
           IF WS-PROBLEM-COUNT > 0
               MOVE "WARN" TO WS-EVT-SEVERITY
               STRING "Settlement " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " out of agreement: variances " DELIMITED BY SIZE
                   WS-VARIANCE-COUNT DELIMITED BY SIZE
                   " not fed " DELIMITED BY SIZE
                   WS-UNFED-COUNT DELIMITED BY SIZE
                   " unsettled " DELIMITED BY SIZE
                   WS-UNSETTLED-COUNT DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               DISPLAY "Verdict   : " WS-PROBLEM-COUNT " ticket(s) "
                   "or row(s) need attention"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "INFO" TO WS-EVT-SEVERITY
               STRING "Settlement " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " agrees: " DELIMITED BY SIZE
                   WS-MATCHED-COUNT DELIMITED BY SIZE
                   " tickets settled to the penny" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               DISPLAY "Verdict   : settlement agrees with the "
                   "computed liability"
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * The date to reconcile comes from setldate.dat when present;
      * without one the program reconciles today's date.
       READ-SETL-DATE-PROCEDURE.
           MOVE WS-TODAY-DATE TO WS-RUN-DATE

           OPEN INPUT SetlDateFile
           IF SetlDateStatus = "00"
               READ SetlDateFile
                   NOT AT END
                       IF SetlDateRecord IS NUMERIC
                           MOVE SetlDateRecord TO WS-RUN-DATE
                       ELSE
                           DISPLAY "Note: setldate.dat record is not "
                               "numeric; reconciling today."
                       END-IF
               END-READ
               CLOSE SetlDateFile
           ELSE
               DISPLAY "Note: setldate.dat not available; "
                   "reconciling today."
           END-IF

           DISPLAY "Run date  : " WS-RUN-DATE.

      * The computed side: every label row of a ticket adds to that
      * ticket's liability.  Without the detail there is nothing to
      * reconcile against.
       LOAD-LIAB-DETAIL-PROCEDURE.
           OPEN INPUT LiabDetailFile
           IF LiabDetailStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-DTL-FILENAME
                   ", Status: " LiabDetailStatus
               DISPLAY "Run the liability report for " WS-RUN-DATE
                   " first."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "Settlement " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " not reconciled: no liability detail"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DTL-EOF
               READ LiabDetailFile
                   AT END
                       SET WS-DTL-EOF TO TRUE
                   NOT AT END
                       IF LDT-NUMBER IS NUMERIC
                        AND LDT-LIABILITY IS NUMERIC
                        AND LDT-NUMBER > 0
                           ADD 1 TO WS-DTL-ROWS
                           MOVE LDT-NUMBER TO WS-TICKET-NUMBER
                           PERFORM FIND-TICKET-SLOT-PROCEDURE
                           IF WS-TICKET-SUB > 0
                               MOVE LDT-CLASSIFICATION
                                   TO TK-CLASS(WS-TICKET-SUB)
                               MOVE LDT-REGION
                                   TO TK-REGION(WS-TICKET-SUB)
                               ADD LDT-LIABILITY
                                   TO TK-LIABILITY(WS-TICKET-SUB)
                               SET TK-WAS-PRICED(WS-TICKET-SUB)
                                   TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LiabDetailFile

           DISPLAY "Liability : " WS-DTL-ROWS " detail row(s)".

      * The fed side: every feed feedlog.dat registers for the date
      * is read back and each DTL marks its ticket fed.
       LOAD-FEEDS-PROCEDURE.
           OPEN INPUT FeedLogFile
           IF FeedLogStatus NOT = "00"
               DISPLAY "Warning: Unable to open feedlog.dat, Status: "
                   FeedLogStatus "; priced tickets are taken as fed."
               SET WS-FEED-WAS-MISSING TO TRUE
               PERFORM ASSUME-PRICED-FED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LOG-EOF
               READ FeedLogFile
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       IF FeedLogRecord(1:37) IS NUMERIC
                        AND FLOG-DATE = WS-RUN-DATE
                           PERFORM READ-ONE-FEED-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeedLogFile

           IF WS-FEEDS-READ = 0 AND WS-FEEDS-MISSING = 0
               DISPLAY "Warning: feedlog.dat registers no feed for "
                   WS-RUN-DATE "; priced tickets are taken as fed."
               SET WS-FEED-WAS-MISSING TO TRUE
           END-IF

           IF WS-FEED-WAS-MISSING
               PERFORM ASSUME-PRICED-FED-PROCEDURE
           END-IF

           DISPLAY "Feeds     : " WS-FEEDS-READ " read, "
               WS-FEEDS-MISSING " not online".

      * A checkpoint resume re-registers the same feed, so a feed
      * can be named twice; marking its tickets twice is harmless.
       READ-ONE-FEED-PROCEDURE.
           IF FLOG-REGION = SPACES OR FLOG-REGION = "ALL"
               MOVE "ALL" TO WS-FEED-REGION
               MOVE SPACES TO WS-FEED-FILENAME
               STRING "feed." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           ELSE
               MOVE FLOG-REGION TO WS-FEED-REGION
               MOVE SPACES TO WS-FEED-FILENAME
               STRING "feed." DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FLOG-REGION DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           END-IF

           OPEN INPUT FeedFile
           IF FeedStatus NOT = "00"
               ADD 1 TO WS-FEEDS-MISSING
               SET WS-FEED-WAS-MISSING TO TRUE
               DISPLAY "Warning: " WS-FEED-FILENAME " is not online, "
                   "Status: " FeedStatus
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FEEDS-READ
           MOVE "N" TO WS-FEED-EOF-SWITCH
           PERFORM UNTIL WS-FEED-EOF
               READ FeedFile
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       IF FEED-REC-TYPE = "DTL"
                        AND FEED-DTL-NUMBER IS NUMERIC
                        AND FEED-DTL-NUMBER > 0
                           MOVE FEED-DTL-NUMBER TO WS-TICKET-NUMBER
                           PERFORM FIND-TICKET-SLOT-PROCEDURE
                           IF WS-TICKET-SUB > 0
                               PERFORM MARK-FED-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeedFile.

       MARK-FED-PROCEDURE.
           IF NOT TK-WAS-FED(WS-TICKET-SUB)
               SET TK-WAS-FED(WS-TICKET-SUB) TO TRUE
               ADD 1 TO WS-FED-COUNT
           END-IF
           IF NOT TK-WAS-PRICED(WS-TICKET-SUB)
               MOVE FEED-DTL-CLASS TO TK-CLASS(WS-TICKET-SUB)
               MOVE WS-FEED-REGION TO TK-REGION(WS-TICKET-SUB)
           END-IF.

      * A feed that has gone from disk cannot be read back; the
      * liability detail was built from the same enriched generation
      * the feeds were cut from, so its tickets stand in as fed.
       ASSUME-PRICED-FED-PROCEDURE.
           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               IF TK-WAS-PRICED(TKT-IDX) AND NOT TK-WAS-FED(TKT-IDX)
                   SET TK-WAS-FED(TKT-IDX) TO TRUE
                   ADD 1 TO WS-FED-COUNT
               END-IF
           END-PERFORM.

      * Billing's side: each row's discount is added to its ticket.
       LOAD-SETTLEMENT-PROCEDURE.
           OPEN INPUT SettleFile
           IF SettleStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-SETTLE-FILENAME
                   ", Status: " SettleStatus
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "Settlement " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   " not reconciled: no settlement file"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-STL-EOF
               READ SettleFile
                   AT END
                       SET WS-STL-EOF TO TRUE
                   NOT AT END
                       IF SettleRecord NOT = SPACES
                           PERFORM APPLY-SETTLE-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SettleFile

           DISPLAY "Settlement: " WS-SETTLE-ROWS " row(s)".

       APPLY-SETTLE-ROW-PROCEDURE.
           IF STL-NUMBER IS NOT NUMERIC
            OR STL-DISCOUNT IS NOT NUMERIC
            OR STL-NUMBER = 0
               ADD 1 TO WS-BAD-ROWS
               DISPLAY "Warning: unreadable settlement row: "
                   SettleRecord
               EXIT PARAGRAPH
           END-IF

           IF STL-DATE IS NUMERIC AND STL-DATE NOT = WS-RUN-DATE
               DISPLAY "Warning: settlement row for " STL-NUMBER
                   " is dated " STL-DATE "; reconciled under "
                   WS-RUN-DATE
           END-IF

           ADD 1 TO WS-SETTLE-ROWS
           MOVE STL-NUMBER TO WS-TICKET-NUMBER
           PERFORM FIND-TICKET-SLOT-PROCEDURE
           IF WS-TICKET-SUB = 0
               EXIT PARAGRAPH
           END-IF

           ADD STL-DISCOUNT TO TK-SETTLED(WS-TICKET-SUB)
           ADD 1 TO TK-SETTLE-ROWS(WS-TICKET-SUB)
           IF NOT TK-WAS-FED(WS-TICKET-SUB)
            AND TK-REGION(WS-TICKET-SUB) = SPACES
               MOVE STL-REGION TO TK-REGION(WS-TICKET-SUB)
           END-IF.

      * The ticket's row in the table, added on first sight.  A table
      * already full counts the overflow and hands back zero.
       FIND-TICKET-SLOT-PROCEDURE.
           MOVE WS-TKT-SLOT(WS-TICKET-NUMBER) TO WS-TICKET-SUB
           IF WS-TICKET-SUB > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TICKET-COUNT >= 20000
               ADD 1 TO WS-OVERFLOW-COUNT
               IF NOT WS-TABLE-IS-FULL
                   SET WS-TABLE-IS-FULL TO TRUE
                   DISPLAY "Warning: more than 20000 tickets; "
                       "tickets past the 20000th are not reconciled."
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TICKET-COUNT
           MOVE WS-TICKET-COUNT TO WS-TICKET-SUB
           MOVE WS-TICKET-SUB TO WS-TKT-SLOT(WS-TICKET-NUMBER)
           MOVE WS-TICKET-NUMBER TO TK-NUMBER(WS-TICKET-SUB)
           MOVE SPACES TO TK-CLASS(WS-TICKET-SUB)
           MOVE SPACES TO TK-REGION(WS-TICKET-SUB)
           MOVE 0 TO TK-LIABILITY(WS-TICKET-SUB)
           MOVE 0 TO TK-SETTLED(WS-TICKET-SUB)
           MOVE 0 TO TK-SETTLE-ROWS(WS-TICKET-SUB)
           MOVE "N" TO TK-FED-SW(WS-TICKET-SUB)
           MOVE "N" TO TK-PRICED-SW(WS-TICKET-SUB).

      * Every fed ticket that was settled is compared to the penny
      * and accumulated by label and region; the exceptions are
      * only counted here and listed when the report is written.
       COMPARE-TICKETS-PROCEDURE.
           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               EVALUATE TRUE
                   WHEN TK-SETTLE-ROWS(TKT-IDX) > 0
                    AND NOT TK-WAS-FED(TKT-IDX)
                       ADD 1 TO WS-UNFED-COUNT
                       ADD TK-SETTLED(TKT-IDX) TO WS-UNFED-AMOUNT
                   WHEN TK-SETTLE-ROWS(TKT-IDX) > 0
                       PERFORM ACCUMULATE-TICKET-PROCEDURE
                   WHEN TK-WAS-FED(TKT-IDX)
                    AND TK-LIABILITY(TKT-IDX) > 0
                       ADD 1 TO WS-UNSETTLED-COUNT
                       ADD TK-LIABILITY(TKT-IDX)
                           TO WS-UNSETTLED-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       ACCUMULATE-TICKET-PROCEDURE.
           COMPUTE WS-TICKET-VARIANCE =
               TK-SETTLED(TKT-IDX) - TK-LIABILITY(TKT-IDX)
           IF WS-TICKET-VARIANCE = 0
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-VARIANCE-COUNT
           END-IF
           ADD TK-LIABILITY(TKT-IDX) TO WS-TOTAL-COMPUTED
           ADD TK-SETTLED(TKT-IDX)   TO WS-TOTAL-SETTLED
           ADD WS-TICKET-VARIANCE    TO WS-TOTAL-VARIANCE

           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING LBL-IDX FROM 1 BY 1
                   UNTIL LBL-IDX > WS-LABEL-COUNT
               IF LBL-NAME(LBL-IDX) = TK-CLASS(TKT-IDX)
                   SET WS-MATCH-SUB TO LBL-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB = 0 AND WS-LABEL-COUNT < 50
               ADD 1 TO WS-LABEL-COUNT
               MOVE WS-LABEL-COUNT TO WS-MATCH-SUB
               MOVE TK-CLASS(TKT-IDX) TO LBL-NAME(WS-MATCH-SUB)
               MOVE 0 TO LBL-TICKETS(WS-MATCH-SUB)
               MOVE 0 TO LBL-COMPUTED(WS-MATCH-SUB)
               MOVE 0 TO LBL-SETTLED(WS-MATCH-SUB)
               MOVE 0 TO LBL-VARIANCE(WS-MATCH-SUB)
           END-IF
           IF WS-MATCH-SUB > 0
               ADD 1 TO LBL-TICKETS(WS-MATCH-SUB)
               ADD TK-LIABILITY(TKT-IDX) TO LBL-COMPUTED(WS-MATCH-SUB)
               ADD TK-SETTLED(TKT-IDX)   TO LBL-SETTLED(WS-MATCH-SUB)
               ADD WS-TICKET-VARIANCE    TO LBL-VARIANCE(WS-MATCH-SUB)
           END-IF

           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REGION-COUNT
               IF REG-NAME(REG-IDX) = TK-REGION(TKT-IDX)
                   SET WS-MATCH-SUB TO REG-IDX
               END-IF
           END-PERFORM
           IF WS-MATCH-SUB = 0 AND WS-REGION-COUNT < 50
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-MATCH-SUB
               MOVE TK-REGION(TKT-IDX) TO REG-NAME(WS-MATCH-SUB)
               MOVE 0 TO REG-TICKETS(WS-MATCH-SUB)
               MOVE 0 TO REG-COMPUTED(WS-MATCH-SUB)
               MOVE 0 TO REG-SETTLED(WS-MATCH-SUB)
               MOVE 0 TO REG-VARIANCE(WS-MATCH-SUB)
           END-IF
           IF WS-MATCH-SUB > 0
               ADD 1 TO REG-TICKETS(WS-MATCH-SUB)
               ADD TK-LIABILITY(TKT-IDX) TO REG-COMPUTED(WS-MATCH-SUB)
               ADD TK-SETTLED(TKT-IDX)   TO REG-SETTLED(WS-MATCH-SUB)
               ADD WS-TICKET-VARIANCE    TO REG-VARIANCE(WS-MATCH-SUB)
           END-IF.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Settlement Reconciliation -----"
               TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date   : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Settlement : " DELIMITED BY SIZE
               WS-SETTLE-FILENAME DELIMITED BY SPACE
               "  rows " DELIMITED BY SIZE
               WS-SETTLE-ROWS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Liability  : " DELIMITED BY SIZE
               WS-DTL-FILENAME DELIMITED BY SPACE
               "  rows " DELIMITED BY SIZE
               WS-DTL-ROWS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Feeds      : " DELIMITED BY SIZE
               WS-FEEDS-READ DELIMITED BY SIZE
               " read, " DELIMITED BY SIZE
               WS-FEEDS-MISSING DELIMITED BY SIZE
               " not online, tickets fed " DELIMITED BY SIZE
               WS-FED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           IF WS-FEED-WAS-MISSING
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Note: a feed was not online; priced "
                   DELIMITED BY SIZE
                   "tickets were taken as fed." DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF

           MOVE SPACES TO SettleReportRecord
           WRITE SettleReportRecord.

       WRITE-LABEL-SECTION-PROCEDURE.
           MOVE "----- Variance by Label -----" TO SettleReportRecord
           WRITE SettleReportRecord

           PERFORM VARYING LBL-IDX FROM 1 BY 1
                   UNTIL LBL-IDX > WS-LABEL-COUNT
               MOVE LBL-COMPUTED(LBL-IDX) TO WS-MONEY-EDIT
               MOVE LBL-SETTLED(LBL-IDX)  TO WS-MONEY-EDIT-2
               MOVE LBL-VARIANCE(LBL-IDX) TO WS-VARIANCE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING LBL-NAME(LBL-IDX) DELIMITED BY SIZE
                   " tkts " DELIMITED BY SIZE
                   LBL-TICKETS(LBL-IDX) DELIMITED BY SIZE
                   " comp " DELIMITED BY SIZE
                   WS-MONEY-EDIT DELIMITED BY SIZE
                   " setl " DELIMITED BY SIZE
                   WS-MONEY-EDIT-2 DELIMITED BY SIZE
                   " var " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO SettleReportRecord
               WRITE SettleReportRecord
           END-PERFORM

           IF WS-LABEL-COUNT = 0
               MOVE "  (no settled tickets)" TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF

           MOVE SPACES TO SettleReportRecord
           WRITE SettleReportRecord.

       WRITE-REGION-SECTION-PROCEDURE.
           MOVE "----- Variance by Region -----" TO SettleReportRecord
           WRITE SettleReportRecord

           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REGION-COUNT
               MOVE REG-COMPUTED(REG-IDX) TO WS-MONEY-EDIT
               MOVE REG-SETTLED(REG-IDX)  TO WS-MONEY-EDIT-2
               MOVE REG-VARIANCE(REG-IDX) TO WS-VARIANCE-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING REG-NAME(REG-IDX) DELIMITED BY SIZE
                   " tkts " DELIMITED BY SIZE
                   REG-TICKETS(REG-IDX) DELIMITED BY SIZE
                   " comp " DELIMITED BY SIZE
                   WS-MONEY-EDIT DELIMITED BY SIZE
                   " setl " DELIMITED BY SIZE
                   WS-MONEY-EDIT-2 DELIMITED BY SIZE
                   " var " DELIMITED BY SIZE
                   WS-VARIANCE-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO SettleReportRecord
               WRITE SettleReportRecord
           END-PERFORM

           IF WS-REGION-COUNT = 0
               MOVE "  (no settled tickets)" TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF

           MOVE SPACES TO SettleReportRecord
           WRITE SettleReportRecord.

      * The three ticket lists, each a pass over the table in the
      * order tickets were first met.
       WRITE-TICKET-SECTIONS-PROCEDURE.
           MOVE "----- Tickets Settled Off the Computed Liability -----"
               TO SettleReportRecord
           WRITE SettleReportRecord
           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               IF TK-WAS-FED(TKT-IDX)
                AND TK-SETTLE-ROWS(TKT-IDX) > 0
                AND TK-SETTLED(TKT-IDX) NOT = TK-LIABILITY(TKT-IDX)
                   PERFORM WRITE-TICKET-LINE-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-VARIANCE-COUNT = 0
               MOVE "  (none)" TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF
           MOVE SPACES TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE "----- Tickets Settled but Never Fed -----"
               TO SettleReportRecord
           WRITE SettleReportRecord
           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               IF NOT TK-WAS-FED(TKT-IDX)
                AND TK-SETTLE-ROWS(TKT-IDX) > 0
                   PERFORM WRITE-TICKET-LINE-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-UNFED-COUNT = 0
               MOVE "  (none)" TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF
           MOVE SPACES TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE "----- Tickets Fed but Never Settled -----"
               TO SettleReportRecord
           WRITE SettleReportRecord
           PERFORM VARYING TKT-IDX FROM 1 BY 1
                   UNTIL TKT-IDX > WS-TICKET-COUNT
               IF TK-WAS-FED(TKT-IDX)
                AND TK-SETTLE-ROWS(TKT-IDX) = 0
                AND TK-LIABILITY(TKT-IDX) > 0
                   PERFORM WRITE-TICKET-LINE-PROCEDURE
               END-IF
           END-PERFORM
           IF WS-UNSETTLED-COUNT = 0
               MOVE "  (none)" TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF
           MOVE SPACES TO SettleReportRecord
           WRITE SettleReportRecord.

       WRITE-TICKET-LINE-PROCEDURE.
           COMPUTE WS-TICKET-VARIANCE =
               TK-SETTLED(TKT-IDX) - TK-LIABILITY(TKT-IDX)
           MOVE TK-LIABILITY(TKT-IDX) TO WS-MONEY-EDIT
           MOVE TK-SETTLED(TKT-IDX)   TO WS-MONEY-EDIT-2
           MOVE WS-TICKET-VARIANCE    TO WS-VARIANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               TK-NUMBER(TKT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TK-CLASS(TKT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TK-REGION(TKT-IDX) DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               WS-MONEY-EDIT-2 DELIMITED BY SIZE
               WS-VARIANCE-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           IF TK-SETTLE-ROWS(TKT-IDX) > 1
               MOVE "x2+" TO WS-REPORT-LINE(98:3)
           END-IF
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord.

       WRITE-REPORT-SUMMARY-PROCEDURE.
           MOVE "----- Settlement Summary -----" TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Matched    : " DELIMITED BY SIZE
               WS-MATCHED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE WS-TOTAL-VARIANCE TO WS-VARIANCE-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Variances  : " DELIMITED BY SIZE
               WS-VARIANCE-COUNT DELIMITED BY SIZE
               "  net " DELIMITED BY SIZE
               WS-VARIANCE-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE WS-TOTAL-COMPUTED TO WS-MONEY-EDIT
           MOVE WS-TOTAL-SETTLED  TO WS-MONEY-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Computed   : " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               "  settled " DELIMITED BY SIZE
               WS-MONEY-EDIT-2 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE WS-UNFED-AMOUNT TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Not fed    : " DELIMITED BY SIZE
               WS-UNFED-COUNT DELIMITED BY SIZE
               "  settled " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE WS-UNSETTLED-AMOUNT TO WS-MONEY-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Unsettled  : " DELIMITED BY SIZE
               WS-UNSETTLED-COUNT DELIMITED BY SIZE
               "  computed " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Unreadable : " DELIMITED BY SIZE
               WS-BAD-ROWS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SettleReportRecord
           WRITE SettleReportRecord

           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Overflow   : " DELIMITED BY SIZE
                   WS-OVERFLOW-COUNT DELIMITED BY SIZE
                   " row(s) past the 20000-ticket table"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO SettleReportRecord
               WRITE SettleReportRecord
           END-IF.

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
           MOVE "SETLREC"       TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-SETLREC.
