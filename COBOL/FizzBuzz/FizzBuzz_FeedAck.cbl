      *          on-call the way STEP020/STEP025 already do), and 16
      *          when feedlog.dat or the report cannot be opened.  A missing feedack.dat is not an error -
      *          no acks have arrived yet and the aging alone decides.
      *          A feed resent by FIZZBUZZ-RETRANS is read from
      *          retxlog.dat.  A REJECTED or HASH MISMATCH feed that has
      *          been resent at least once for every bad ack, or an
      *          unacknowledged feed that was resent, is waiting on the
      *          receiver again: it is aged from the latest resend date
      *          instead of the cut date, counted as Resent in the
      *          summary, and reported as OVERDUE - RETRANSMITTED <date>
      *          once past the allowed age.  A missing retxlog.dat means
      *          nothing has been resent.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for, so a
      *          chain resumed after midnight works the night it belongs
      *          to rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CalendarStatus.

           SELECT RetxLogFile ASSIGN TO "retxlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RetxLogStatus.

       I-O-CONTROL.
      *-----------------------

       01  CalendarRecord.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DESC            PIC X(20).

      * A feed resent by FIZZBUZZ-RETRANS: its registration, then
      * when it went again.
       FD  RetxLogFile.
       01  RetxLogRecord.
           05  RTX-DATE            PIC 9(8).
           05  RTX-SEQ             PIC 9(6).
           05  RTX-GEN             PIC 9(4).
           05  RTX-COUNT           PIC 9(7).
           05  RTX-HASH            PIC 9(12).
           05  RTX-REGION          PIC X(10).
           05  RTX-SENT-DATE       PIC 9(8).
           05  RTX-SENT-TIME       PIC 9(8).
           05  RTX-SOURCE          PIC X(8).
           05  RTX-OPERATOR        PIC X(20).
           05  RTX-FILE            PIC X(40).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  FeedLogStatus       PIC XX.
       01  FeedAckStatus       PIC XX.
       01  AckDaysStatus       PIC XX.
       01  AckAgeStatus        PIC XX.
       01  RetxLogStatus       PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-RPT-FILENAME     PIC X(30).
       01  WS-ACK-DAYS         PIC 9(3) VALUE 2.

           88  WS-LOG-EOF          VALUE "Y".
       01  WS-ACK-EOF-SWITCH   PIC X VALUE "N".
           88  WS-ACK-EOF          VALUE "Y".
       01  WS-RTX-EOF-SWITCH   PIC X VALUE "N".
           88  WS-RTX-EOF          VALUE "Y".

      * Every feed registered, one row per date/region/sequence.  A
      * checkpoint resume of the nightly run re-registers the same
                   88  FEED-ACCEPTED       VALUE "A".
                   88  FEED-REJECTED       VALUE "R".
                   88  FEED-HASH-BAD       VALUE "H".
               10  FEED-PROBLEM-ACKS   PIC 9(3).
               10  FEED-RETX-COUNT     PIC 9(3).
               10  FEED-RETX-DATE      PIC 9(8).
       01  WS-FEED-COUNT       PIC 9(3) VALUE 0.
       01  WS-MATCH-SUB        PIC 9(3) VALUE 0.

       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.
       01  WS-PROBLEM-COUNT    PIC 9(5) VALUE 0.
       01  WS-OVERFLOW-COUNT   PIC 9(5) VALUE 0.
       01  WS-RESENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB        PIC 9(3) VALUE 0.

       01  WS-DATE-INTEGER     PIC 9(7) VALUE 0.
       01  WS-SWEEP-INTEGER    PIC 9(7) VALUE 0.
       01  WS-DAY-OF-WEEK      PIC 9(1) VALUE 0.
       01  WS-BUSINESS-AGE     PIC 9(5) VALUE 0.
       01  WS-AGE-FROM-DATE    PIC 9(8) VALUE 0.
       01  WS-RETX-AWAITED-SWITCH PIC X VALUE "N".
           88  WS-RETX-AWAITED     VALUE "Y".

       01  WS-FLOG-REGION      PIC X(10) VALUE SPACES.
       01  WS-ACK-REGION       PIC X(10) VALUE SPACES.
       01  WS-RTX-REGION       PIC X(10) VALUE SPACES.
       01  WS-REPORT-LINE      PIC X(100).

       01  CalendarStatus      PIC XX.
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           END-IF

           PERFORM APPLY-ACKS-PROCEDURE
           PERFORM APPLY-RETRANSMITS-PROCEDURE

           STRING "ackage." DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
           DISPLAY "Rejected  : " WS-REJECTED-COUNT
           DISPLAY "Hash bad  : " WS-HASHBAD-COUNT
           DISPLAY "Orphans   : " WS-ORPHAN-COUNT
           DISPLAY "Resent    : " WS-RESENT-COUNT

           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "Overflow  : " WS-OVERFLOW-COUNT " feed(s) "
           MOVE FLOG-COUNT     TO FEED-COUNT(WS-MATCH-SUB)
           MOVE FLOG-HASH      TO FEED-HASH(WS-MATCH-SUB)
           MOVE WS-FLOG-REGION TO FEED-REGION(WS-MATCH-SUB)
           MOVE "U"            TO FEED-ACK-STATE(WS-MATCH-SUB)
           MOVE 0              TO FEED-PROBLEM-ACKS(WS-MATCH-SUB)
           MOVE 0              TO FEED-RETX-COUNT(WS-MATCH-SUB)
           MOVE 0              TO FEED-RETX-DATE(WS-MATCH-SUB).

       APPLY-ACKS-PROCEDURE.
           OPEN INPUT FeedAckFile
                   MOVE "A" TO FEED-ACK-STATE(WS-MATCH-SUB)
               WHEN ACK-STATUS = "A"
                   MOVE "H" TO FEED-ACK-STATE(WS-MATCH-SUB)
                   ADD 1 TO FEED-PROBLEM-ACKS(WS-MATCH-SUB)
               WHEN OTHER
                   MOVE "R" TO FEED-ACK-STATE(WS-MATCH-SUB)
                   ADD 1 TO FEED-PROBLEM-ACKS(WS-MATCH-SUB)
           END-EVALUATE.

      * Feeds FIZZBUZZ-RETRANS has resent, from retxlog.dat when
      * there is one.  A resend of a feed no longer on the register
      * (rolled to history) has nothing left to age and is passed
      * over.
       APPLY-RETRANSMITS-PROCEDURE.
           OPEN INPUT RetxLogFile
           IF RetxLogStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-RTX-EOF
               READ RetxLogFile
                   AT END
                       SET WS-RTX-EOF TO TRUE
                   NOT AT END
                       IF RetxLogRecord(1:37) IS NUMERIC
                        AND RTX-SENT-DATE IS NUMERIC
                           PERFORM APPLY-ONE-RETRANSMIT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RetxLogFile.

       APPLY-ONE-RETRANSMIT-PROCEDURE.
           IF RTX-REGION = SPACES
               MOVE "ALL" TO WS-RTX-REGION
           ELSE
               MOVE RTX-REGION TO WS-RTX-REGION
           END-IF

           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
               IF FEED-DATE(FEED-IDX) = RTX-DATE
                AND FEED-SEQ(FEED-IDX) = RTX-SEQ
                AND FEED-REGION(FEED-IDX) = WS-RTX-REGION
                   SET WS-MATCH-SUB TO FEED-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SUB = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FEED-RETX-COUNT(WS-MATCH-SUB)
           IF RTX-SENT-DATE > FEED-RETX-DATE(WS-MATCH-SUB)
               MOVE RTX-SENT-DATE TO FEED-RETX-DATE(WS-MATCH-SUB)
           END-IF.

       EXAMINE-FEEDS-PROCEDURE.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
               PERFORM EXAMINE-ONE-FEED-PROCEDURE
           END-PERFORM.

      * A rejected or hash-bad feed that has since been resent at
      * least once for every bad ack is waiting on the receiver
      * again, and is aged like an unacknowledged feed - from the
      * latest resend rather than the cut date.  An unacknowledged
      * feed that was resent is aged from the resend too.
       EXAMINE-ONE-FEED-PROCEDURE.
           MOVE "N" TO WS-RETX-AWAITED-SWITCH
           IF NOT FEED-ACCEPTED(FEED-IDX)
            AND FEED-RETX-COUNT(FEED-IDX) > 0
            AND FEED-RETX-COUNT(FEED-IDX)
                >= FEED-PROBLEM-ACKS(FEED-IDX)
               SET WS-RETX-AWAITED TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN FEED-ACCEPTED(FEED-IDX)
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN WS-RETX-AWAITED
                   ADD 1 TO WS-RESENT-COUNT
                   PERFORM AGE-UNACKED-FEED-PROCEDURE
               WHEN FEED-REJECTED(FEED-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM WRITE-PROBLEM-LINE-PROCEDURE
      * is a Monday, so MOD 7 of the integer gives 6 for Saturday
      * and 0 for Sunday.
       AGE-UNACKED-FEED-PROCEDURE.
           IF WS-RETX-AWAITED
               MOVE FEED-RETX-DATE(FEED-IDX) TO WS-AGE-FROM-DATE
           ELSE
               MOVE FEED-DATE(FEED-IDX) TO WS-AGE-FROM-DATE
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
           MOVE 0 TO WS-BUSINESS-AGE
           PERFORM VARYING WS-SWEEP-INTEGER
                   FROM WS-DATE-INTEGER BY 1

       WRITE-OVERDUE-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RETX-AWAITED
               STRING "  " DELIMITED BY SIZE
                   FEED-DATE(FEED-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FEED-REGION(FEED-IDX) DELIMITED BY SIZE
                   "  SEQ=" DELIMITED BY SIZE
                   FEED-SEQ(FEED-IDX) DELIMITED BY SIZE
                   "  OVERDUE - RETRANSMITTED " DELIMITED BY SIZE
                   FEED-RETX-DATE(FEED-IDX) DELIMITED BY SIZE
                   ", unacked " DELIMITED BY SIZE
                   WS-BUSINESS-AGE DELIMITED BY SIZE
                   " business days" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   FEED-DATE(FEED-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   FEED-REGION(FEED-IDX) DELIMITED BY SIZE
                   "  SEQ=" DELIMITED BY SIZE
                   FEED-SEQ(FEED-IDX) DELIMITED BY SIZE
                   "  OVERDUE - unacknowledged for " DELIMITED BY SIZE
                   WS-BUSINESS-AGE DELIMITED BY SIZE
                   " business days" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO AckAgeRecord
           WRITE AckAgeRecord.

           MOVE WS-REPORT-LINE TO AckAgeRecord
           WRITE AckAgeRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Resent     : " DELIMITED BY SIZE
               WS-RESENT-COUNT DELIMITED BY SIZE
               " awaiting the receiver again" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AckAgeRecord
           WRITE AckAgeRecord

           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Overflow   : " DELIMITED BY SIZE
