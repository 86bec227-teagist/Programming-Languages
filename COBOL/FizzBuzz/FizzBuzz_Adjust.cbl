      *          is read and is logged to events.dat with the ID and
      *          function; a missing opauth.dat leaves the function
      *          unrestricted with a loud warning.
      *          An approved, still-unresolved customer dispute on
      *          dispute.dat (maintained by FIZZBUZZ-DSPMNT) for the
      *          adjustment date forces that ticket's classification
      *          exactly as it does in the nightly run: the approved
      *          classification replaces the rules' answer in the
      *          recomputation, so a ticket billed the rules' way
      *          before the case was approved is reversed and
      *          corrected on this feed.  An approved case can be
      *          the only difference for a date - that is how a
      *          single disputed ticket reaches billing without
      *          rerunning the night.  The delta sweep now steps a
      *          7-digit counter, so it ends after ticket 999999
      *          instead of wrapping back to zero, and the file
      *          name fields start as spaces so the catalog row
      *          naming the feed is no longer refused on write.
      *          Every events.dat record now carries a 24-byte seal
      *          after the text - a sequence number and a check value
      *          chained from the previous record - issued by
      *          FIZZBUZZ-SEAL and registered on trailseal.dat, so the
      *          nightly FIZZBUZZ-SEALCHK can prove no event was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      *          A ticket held for customer eligibility on the
      *          adjustment date - on hold.<ccyymmdd>.dat, or on the
      *          hold queue holdq.dat still held or staged for release -
      *          never billed, so a rules correction or dispute override
      *          on it cuts no RVS/COR pair: the difference is counted
      *          and reported as held instead.  A held ticket FIZZBUZZ
      *          has since billed through its release (R on the queue)
      *          is corrected like any other.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpAuthStatus.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DisputeStatus.

           SELECT HoldFile ASSIGN TO DYNAMIC WS-HOLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldStatus.

           SELECT HoldQueueFile ASSIGN TO "holdq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldQueueStatus.

       I-O-CONTROL.
      *-----------------------

           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).

       FD  OpAuthFile.
       01  OpAuthRecord.
           05  AUTH-OPERATOR       PIC X(20).
           05  AUTH-FUNCTION       PIC X(8).

       FD  DisputeFile.
       01  DisputeRecord.
           05  DSP-CASE-ID         PIC 9(6).
           05  DSP-NUMBER          PIC 9(6).
           05  DSP-TKT-DATE        PIC 9(8).
           05  DSP-STATUS          PIC X(1).
           05  DSP-OPENED-DATE     PIC 9(8).
           05  DSP-OPENED-BY       PIC X(20).
           05  DSP-FORCED-CLASS    PIC X(20).
           05  DSP-REASON          PIC X(30).
           05  DSP-APPROVER        PIC X(20).
           05  DSP-APPROVED-DATE   PIC 9(8).
           05  DSP-RESOLUTION      PIC X(30).
           05  DSP-RESOLVED-DATE   PIC 9(8).
           05  DSP-NOTES           PIC X(60).
           05  DSP-UPDATED-DATE    PIC 9(8).

      * The night's held tickets, and the durable hold queue with
      * the queue state and release date behind the hold data.
       FD  HoldFile.
       01  HoldRecord.
           05  HOLD-DATE           PIC 9(8).
           05  HOLD-NUMBER         PIC 9(6).
           05  FILLER              PIC X(95).

       FD  HoldQueueFile.
       01  HoldQueueRecord.
           05  HQ-HOLD-DATE        PIC 9(8).
           05  HQ-NUMBER           PIC 9(6).
           05  FILLER              PIC X(95).
           05  HQ-STATE            PIC X(1).
           05  HQ-RELEASE-DATE     PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  AdjDateStatus       PIC XX.
       01  EventStatus         PIC XX.

       01  WS-ADJ-DATE         PIC 9(8) VALUE 0.
       01  WS-CSV-FILENAME     PIC X(30) VALUE SPACES.
       01  WS-FEED-FILENAME    PIC X(30) VALUE SPACES.

      * What the night actually shipped, keyed by ticket number;
      * spaces mean the number was not on that night's run.
       01  WS-HIST-NUMBER      PIC 9(6) VALUE 0.

       01  WS-NUMBER           PIC 9(6) VALUE 0.
      * The sweep counter is one digit wider than a ticket number so
      * it can step past 999999 and end the sweep.
       01  WS-SCAN-NUMBER      PIC 9(7) VALUE 0.
       01  WS-NUMBER-EDIT      PIC ZZZZZ9.
       01  WS-NEW-CLASS        PIC X(20).
       01  WS-STMT-PTR         PIC 9(3) VALUE 1.
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

       01  OpAuthStatus        PIC XX.
       01  WS-OPERATOR         PIC X(20).
       01  WS-AUTH-EOF-SWITCH  PIC X VALUE "N".
           88  WS-AUTH-EOF         VALUE "Y".
       01  WS-AUTH-ALLOW-SW    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED     VALUE "Y".

      * The approved dispute overrides in force for the adjustment
      * date: the ticket, its forced classification and the case.
       01  DisputeStatus       PIC XX.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 2000 TIMES INDEXED BY OVR-IDX.
               10  OVR-NUMBER      PIC 9(6).
               10  OVR-CLASS       PIC X(20).
               10  OVR-CASE-ID     PIC 9(6).
       01  WS-OVR-COUNT        PIC 9(4) VALUE 0.
       01  WS-OVR-EOF-SWITCH   PIC X VALUE "N".
           88  WS-OVR-EOF          VALUE "Y".
       01  WS-FORCED-COUNT     PIC 9(7) VALUE 0.

      * The night's tickets that never billed because they are held:
      * H for held, R once FIZZBUZZ has billed the ticket's release.
       01  HoldStatus          PIC XX.
       01  HoldQueueStatus     PIC XX.
       01  WS-HOLD-FILENAME    PIC X(30) VALUE SPACES.
       01  WS-HELD-TABLE.
           05  WS-HELD-FLAG OCCURS 999999 TIMES PIC X(1).
       01  WS-HOLD-EOF-SWITCH  PIC X VALUE "N".
           88  WS-HOLD-EOF         VALUE "Y".
       01  WS-HELD-SKIP-COUNT  PIC 9(7) VALUE 0.
      *-----------------------

       PROCEDURE DIVISION.
           PERFORM READ-ADJ-DATE-PROCEDURE
           PERFORM LOAD-RULES-PROCEDURE
           PERFORM LOAD-HISTORY-PROCEDURE
           PERFORM LOAD-OVERRIDES-PROCEDURE
           PERFORM LOAD-HOLDS-PROCEDURE

           IF WS-OLD-COUNT = 0
               DISPLAY "Error: neither output." WS-ADJ-DATE
           DISPLAY " "
           DISPLAY "Compared  : " WS-COMPARED-COUNT
           DISPLAY "Changed   : " WS-CHANGED-COUNT
           IF WS-OVR-COUNT > 0
               DISPLAY "Forced    : " WS-FORCED-COUNT
                   " by approved dispute override"
           END-IF
           IF WS-HELD-SKIP-COUNT > 0
               DISPLAY "Held      : " WS-HELD-SKIP-COUNT
                   " difference(s) on held tickets, not cut"
           END-IF

           IF WS-CHANGED-COUNT = 0
               DISPLAY "No classifications change under the rules "
               ".dat" DELIMITED BY SIZE
               INTO WS-FEED-FILENAME

           PERFORM VARYING WS-SCAN-NUMBER FROM 1 BY 1
                   UNTIL WS-SCAN-NUMBER > 999999
               IF WS-OLD-CLASS(WS-SCAN-NUMBER) NOT = SPACES
                   MOVE WS-SCAN-NUMBER TO WS-NUMBER
                   PERFORM COMPARE-ONE-TICKET-PROCEDURE
               END-IF
           END-PERFORM
               EXIT PARAGRAPH
           END-IF

      * A held ticket was never billed, so there is nothing to back
      * out, and its customer is not eligible to be billed the
      * correction either.
           IF WS-HELD-FLAG(WS-NUMBER) = "H"
               ADD 1 TO WS-HELD-SKIP-COUNT
               DISPLAY "    Info: ticket " WS-NUMBER " is on hold "
                   "for " WS-ADJ-DATE "; not corrected."
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGED-COUNT = 0
               PERFORM START-CORRECTION-FEED-PROCEDURE
           END-IF

           IF WS-MATCH-COUNT = 0
               MOVE FUNCTION TRIM(WS-NUMBER-EDIT) TO WS-NEW-CLASS
           END-IF

           PERFORM VARYING OVR-IDX FROM 1 BY 1
                   UNTIL OVR-IDX > WS-OVR-COUNT
               IF OVR-NUMBER(OVR-IDX) = WS-NUMBER
                   MOVE OVR-CLASS(OVR-IDX) TO WS-NEW-CLASS
                   ADD 1 TO WS-FORCED-COUNT
                   DISPLAY "    Info: ticket " WS-NUMBER " forced to "
                       FUNCTION TRIM(WS-NEW-CLASS)
                       " by dispute case " OVR-CASE-ID(OVR-IDX) "."
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The approved, unresolved dispute cases for the adjustment
      * date - the same selection the nightly run makes for its run
      * date.  No dispute.dat simply means no overrides.
       LOAD-OVERRIDES-PROCEDURE.
           MOVE 0 TO WS-OVR-COUNT

           OPEN INPUT DisputeFile
           IF DisputeStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-OVR-EOF
               READ DisputeFile
                   AT END
                       SET WS-OVR-EOF TO TRUE
                   NOT AT END
                       IF DSP-STATUS = "A"
                        AND DSP-TKT-DATE = WS-ADJ-DATE
                        AND DSP-FORCED-CLASS NOT = SPACES
                           IF WS-OVR-COUNT >= 2000
                               DISPLAY "    Warning: more than 2000 "
                                   "dispute overrides for "
                                   WS-ADJ-DATE "; rows past the "
                                   "2000th are not honored."
                               SET WS-OVR-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-OVR-COUNT
                               MOVE DSP-NUMBER
                                   TO OVR-NUMBER(WS-OVR-COUNT)
                               MOVE DSP-FORCED-CLASS
                                   TO OVR-CLASS(WS-OVR-COUNT)
                               MOVE DSP-CASE-ID
                                   TO OVR-CASE-ID(WS-OVR-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DisputeFile

           IF WS-OVR-COUNT > 0
               DISPLAY "Overrides : " WS-OVR-COUNT " approved dispute "
                   "case(s) for " WS-ADJ-DATE
           END-IF.

      * The tickets held on the adjustment date, from the night's
      * hold file and from the hold queue, which outlives it.  Only
      * a queue row FIZZBUZZ has marked R was billed; a ticket still
      * held, or staged for release and not yet billed, is held.
       LOAD-HOLDS-PROCEDURE.
           MOVE ALL SPACES TO WS-HELD-TABLE

           STRING "hold." DELIMITED BY SIZE
               WS-ADJ-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HOLD-FILENAME
           OPEN INPUT HoldFile
           IF HoldStatus = "00"
               MOVE "N" TO WS-HOLD-EOF-SWITCH
               PERFORM UNTIL WS-HOLD-EOF
                   READ HoldFile
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           IF HOLD-NUMBER IS NUMERIC
                            AND HOLD-NUMBER > 0
                               MOVE "H" TO WS-HELD-FLAG(HOLD-NUMBER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF

           OPEN INPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           PERFORM UNTIL WS-HOLD-EOF
               READ HoldQueueFile
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       IF HQ-HOLD-DATE IS NUMERIC
                        AND HQ-HOLD-DATE = WS-ADJ-DATE
                        AND HQ-NUMBER IS NUMERIC
                        AND HQ-NUMBER > 0
                           IF HQ-STATE = "R"
                               MOVE "R" TO WS-HELD-FLAG(HQ-NUMBER)
                           ELSE
                               MOVE "H" TO WS-HELD-FLAG(HQ-NUMBER)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldQueueFile.

       WRITE-FEED-TRAILER-PROCEDURE.
           MOVE WS-FEED-REC-COUNT TO WS-FEED-TLR-COUNT
           MOVE WS-HASH-TOTAL     TO WS-FEED-TLR-HASH
           MOVE "ADJUST"        TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-ADJUST.
