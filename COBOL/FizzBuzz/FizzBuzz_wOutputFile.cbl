      *          tonight's rejects generation for another repair.
      *          FIZZBUZZ-REJAGE reports the rejects that have sat
      *          unrepaired past their allowed age.
      *          The enrichment merge now asks whether a ticket's
      *          customer is allowed the promotion at all.  The
      *          customer eligibility master, custmast.dat (ID, the
      *          customer name exactly as TKT-CUSTOMER carries it,
      *          status A/S/B, the status-effective date and the
      *          prior status - maintained by FIZZBUZZ-CUSTMNT), is
      *          loaded before the merge, and a matched ticket whose
      *          customer is suspended, blocked or not on the master
      *          as of the run date is held: it is kept off the
      *          enriched detail, the customer cross-reference and
      *          the regional feeds, and written instead to a dated
      *          hold file, hold.<ccyymmdd>.dat, with a reason
      *          (HL01 suspended, HL02 blocked, HL03 not on master).
      *          A completed run appends its held tickets to the
      *          durable hold queue, holdq.dat, which FIZZBUZZ-
      *          HOLDREL works: tickets whose customer has since
      *          been cleared are staged in release.dat, and the
      *          next file-mode run puts them through the merge's
      *          back door onto that night's regional feeds
      *          (re-checking the customer first, so a customer
      *          suspended again in between goes straight back to
      *          hold) and consumes release.dat when it completes.
      *          Held and Released figures are added to the enriched
      *          trailer, the hold generation is catalogued as HOLD
      *          and purged with the others.  No custmast.dat means
      *          no eligibility check - every ticket bills, which is
      *          the old behavior - with a warning and an event.
      *          A customer dispute approved on the dispute register,
      *          dispute.dat (maintained by FIZZBUZZ-DSPMNT), forces
      *          one ticket's classification for one run date.  The
      *          approved, still-unresolved cases for the run date
      *          are loaded after the rules, and CLASSIFY-PROCEDURE
      *          gives such a ticket the approved classification in
      *          place of the rules' answer, counting it under every
      *          rule label the forced classification carries (or as
      *          a plain number when it carries none) so the summary,
      *          the control master and the feed all agree with what
      *          was shipped.  The forced tickets are counted on
      *          their own Forced summary line and in an events.dat
      *          entry.  No dispute.dat means no overrides.
      *          Every events.dat record and runlog.dat line now carries
      *          a 24-byte seal after the text (runlog.dat lines grew
      *          from 200 to 224 bytes to hold it) - a sequence number
      *          and a check value chained from the previous record -
      *          issued by FIZZBUZZ-SEAL and registered on
      *          trailseal.dat, so the nightly FIZZBUZZ-SEALCHK can
      *          prove no record was altered, inserted or removed.  A
      *          record that cannot be sealed is still written, with a
      *          warning.
      *          tickets.dat is a keyed master on TKT-NUMBER now, so the
      *          enrichment no longer SORTs it into tickets.srt every
      *          night: each ticket on the sorted classification extract
      *          is read from the master by key, a hit enriched and a
      *          miss reported unmatched exactly as the merge did.
      *          numbers.dat is now under batch control: a HDR row
      *          (business date, batch ID) and a TRL row (row count,
      *          hash total of the ticket numbers).
      *          CHECK-INPUT-CONTROL-PROCEDURE reads the whole file
      *          before anything is classified and refuses it - RC 16,
      *          outcome REFUSED on runlog.dat, an ERROR event - when
      *          the trailer is missing or disagrees, the header date is
      *          not the run date, or the batch ID was already accepted
      *          for another run date.  Every file accepted or refused
      *          is recorded on receipts.dat.  A ticket row with
      *          anything past column 6 is rejected RJ02.
      *          The hold queue rows FIZZBUZZ-HOLDREL staged (S) are
      *          closed when the run completes, before release.dat is
      *          consumed: R with the run date for a released ticket
      *          written to the enriched output, the feeds and the
      *          cross-reference, X for one sent back to hold.
      *          holdq.dat is rewritten through holdq.tmp; a queue that
      *          cannot be rewritten leaves the rows S with an ERROR
      *          event, to be marked R by hand.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS NumbersStatus.

           SELECT ReceiptFile ASSIGN TO "receipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ReceiptStatus.

           SELECT RunLogFile ASSIGN TO "runlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RunLogStatus.
           SELECT SortWorkFile ASSIGN TO "sortwork.tmp".

           SELECT TicketMasterFile ASSIGN TO "tickets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TKT-NUMBER
           STATUS TicketMasterStatus.

           SELECT EnrichedFile ASSIGN TO DYNAMIC WS-ENRICHED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EnrichedStatus.
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RecycleStatus.

           SELECT CustMasterFile ASSIGN TO "custmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CustMasterStatus.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DisputeStatus.

           SELECT HoldFile ASSIGN TO DYNAMIC WS-HOLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldStatus.

           SELECT HoldQueueFile ASSIGN TO "holdq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldQueueStatus.

           SELECT ReleaseFile ASSIGN TO "release.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ReleaseStatus.

           SELECT HoldQueueTempFile ASSIGN TO "holdq.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldQueueTempStatus.

       I-O-CONTROL.
      *-----------------------

           05  RULE-REC-EFF-TO     PIC X(8).
           05  RULE-REC-VERSION    PIC X(8).

      * A ticket row is the number in cols 1-6.  The file opens
      * with a HDR row and closes with a TRL row.
       FD  NumbersFile.
       01  NumbersRecord           PIC X(40).
       01  NumbersHeaderRecord.
           05  NUM-HDR-TAG         PIC X(3).
           05  NUM-HDR-DATE        PIC X(8).
           05  NUM-HDR-BATCH       PIC X(12).
           05  FILLER              PIC X(17).
       01  NumbersTrailerRecord.
           05  NUM-TRL-TAG         PIC X(3).
           05  NUM-TRL-COUNT       PIC X(7).
           05  NUM-TRL-HASH        PIC X(12).
           05  FILLER              PIC X(18).

      * One row per numbers file presented to the run, accepted (A)
      * or refused (R) with the reason.
       FD  ReceiptFile.
       01  ReceiptRecord.
           05  RCP-RECEIVED-DATE   PIC 9(8).
           05  RCP-RECEIVED-TIME   PIC 9(8).
           05  RCP-RUN-DATE        PIC 9(8).
           05  RCP-FILE            PIC X(30).
           05  RCP-BATCH           PIC X(12).
           05  RCP-HDR-DATE        PIC X(8).
           05  RCP-STATUS          PIC X(1).
           05  RCP-ROWS            PIC 9(7).
           05  RCP-HASH            PIC 9(12).
           05  RCP-TRL-COUNT       PIC X(7).
           05  RCP-TRL-HASH        PIC X(12).
           05  RCP-OPERATOR        PIC X(20).
           05  RCP-REASON          PIC X(60).

       FD  RunLogFile.
       01  RunLogRecord            PIC X(224).

       FD  RejectFile.
       01  RejectRecord            PIC X(60).
           05  TKT-REGION          PIC X(10).
           05  TKT-AMOUNT          PIC 9(7)V99.

       FD  EnrichedFile.
       01  EnrichedRecord          PIC X(100).

           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).

       FD  OpAuthFile.
       01  OpAuthRecord.
           05  RCY-ORIG-DATE       PIC X(8).
           05  RCY-ORIG-REASON     PIC X(4).

       FD  CustMasterFile.
       01  CustMasterRecord.
           05  CUST-ID             PIC 9(6).
           05  CUST-NAME           PIC X(20).
           05  CUST-STATUS         PIC X(1).
           05  CUST-EFF-DATE       PIC 9(8).
           05  CUST-PRIOR-STATUS   PIC X(1).

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

      * The night's held tickets, and (with the queue state and
      * release date behind them) the durable hold queue.
       FD  HoldFile.
       01  HoldRecord.
           05  HOLD-DATE           PIC 9(8).
           05  HOLD-NUMBER         PIC 9(6).
           05  HOLD-CLASSIFICATION PIC X(20).
           05  HOLD-CUSTOMER       PIC X(20).
           05  HOLD-CUST-ID        PIC 9(6).
           05  HOLD-REGION         PIC X(10).
           05  HOLD-AMOUNT         PIC 9(7)V99.
           05  HOLD-REASON         PIC X(30).

       FD  HoldQueueFile.
       01  HoldQueueRecord.
           05  HQ-HOLD-DATA.
               10  HQ-HOLD-DATE    PIC 9(8).
               10  HQ-NUMBER       PIC 9(6).
               10  FILLER          PIC X(95).
           05  HQ-STATE            PIC X(1).
           05  HQ-RELEASE-DATE     PIC 9(8).

      * holdq.dat copied aside while the night's releases are marked.
       FD  HoldQueueTempFile.
       01  HoldQueueTempRecord     PIC X(118).

       FD  ReleaseFile.
       01  ReleaseRecord.
           05  REL-NUMBER          PIC 9(6).
           05  REL-CLASSIFICATION  PIC X(20).
           05  REL-CUSTOMER        PIC X(20).
           05  REL-REGION          PIC X(10).
           05  REL-AMOUNT          PIC 9(7)V99.
           05  REL-HOLD-DATE       PIC 9(8).

       FD  FeedLogFile.
       01  FeedLogRecord.
           05  FLOG-DATE           PIC 9(8).
           88  WS-MODE-IS-RANGE        VALUE "R".
       01  WS-NUMBERS-EOF-SWITCH    PIC X VALUE "N".
           88  WS-NUMBERS-EOF           VALUE "Y".
      * A row with anything past col 6 is not a ticket number.
       01  WS-ROW-OVERLONG-SWITCH   PIC X VALUE "N".
           88  WS-ROW-IS-OVERLONG       VALUE "Y".

      * The numbers file's batch control, as read and as claimed.
       01  ReceiptStatus            PIC XX.
       01  WS-IN-RECORDS            PIC 9(7) VALUE 0.
       01  WS-IN-ROWS               PIC 9(7) VALUE 0.
       01  WS-IN-HASH               PIC 9(12) VALUE 0.
       01  WS-IN-NUMBER             PIC 9(6) VALUE 0.
       01  WS-IN-HDR-DATE           PIC X(8) VALUE SPACES.
       01  WS-IN-HDR-DATE-NUM REDEFINES WS-IN-HDR-DATE PIC 9(8).
       01  WS-IN-BATCH              PIC X(12) VALUE SPACES.
       01  WS-IN-TRL-COUNT          PIC X(7) VALUE SPACES.
       01  WS-IN-TRL-COUNT-NUM REDEFINES WS-IN-TRL-COUNT PIC 9(7).
       01  WS-IN-TRL-HASH           PIC X(12) VALUE SPACES.
       01  WS-IN-TRL-HASH-NUM REDEFINES WS-IN-TRL-HASH PIC 9(12).
       01  WS-IN-HDR-SWITCH         PIC X VALUE "N".
           88  WS-IN-HDR-SEEN           VALUE "Y".
       01  WS-IN-TRL-SWITCH         PIC X VALUE "N".
           88  WS-IN-TRL-SEEN           VALUE "Y".
       01  WS-IN-REASON             PIC X(60) VALUE SPACES.
       01  WS-IN-PRIOR-DATE         PIC 9(8) VALUE 0.
       01  WS-IN-COUNT-EDIT         PIC Z(6)9.
       01  WS-RCP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-RCP-EOF               VALUE "Y".

       01  WS-STATUS-MESSAGE        PIC X(60).

           88  WS-FINISH-HAS-FAILED     VALUE "Y".

       01  TicketMasterStatus       PIC XX.
       01  EnrichedStatus           PIC XX.
       01  UnmatchedStatus          PIC XX.
       01  WS-ENRICHED-FILENAME     PIC X(30).
       01  WS-PURGE-UNM-FILENAME    PIC X(30).
       01  WS-MERGE-EXT-EOF-SWITCH  PIC X VALUE "N".
           88  WS-MERGE-EXT-EOF         VALUE "Y".
       01  WS-TKT-READ-WARN-SWITCH  PIC X VALUE "N".
           88  WS-TKT-READ-WARNED       VALUE "Y".
       01  WS-MATCHED-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(7) VALUE 0.
       01  WS-AMOUNT-EDIT           PIC Z(6)9.99.
       01  WS-ENRICHED-LINE         PIC X(100).
      * The ticket being written to the enriched detail, staged from
      * the merge or from a release row.
       01  WS-ENR-TICKET.
           05  WS-ENR-NUMBER         PIC 9(6).
           05  WS-ENR-CLASSIFICATION PIC X(20).
           05  WS-ENR-CUSTOMER       PIC X(20).
           05  WS-ENR-REGION         PIC X(10).
           05  WS-ENR-AMOUNT         PIC 9(7)V99.

       01  FeedStatus               PIC XX.
       01  ExtSeqStatus             PIC XX.
       01  WS-RECYCLED-COUNT        PIC 9(7) VALUE 0.
       01  WS-RECYCLE-BAD-COUNT     PIC 9(7) VALUE 0.

       01  CustMasterStatus         PIC XX.
       01  HoldStatus               PIC XX.
       01  HoldQueueStatus          PIC XX.
       01  ReleaseStatus            PIC XX.
      * The customer eligibility master, reduced to the status in
      * force on the run date: the keyed status once its effective
      * date has arrived, the prior status before that.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES INDEXED BY CUST-IDX.
               10  CUSTTAB-ID       PIC 9(6).
               10  CUSTTAB-NAME     PIC X(20).
               10  CUSTTAB-STATUS   PIC X(1).
       01  WS-CUST-COUNT            PIC 9(5) VALUE 0.
       01  WS-CUST-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CUST-EOF              VALUE "Y".
       01  WS-CUST-LOADED-SWITCH    PIC X VALUE "N".
           88  WS-CUST-IS-LOADED        VALUE "Y".
       01  WS-ELIGIBLE-SWITCH       PIC X VALUE "Y".
           88  WS-CUST-IS-ELIGIBLE      VALUE "Y".
           88  WS-CUST-NOT-ELIGIBLE     VALUE "N".
       01  WS-ELIG-CUSTOMER         PIC X(20).
       01  WS-ELIG-CUST-ID          PIC 9(6) VALUE 0.
       01  WS-HOLD-REASON           PIC X(30).
       01  WS-HOLD-FILENAME         PIC X(30).
       01  WS-PURGE-HLD-FILENAME    PIC X(30).
       01  WS-HOLD-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-HOLD-IS-OPEN          VALUE "Y".
       01  WS-HELD-COUNT            PIC 9(7) VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(7) VALUE 0.
       01  WS-HOLDQ-COUNT           PIC 9(7) VALUE 0.
       01  WS-HOLD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-HOLD-EOF              VALUE "Y".
       01  WS-RELEASE-EOF-SWITCH    PIC X VALUE "N".
           88  WS-RELEASE-EOF           VALUE "Y".
       01  WS-RELEASE-SEEN-SWITCH   PIC X VALUE "N".
           88  WS-RELEASE-WAS-SEEN      VALUE "Y".
       01  HoldQueueTempStatus      PIC XX.
       01  WS-HQ-TEMP-EOF-SWITCH    PIC X VALUE "N".
           88  WS-HQ-TEMP-EOF           VALUE "Y".
       01  WS-HQ-COPY-SWITCH        PIC X VALUE "N".
           88  WS-HQ-COPY-FAILED        VALUE "Y".
       01  WS-HQ-MARKED-COUNT       PIC 9(7) VALUE 0.

      * What became of each staged release tonight: R billed on
      * tonight's feeds, X sent back to hold under tonight's date.
       01  WS-RELOUT-TABLE.
           05  WS-RELOUT-ENTRY OCCURS 20000 TIMES
                   INDEXED BY RELOUT-IDX.
               10  RELOUT-HOLD-DATE PIC 9(8).
               10  RELOUT-NUMBER    PIC 9(6).
               10  RELOUT-STATE     PIC X(1).
       01  WS-RELOUT-COUNT          PIC 9(5) VALUE 0.
       01  WS-RELOUT-STATE-NEXT     PIC X(1).

      * The approved dispute overrides in force for the run date:
      * the ticket, its forced classification and the case behind it.
       01  DisputeStatus            PIC XX.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 2000 TIMES INDEXED BY OVR-IDX.
               10  OVR-NUMBER       PIC 9(6).
               10  OVR-CLASS        PIC X(20).
               10  OVR-CASE-ID      PIC 9(6).
       01  WS-OVR-COUNT             PIC 9(4) VALUE 0.
       01  WS-OVR-SUB               PIC 9(4) VALUE 0.
       01  WS-OVR-EOF-SWITCH        PIC X VALUE "N".
           88  WS-OVR-EOF               VALUE "Y".
       01  WS-OVR-TALLY             PIC 9(3) VALUE 0.
       01  WS-OVR-LABEL             PIC X(10).
       01  WS-OVR-LABEL-LEN         PIC 9(2) VALUE 0.
       01  WS-FORCED-COUNT          PIC 9(7) VALUE 0.

       01  OpAuthStatus             PIC XX.
       01  WS-AUTH-EOF-SWITCH       PIC X VALUE "N".
           88  WS-AUTH-EOF              VALUE "Y".
       01  EventStatus              PIC XX.
       01  WS-EVT-SEVERITY          PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT              PIC X(80) VALUE SPACES.

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
       01  WS-EVT-TIME              PIC 9(8) VALUE 0.
      * One event per run is enough for a broken work extract - the
      * write warning fires per record and would bury the digest.

           PERFORM CHECK-DUPLICATE-RUN-PROCEDURE

           IF WS-MODE-IS-FILE
               PERFORM CHECK-INPUT-CONTROL-PROCEDURE
           END-IF

           PERFORM LOAD-RULES-PROCEDURE

           PERFORM LOAD-OVERRIDES-PROCEDURE

           STRING "output." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-XREF-FILENAME

           STRING "hold." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HOLD-FILENAME

           IF WS-IS-RESUMING
               OPEN EXTEND OutputFile
           ELSE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF NUM-TRL-TAG = "TRL"
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO WS-PREPASS-COUNT
                           IF NumbersRecord(1:6) IS NUMERIC
                            AND NumbersRecord(7:) = SPACES
                               MOVE NumbersRecord(1:6) TO WS-NUMBER
                               IF WS-NUMBER > 0
                                   MOVE "Y"
                                       TO WS-SEEN-FLAG(WS-NUMBER)
                       AT END
                           SET WS-NUMBERS-EOF TO TRUE
                       NOT AT END
                         IF NUM-TRL-TAG = "TRL"
                           SET WS-NUMBERS-EOF TO TRUE
                         ELSE
                           MOVE NumbersRecord(1:6) TO WS-EDIT-RECORD
                           IF NumbersRecord(7:) NOT = SPACES
                               SET WS-ROW-IS-OVERLONG TO TRUE
                           END-IF
                           PERFORM EDIT-NUMBER-PROCEDURE
                           IF WS-NUMBER-IS-VALID
                               PERFORM PROCESS-NUMBER-PROCEDURE
                               PERFORM WRITE-REJECT-PROCEDURE
                           END-IF
                           ADD 1 TO CTR
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE NumbersFile
           END-IF.

            CLOSE ExtractFile.

            IF WS-FORCED-COUNT > 0
                MOVE "INFO " TO WS-EVT-SEVERITY
                MOVE SPACES TO WS-EVT-TEXT
                STRING WS-FORCED-COUNT DELIMITED BY SIZE
                    " ticket(s) classified by approved dispute "
                    DELIMITED BY SIZE
                    "override" DELIMITED BY SIZE
                    INTO WS-EVT-TEXT
                PERFORM WRITE-EVENT-PROCEDURE
            END-IF

            PERFORM SORT-AND-FINISH-PROCEDURE.

      * A failed extract SORT or a feed that could not be cut means
                CALL "CBL_DELETE_FILE" USING "recycle.dat"
            END-IF

      * Released tickets rode tonight's feeds, so their queue rows
      * go from S (staged) to R and the staged file is consumed the
      * same way; tonight's held tickets - including any release
      * sent back to hold - join the durable queue.
            IF WS-RELEASE-WAS-SEEN
                PERFORM MARK-HOLD-QUEUE-PROCEDURE
                CALL "CBL_DELETE_FILE" USING "release.dat"
            END-IF

            IF WS-HELD-COUNT > 0
                PERFORM APPEND-HOLD-QUEUE-PROCEDURE
            END-IF

            PERFORM PURGE-OLD-GENERATIONS-PROCEDURE

            PERFORM UPDATE-CONTROL-MASTER-PROCEDURE
           MOVE "N" TO WS-XRUN-FOUND-SWITCH

           EVALUATE TRUE
               WHEN WS-ROW-IS-OVERLONG
                   SET WS-NUMBER-IS-REJECTED TO TRUE
                   MOVE "RJ02 NOT NUMERIC" TO WS-REJECT-REASON
               WHEN WS-EDIT-RECORD = SPACES
                   SET WS-NUMBER-IS-REJECTED TO TRUE
                   MOVE "RJ01 BLANK RECORD" TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE "Y" TO WS-SEEN-FLAG(WS-NUMBER)
                   END-EVALUATE
           END-EVALUATE
           MOVE "N" TO WS-ROW-OVERLONG-SWITCH.

       WRITE-REJECT-PROCEDURE.
           ADD 1 TO REJECTED-COUNT
      * the sorted extract exactly as before.
           IF WS-MODE-IS-FILE
               PERFORM ENRICH-TICKETS-PROCEDURE
               IF WS-FINISH-HAS-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-REGION-SPLIT
               FUNCTION MOD(WS-HASH-TOTAL + SEXT-NUMBER,
                   1000000000000).

      * Each ticket on the sorted classification extract is looked
      * up on the keyed ticket master: a hit goes to the enriched
      * report with the master's customer/region/amount, a miss goes
      * to the unmatched exception report, and master rows with no
      * classified ticket are never read at all.  The extract stays
      * in ticket order, so the reports read as they always have.
      * The edit pass rejects duplicate input numbers, but a
      * checkpoint resume re-extracts the rows classified between
      * the last checkpoint and the abend, so adjacent equal extract
                   TicketMasterStatus "; enriched report skipped."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SortedExtractFile
           OPEN OUTPUT EnrichedFile
           OPEN OUTPUT UnmatchedFile
           IF SortedExtractStatus NOT = "00"
            OR EnrichedStatus NOT = "00"
            OR UnmatchedStatus NOT = "00"
               DISPLAY "    Warning: unable to open the enrichment "
                   "files; enriched report skipped."
               CLOSE TicketMasterFile
               EXIT PARAGRAPH
           END-IF

               SET WS-XWK-IS-OPEN TO TRUE
           END-IF

      * The eligibility master decides which matched tickets bill.
      * Without it every ticket bills, as before; with it, a hold
      * file that will not open fails the night rather than letting
      * an ineligible ticket ride the feed or vanish unrecorded.
           PERFORM LOAD-CUSTOMERS-PROCEDURE
           IF WS-CUST-IS-LOADED
               OPEN OUTPUT HoldFile
               IF HoldStatus NOT = "00"
                   MOVE HoldStatus TO WS-CHECK-STATUS
                   PERFORM TRANSLATE-FILE-STATUS-PROCEDURE
                   DISPLAY "    Error: unable to open "
                       WS-HOLD-FILENAME ", Status: " HoldStatus
                       " - " WS-STATUS-MESSAGE "; no feed cut "
                       "this run."
                   CLOSE SortedExtractFile
                   CLOSE TicketMasterFile
                   CLOSE EnrichedFile
                   CLOSE UnmatchedFile
                   IF WS-RWK-IS-OPEN
                       CLOSE RegionWorkFile
                   END-IF
                   IF WS-XWK-IS-OPEN
                       CLOSE CustXrefWorkFile
                   END-IF
                   SET WS-FINISH-HAS-FAILED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               SET WS-HOLD-IS-OPEN TO TRUE
           END-IF

           PERFORM WRITE-ENRICHED-HEADER-PROCEDURE

           MOVE "N" TO WS-MERGE-EXT-EOF-SWITCH
           MOVE "N" TO WS-TKT-READ-WARN-SWITCH
           MOVE 0 TO WS-MATCHED-COUNT
           MOVE 0 TO WS-UNMATCHED-COUNT
           MOVE 0 TO WS-MERGE-PREV-NUMBER

           PERFORM READ-MERGE-EXTRACT-PROCEDURE

           PERFORM UNTIL WS-MERGE-EXT-EOF
               IF SEXT-NUMBER NOT = WS-MERGE-PREV-NUMBER
                   PERFORM LOOKUP-TICKET-PROCEDURE
                   IF TicketMasterStatus = "00"
                       PERFORM WRITE-ENRICHED-PROCEDURE
                   ELSE
                       PERFORM WRITE-UNMATCHED-PROCEDURE
                   END-IF
               END-IF
               PERFORM READ-MERGE-EXTRACT-PROCEDURE
           END-PERFORM

           PERFORM PROCESS-RELEASES-PROCEDURE

           PERFORM WRITE-ENRICHED-TRAILER-PROCEDURE

           CLOSE SortedExtractFile
           CLOSE TicketMasterFile
           CLOSE EnrichedFile
           CLOSE UnmatchedFile

           IF WS-HOLD-IS-OPEN
               CLOSE HoldFile
               MOVE "N" TO WS-HOLD-OPEN-SWITCH
           END-IF

           IF WS-RWK-IS-OPEN
               CLOSE RegionWorkFile
               SET WS-REGION-SPLIT TO TRUE
           DISPLAY "    Info: enriched report written, "
               WS-MATCHED-COUNT " matched, " WS-UNMATCHED-COUNT
               " unmatched."
           IF WS-HELD-COUNT > 0 OR WS-RELEASED-COUNT > 0
               DISPLAY "    Info: " WS-HELD-COUNT " ticket(s) held "
                   "for customer eligibility, " WS-RELEASED-COUNT
                   " released from hold."
           END-IF

           SET WS-ENRICH-DONE TO TRUE.

      * The cross-reference generation is the sorted image of the
      * merge's work rows - by customer then number, so a customer's

           CALL "CBL_DELETE_FILE" USING "custxref.tmp".

      * Does WS-ENR-REGION carry a blank inside the word?  The feed
      * filenames and the purge rebuild both take the region
      * DELIMITED BY SPACE, so an embedded blank must never reach
      * them - FIZZBUZZ-TKTMNT rejects such regions at the door, and
           PERFORM VARYING WS-RGN-SCAN-SUB FROM 10 BY -1
                   UNTIL WS-RGN-SCAN-SUB < 1
                   OR WS-RGN-SCAN-LEN > 0
               IF WS-ENR-REGION(WS-RGN-SCAN-SUB:1) NOT = SPACE
                   MOVE WS-RGN-SCAN-SUB TO WS-RGN-SCAN-LEN
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RGN-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SCAN-SUB > WS-RGN-SCAN-LEN
               IF WS-ENR-REGION(WS-RGN-SCAN-SUB:1) = SPACE
                   SET WS-REGION-IS-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-REGION-IS-BAD AND NOT WS-RGN-WARN-SHOWN
               SET WS-RGN-WARN-SHOWN TO TRUE
               DISPLAY "    Warning: ticket master region '"
                   WS-ENR-REGION "' contains a blank; its tickets "
                   "ride the UNKNOWN feed.  Repair the master with "
                   "the ticket maintenance run."
           END-IF.
                   SET WS-MERGE-EXT-EOF TO TRUE
           END-READ.

      * Status 23 is simply a ticket the master does not carry.  Any
      * other failure is warned once and the ticket is reported
      * unmatched - never billed on a guess.
       LOOKUP-TICKET-PROCEDURE.
           MOVE SEXT-NUMBER TO TKT-NUMBER
           READ TicketMasterFile
               INVALID KEY
                   CONTINUE
           END-READ
           IF TicketMasterStatus NOT = "00"
            AND TicketMasterStatus NOT = "23"
            AND NOT WS-TKT-READ-WARNED
               SET WS-TKT-READ-WARNED TO TRUE
               DISPLAY "    Warning: tickets.dat read failed, Status: "
                   TicketMasterStatus "; the ticket is reported "
                   "unmatched."
           END-IF.

       WRITE-ENRICHED-HEADER-PROCEDURE.
           MOVE "----- Enriched Classification Report -----"
               TO UnmatchedRecord
           WRITE UnmatchedRecord.

      * A matched ticket bills only when its customer is eligible on
      * the run date; an ineligible one goes to the hold file and
      * nowhere else - not the enriched detail the liability prices,
      * not the cross-reference, not the regional feed.
       WRITE-ENRICHED-PROCEDURE.
           MOVE SEXT-NUMBER         TO WS-MERGE-PREV-NUMBER
           MOVE SEXT-NUMBER         TO WS-ENR-NUMBER
           MOVE SEXT-CLASSIFICATION TO WS-ENR-CLASSIFICATION
           MOVE TKT-CUSTOMER        TO WS-ENR-CUSTOMER
           MOVE TKT-REGION          TO WS-ENR-REGION
           MOVE TKT-AMOUNT          TO WS-ENR-AMOUNT

           PERFORM CHECK-ELIGIBILITY-PROCEDURE
           IF WS-CUST-NOT-ELIGIBLE
               PERFORM WRITE-HOLD-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MATCHED-COUNT
           PERFORM WRITE-ENRICHED-ROW-PROCEDURE.

      * One billable ticket, from the merge or from a release: the
      * enriched detail line, its region work row and its customer
      * cross-reference row, all from the WS-ENR- staging fields.
       WRITE-ENRICHED-ROW-PROCEDURE.
           MOVE WS-ENR-NUMBER TO WS-NUMBER-EDIT
           MOVE WS-ENR-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-ENRICHED-LINE
           STRING "  " DELIMITED BY SIZE
               WS-NUMBER-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENR-CLASSIFICATION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENR-CUSTOMER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENR-REGION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-ENRICHED-LINE
      * rather than truncating into another region's filename and
      * clobbering that feed.
               PERFORM CHECK-FEED-REGION-PROCEDURE
               IF WS-ENR-REGION = SPACES OR WS-REGION-IS-BAD
                   MOVE "UNKNOWN" TO RWK-REGION
               ELSE
                   MOVE WS-ENR-REGION TO RWK-REGION
               END-IF
               MOVE WS-ENR-NUMBER         TO RWK-NUMBER
               MOVE WS-ENR-CLASSIFICATION TO RWK-CLASSIFICATION
               WRITE RegionWorkRecord
               IF RegionWorkStatus NOT = "00"
                   DISPLAY "    Warning: unable to write the region "
           END-IF

           IF WS-XWK-IS-OPEN
               MOVE WS-ENR-CUSTOMER       TO XWK-CUSTOMER
               MOVE WS-ENR-REGION         TO XWK-REGION
               MOVE WS-ENR-NUMBER         TO XWK-NUMBER
               MOVE WS-ENR-CLASSIFICATION TO XWK-CLASSIFICATION
               MOVE WS-ENR-AMOUNT         TO XWK-AMOUNT
               WRITE CustXrefWorkRecord
               IF CustXrefWorkStatus NOT = "00"
                   DISPLAY "    Warning: unable to write the "
               END-IF
           END-IF.

      * Loads custmast.dat reduced to the status in force on the
      * run date.  A status keyed ahead of its effective date leaves
      * the prior status in force; a customer added ahead of its
      * effective date has no prior status and is treated as not
      * yet on the master.  No master, or one too big for the
      * table, means no eligibility check tonight - loudly.
       LOAD-CUSTOMERS-PROCEDURE.
           MOVE 0 TO WS-CUST-COUNT
           MOVE "N" TO WS-CUST-EOF-SWITCH
           MOVE "N" TO WS-CUST-LOADED-SWITCH

           OPEN INPUT CustMasterFile
           IF CustMasterStatus NOT = "00"
               DISPLAY "    Warning: custmast.dat not available, "
                   "Status: " CustMasterStatus "; no customer "
                   "eligibility check this run."
               MOVE "WARN " TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "eligibility check skipped, custmast.dat "
                   DELIMITED BY SIZE
                   "open status " DELIMITED BY SIZE
                   CustMasterStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CUST-EOF
               READ CustMasterFile
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF WS-CUST-COUNT >= 5000
                           DISPLAY "    Warning: custmast.dat holds "
                               "more than 5000 customers; no "
                               "eligibility check this run."
                           MOVE "WARN " TO WS-EVT-SEVERITY
                           MOVE SPACES TO WS-EVT-TEXT
                           STRING "eligibility check skipped, "
                               DELIMITED BY SIZE
                               "custmast.dat exceeds 5000 rows"
                               DELIMITED BY SIZE
                               INTO WS-EVT-TEXT
                           PERFORM WRITE-EVENT-PROCEDURE
                           CLOSE CustMasterFile
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUST-ID   TO CUSTTAB-ID(WS-CUST-COUNT)
                       MOVE CUST-NAME TO CUSTTAB-NAME(WS-CUST-COUNT)
                       IF CUST-EFF-DATE > WS-RUN-DATE
                           MOVE CUST-PRIOR-STATUS
                               TO CUSTTAB-STATUS(WS-CUST-COUNT)
                       ELSE
                           MOVE CUST-STATUS
                               TO CUSTTAB-STATUS(WS-CUST-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustMasterFile

           SET WS-CUST-IS-LOADED TO TRUE
           DISPLAY "    Info: " WS-CUST-COUNT " customers loaded "
               "from custmast.dat for the eligibility check.".

      * Is WS-ENR-CUSTOMER allowed the promotion on the run date?
      * Sets WS-ELIGIBLE-SWITCH, and for an ineligible customer the
      * hold reason and the customer ID (zero when not on file).
       CHECK-ELIGIBILITY-PROCEDURE.
           SET WS-CUST-IS-ELIGIBLE TO TRUE
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-ELIG-CUST-ID
           IF NOT WS-CUST-IS-LOADED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENR-CUSTOMER TO WS-ELIG-CUSTOMER
           MOVE "HL03 CUSTOMER NOT ON MASTER" TO WS-HOLD-REASON
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF CUSTTAB-NAME(CUST-IDX) = WS-ELIG-CUSTOMER
                   MOVE CUSTTAB-ID(CUST-IDX) TO WS-ELIG-CUST-ID
                   EVALUATE CUSTTAB-STATUS(CUST-IDX)
                       WHEN "A"
                           MOVE SPACES TO WS-HOLD-REASON
                       WHEN "S"
                           MOVE "HL01 CUSTOMER SUSPENDED"
                               TO WS-HOLD-REASON
                       WHEN "B"
                           MOVE "HL02 CUSTOMER BLOCKED"
                               TO WS-HOLD-REASON
                       WHEN OTHER
                           MOVE "HL03 CUSTOMER NOT ON MASTER"
                               TO WS-HOLD-REASON
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-HOLD-REASON NOT = SPACES
               SET WS-CUST-NOT-ELIGIBLE TO TRUE
           END-IF.

       WRITE-HOLD-PROCEDURE.
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-RUN-DATE           TO HOLD-DATE
           MOVE WS-ENR-NUMBER         TO HOLD-NUMBER
           MOVE WS-ENR-CLASSIFICATION TO HOLD-CLASSIFICATION
           MOVE WS-ENR-CUSTOMER       TO HOLD-CUSTOMER
           MOVE WS-ELIG-CUST-ID       TO HOLD-CUST-ID
           MOVE WS-ENR-REGION         TO HOLD-REGION
           MOVE WS-ENR-AMOUNT         TO HOLD-AMOUNT
           MOVE WS-HOLD-REASON        TO HOLD-REASON
           WRITE HoldRecord
           IF HoldStatus NOT = "00"
               DISPLAY "    Warning: unable to write hold record "
                   "for " WS-ENR-NUMBER ", Status: " HoldStatus
           END-IF.

      * Tickets FIZZBUZZ-HOLDREL cleared since they were held ride
      * tonight's feeds.  The customer is checked again as of
      * tonight, so one suspended again since the release goes
      * straight back to hold.  No release.dat is the normal case.
       PROCESS-RELEASES-PROCEDURE.
           OPEN INPUT ReleaseFile
           IF ReleaseStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-RELEASE-WAS-SEEN TO TRUE

           MOVE "N" TO WS-RELEASE-EOF-SWITCH
           PERFORM UNTIL WS-RELEASE-EOF
               READ ReleaseFile
                   AT END
                       SET WS-RELEASE-EOF TO TRUE
                   NOT AT END
                       IF REL-NUMBER IS NUMERIC
                           PERFORM RELEASE-ONE-TICKET-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReleaseFile.

       RELEASE-ONE-TICKET-PROCEDURE.
           MOVE REL-NUMBER         TO WS-ENR-NUMBER
           MOVE REL-CLASSIFICATION TO WS-ENR-CLASSIFICATION
           MOVE REL-CUSTOMER       TO WS-ENR-CUSTOMER
           MOVE REL-REGION         TO WS-ENR-REGION
           MOVE REL-AMOUNT         TO WS-ENR-AMOUNT

           PERFORM CHECK-ELIGIBILITY-PROCEDURE
           IF WS-CUST-NOT-ELIGIBLE
               IF WS-HOLD-IS-OPEN
                   PERFORM WRITE-HOLD-PROCEDURE
                   MOVE "X" TO WS-RELOUT-STATE-NEXT
                   PERFORM NOTE-RELEASE-OUTCOME-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RELEASED-COUNT
           PERFORM WRITE-ENRICHED-ROW-PROCEDURE
           MOVE "R" TO WS-RELOUT-STATE-NEXT
           PERFORM NOTE-RELEASE-OUTCOME-PROCEDURE.

      * A release with no room left in the table keeps its S row;
      * FIZZBUZZ-HOLDREL reports it as staged but not billed.
       NOTE-RELEASE-OUTCOME-PROCEDURE.
           IF WS-RELOUT-COUNT >= 20000
               DISPLAY "    Warning: more than 20000 releases; "
                   REL-NUMBER " stays staged on holdq.dat."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RELOUT-COUNT
           MOVE REL-HOLD-DATE TO RELOUT-HOLD-DATE(WS-RELOUT-COUNT)
           MOVE REL-NUMBER    TO RELOUT-NUMBER(WS-RELOUT-COUNT)
           MOVE WS-RELOUT-STATE-NEXT
               TO RELOUT-STATE(WS-RELOUT-COUNT).

      * The queue rows FIZZBUZZ-HOLDREL staged (S) are closed now
      * that the run is complete: R, with tonight's date as the
      * release date, for a ticket on tonight's enriched output,
      * feeds and cross-reference; X for one sent back to hold,
      * which is queued again under tonight's date.  holdq.dat is
      * copied to holdq.tmp and written back from it.  If the queue
      * cannot be rewritten the rows stay S - the tickets did bill,
      * so they must be marked R by hand before the next release.
       MARK-HOLD-QUEUE-PROCEDURE.
           IF WS-RELOUT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               PERFORM MARK-HOLD-QUEUE-FAILED-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HoldQueueTempFile
           IF HoldQueueTempStatus NOT = "00"
               CLOSE HoldQueueFile
               PERFORM MARK-HOLD-QUEUE-FAILED-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HQ-TEMP-EOF-SWITCH
           PERFORM UNTIL WS-HQ-TEMP-EOF
               READ HoldQueueFile
                   AT END
                       SET WS-HQ-TEMP-EOF TO TRUE
                   NOT AT END
                       MOVE HoldQueueRecord TO HoldQueueTempRecord
                       WRITE HoldQueueTempRecord
                       IF HoldQueueTempStatus NOT = "00"
                           SET WS-HQ-COPY-FAILED TO TRUE
                           SET WS-HQ-TEMP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldQueueFile
           CLOSE HoldQueueTempFile
           IF WS-HQ-COPY-FAILED
               PERFORM MARK-HOLD-QUEUE-FAILED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HoldQueueTempFile
           IF HoldQueueTempStatus NOT = "00"
               PERFORM MARK-HOLD-QUEUE-FAILED-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               CLOSE HoldQueueTempFile
               PERFORM MARK-HOLD-QUEUE-FAILED-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HQ-MARKED-COUNT
           MOVE "N" TO WS-HQ-TEMP-EOF-SWITCH
           PERFORM UNTIL WS-HQ-TEMP-EOF
               READ HoldQueueTempFile
                   AT END
                       SET WS-HQ-TEMP-EOF TO TRUE
                   NOT AT END
                       MOVE HoldQueueTempRecord TO HoldQueueRecord
                       IF HQ-STATE = "S"
                           PERFORM MARK-ONE-QUEUE-ROW-PROCEDURE
                       END-IF
                       WRITE HoldQueueRecord
                       IF HoldQueueStatus NOT = "00"
                           DISPLAY "    Warning: unable to write "
                               "holdq.dat row, Status: "
                               HoldQueueStatus
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldQueueTempFile
           CLOSE HoldQueueFile
           CALL "CBL_DELETE_FILE" USING "holdq.tmp"

           MOVE "INFO " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING WS-HQ-MARKED-COUNT DELIMITED BY SIZE
               " staged release(s) closed on the hold queue"
               DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE.

       MARK-ONE-QUEUE-ROW-PROCEDURE.
           PERFORM VARYING RELOUT-IDX FROM 1 BY 1
                   UNTIL RELOUT-IDX > WS-RELOUT-COUNT
               IF RELOUT-HOLD-DATE(RELOUT-IDX) = HQ-HOLD-DATE
                AND RELOUT-NUMBER(RELOUT-IDX) = HQ-NUMBER
                   MOVE RELOUT-STATE(RELOUT-IDX) TO HQ-STATE
                   MOVE WS-RUN-DATE TO HQ-RELEASE-DATE
                   ADD 1 TO WS-HQ-MARKED-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MARK-HOLD-QUEUE-FAILED-PROCEDURE.
           DISPLAY "    Warning: unable to mark tonight's releases on "
               "holdq.dat (Status: " HoldQueueStatus "/"
               HoldQueueTempStatus "); mark the S rows R by hand "
               "before the next hold release."
           MOVE "ERROR" TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "released tickets billed but not marked R on "
               DELIMITED BY SIZE
               "holdq.dat" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE.

      * Tonight's hold generation joins the durable queue FIZZBUZZ-
      * HOLDREL works, state H (held).  A queue that cannot be
      * opened only warns: hold.<ccyymmdd>.dat still carries every
      * held ticket and can be appended by hand.
       APPEND-HOLD-QUEUE-PROCEDURE.
           OPEN INPUT HoldFile
           IF HoldStatus NOT = "00"
               DISPLAY "    Warning: unable to reopen "
                   WS-HOLD-FILENAME ", Status: " HoldStatus
                   "; held tickets not queued for release."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND HoldQueueFile
           IF HoldQueueStatus = "35"
               OPEN OUTPUT HoldQueueFile
           END-IF
           IF HoldQueueStatus NOT = "00"
               DISPLAY "    Warning: unable to open holdq.dat, "
                   "Status: " HoldQueueStatus "; held tickets not "
                   "queued for release."
               MOVE "WARN " TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "hold queue not updated, holdq.dat open "
                   DELIMITED BY SIZE
                   "status " DELIMITED BY SIZE
                   HoldQueueStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               CLOSE HoldFile
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HOLDQ-COUNT
           MOVE "N" TO WS-HOLD-EOF-SWITCH
           PERFORM UNTIL WS-HOLD-EOF
               READ HoldFile
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       MOVE HoldRecord TO HQ-HOLD-DATA
                       MOVE "H" TO HQ-STATE
                       MOVE 0 TO HQ-RELEASE-DATE
                       WRITE HoldQueueRecord
                       IF HoldQueueStatus NOT = "00"
                           DISPLAY "    Warning: unable to write "
                               "holdq.dat row, Status: "
                               HoldQueueStatus
                       ELSE
                           ADD 1 TO WS-HOLDQ-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldFile
           CLOSE HoldQueueFile

           MOVE "INFO " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING WS-HOLDQ-COUNT DELIMITED BY SIZE
               " ticket(s) held for customer eligibility"
               DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE.

       WRITE-UNMATCHED-PROCEDURE.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SEXT-NUMBER TO WS-MERGE-PREV-NUMBER
           MOVE WS-ENRICHED-LINE TO EnrichedRecord
           WRITE EnrichedRecord

           IF WS-CUST-IS-LOADED
               MOVE SPACES TO WS-ENRICHED-LINE
               STRING "Held     : " DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   INTO WS-ENRICHED-LINE
               MOVE WS-ENRICHED-LINE TO EnrichedRecord
               WRITE EnrichedRecord
           END-IF

           IF WS-RELEASE-WAS-SEEN
               MOVE SPACES TO WS-ENRICHED-LINE
               STRING "Released : " DELIMITED BY SIZE
                   WS-RELEASED-COUNT DELIMITED BY SIZE
                   INTO WS-ENRICHED-LINE
               MOVE WS-ENRICHED-LINE TO EnrichedRecord
               WRITE EnrichedRecord
           END-IF

           MOVE SPACES TO WS-ENRICHED-LINE
           STRING "Unmatched: " DELIMITED BY SIZE
               WS-UNMATCHED-COUNT DELIMITED BY SIZE
           IF WS-ENRICH-DONE
               MOVE "ENRICHED" TO GCAT-TYPE
               MOVE WS-ENRICHED-FILENAME TO GCAT-NAME
               COMPUTE GCAT-COUNT =
                   WS-MATCHED-COUNT + WS-RELEASED-COUNT
               PERFORM WRITE-CATALOG-ROW-PROCEDURE

               MOVE "UNMATCHED" TO GCAT-TYPE
               MOVE WS-UNMATCHED-FILENAME TO GCAT-NAME
               MOVE WS-UNMATCHED-COUNT TO GCAT-COUNT
               PERFORM WRITE-CATALOG-ROW-PROCEDURE

               IF WS-CUST-IS-LOADED
                   MOVE "HOLD" TO GCAT-TYPE
                   MOVE WS-HOLD-FILENAME TO GCAT-NAME
                   MOVE WS-HELD-COUNT TO GCAT-COUNT
                   PERFORM WRITE-CATALOG-ROW-PROCEDURE
               END-IF
           END-IF

           IF WS-XREF-DONE
               MOVE "CUSTXREF" TO GCAT-TYPE
               MOVE WS-XREF-FILENAME TO GCAT-NAME
               COMPUTE GCAT-COUNT =
                   WS-MATCHED-COUNT + WS-RELEASED-COUNT
               PERFORM WRITE-CATALOG-ROW-PROCEDURE
           END-IF

           MOVE "FIZZBUZZ"      TO EVT-PROGRAM
           MOVE WS-EVT-SEVERITY TO EVT-SEVERITY
           MOVE WS-EVT-TEXT     TO EVT-TEXT
           MOVE "events.dat"    TO WS-SEAL-TRAIL
           MOVE 111             TO WS-SEAL-TEXT-LEN
           MOVE EventRecord(1:111) TO WS-SEAL-TEXT
           PERFORM SEAL-RECORD-PROCEDURE
           MOVE WS-SEAL-STAMP   TO EVT-SEAL
           WRITE EventRecord
           IF EventStatus NOT = "00"
               DISPLAY "    Warning: unable to write events.dat "
                   MOVE "WARN " TO WS-EVT-SEVERITY
                   MOVE "run refused - live lock or completed date"
                       TO WS-EVT-TEXT
               WHEN "REFUSED"
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   MOVE "run refused - numbers input failed its batch "
                       TO WS-EVT-TEXT
                   MOVE "control" TO WS-EVT-TEXT(46:)
               WHEN OTHER
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   MOVE SPACES TO WS-EVT-TEXT
                   WS-RULE-VERSION DELIMITED BY SIZE
                   INTO WS-RUN-LOG-LINE

               MOVE "runlog.dat" TO WS-SEAL-TRAIL
               MOVE 200 TO WS-SEAL-TEXT-LEN
               MOVE WS-RUN-LOG-LINE TO WS-SEAL-TEXT
               PERFORM SEAL-RECORD-PROCEDURE
               MOVE WS-RUN-LOG-LINE TO RunLogRecord
               MOVE WS-SEAL-STAMP TO RunLogRecord(201:24)
               WRITE RunLogRecord
               CLOSE RunLogFile
           END-IF.
               GOBACK
           END-IF.

      * numbers.dat travels under batch control: a HDR row with the
      * business date and the upstream batch ID, the ticket rows,
      * and a TRL row with the row count and the hash total (the
      * sum of the ticket numbers, low twelve digits).  The whole
      * file is read and proven here before a single number is
      * classified; a short, padded or stale file, or a batch that
      * has already been taken on another night, is refused outright
      * rather than half-processed.  Every file presented - taken or
      * refused - leaves a row on receipts.dat.
       CHECK-INPUT-CONTROL-PROCEDURE.
           MOVE 0 TO WS-IN-RECORDS
           MOVE 0 TO WS-IN-ROWS
           MOVE 0 TO WS-IN-HASH
           MOVE SPACES TO WS-IN-HDR-DATE
           MOVE SPACES TO WS-IN-BATCH
           MOVE SPACES TO WS-IN-TRL-COUNT
           MOVE SPACES TO WS-IN-TRL-HASH
           MOVE SPACES TO WS-IN-REASON
           MOVE "N" TO WS-IN-HDR-SWITCH
           MOVE "N" TO WS-IN-TRL-SWITCH
           MOVE "N" TO WS-NUMBERS-EOF-SWITCH

           CLOSE NumbersFile
           OPEN INPUT NumbersFile
           PERFORM UNTIL WS-NUMBERS-EOF
               READ NumbersFile
                   AT END
                       SET WS-NUMBERS-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-INPUT-ROW-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE NumbersFile
           MOVE "N" TO WS-NUMBERS-EOF-SWITCH

           IF WS-IN-REASON = SPACES
               PERFORM JUDGE-INPUT-CONTROL-PROCEDURE
           END-IF

           IF WS-IN-REASON NOT = SPACES
               PERFORM WRITE-RECEIPT-PROCEDURE
               DISPLAY "    Error: " FUNCTION TRIM(WS-NUMBERS-FILENAME)
                   " refused - " FUNCTION TRIM(WS-IN-REASON)
                   ".  Nothing has been classified."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "numbers input refused - " DELIMITED BY SIZE
                   WS-IN-REASON DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE "REFUSED" TO WS-RUN-OUTCOME
               MOVE "00" TO WS-CHECK-STATUS
               PERFORM WRITE-RUN-LOG-PROCEDURE
               PERFORM RELEASE-RUN-LOCK-PROCEDURE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-RECEIPT-PROCEDURE
           MOVE WS-IN-ROWS TO WS-IN-COUNT-EDIT
           DISPLAY "    Info: batch " FUNCTION TRIM(WS-IN-BATCH)
               " for " WS-IN-HDR-DATE " accepted - "
               FUNCTION TRIM(WS-IN-COUNT-EDIT) " row(s), count and "
               "hash agree with the trailer."
           MOVE "INFO " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "numbers batch " DELIMITED BY SIZE
               WS-IN-BATCH DELIMITED BY SPACE
               " accepted - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IN-COUNT-EDIT) DELIMITED BY SIZE
               " row(s)" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE

      * Reposition past the HDR row: the pre-pass, CTR and the
      * checkpoint all count ticket rows only.
           OPEN INPUT NumbersFile
           READ NumbersFile
               AT END
                   SET WS-NUMBERS-EOF TO TRUE
           END-READ.

      * One record of the proving read.  The first structural fault
      * found is the reason the file is refused.
       TALLY-INPUT-ROW-PROCEDURE.
           ADD 1 TO WS-IN-RECORDS
           IF WS-IN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-TRL-SEEN
                   MOVE "rows follow the trailer" TO WS-IN-REASON
               WHEN WS-IN-RECORDS = 1
                   IF NUM-HDR-TAG = "HDR"
                       SET WS-IN-HDR-SEEN TO TRUE
                       MOVE NUM-HDR-DATE  TO WS-IN-HDR-DATE
                       MOVE NUM-HDR-BATCH TO WS-IN-BATCH
                   ELSE
                       MOVE "no header row - first row is not HDR"
                           TO WS-IN-REASON
                   END-IF
               WHEN NUM-HDR-TAG = "HDR"
                   MOVE "second header row in the file"
                       TO WS-IN-REASON
               WHEN NUM-TRL-TAG = "TRL"
                   SET WS-IN-TRL-SEEN TO TRUE
                   MOVE NUM-TRL-COUNT TO WS-IN-TRL-COUNT
                   MOVE NUM-TRL-HASH  TO WS-IN-TRL-HASH
               WHEN OTHER
                   ADD 1 TO WS-IN-ROWS
                   IF NumbersRecord(1:6) IS NUMERIC
                    AND NumbersRecord(7:) = SPACES
                       MOVE NumbersRecord(1:6) TO WS-IN-NUMBER
                       ADD WS-IN-NUMBER TO WS-IN-HASH
                   END-IF
           END-EVALUATE.

      * The file is whole; now it must be the file the trailer
      * describes, for tonight, and not one already taken.
       JUDGE-INPUT-CONTROL-PROCEDURE.
           EVALUATE TRUE
               WHEN NOT WS-IN-TRL-SEEN
                   MOVE "no trailer row - file is truncated"
                       TO WS-IN-REASON
               WHEN WS-IN-TRL-COUNT IS NOT NUMERIC
                OR WS-IN-TRL-HASH IS NOT NUMERIC
                   MOVE "trailer count or hash is not numeric"
                       TO WS-IN-REASON
               WHEN WS-IN-TRL-COUNT-NUM NOT = WS-IN-ROWS
                   MOVE "row count does not agree with the trailer"
                       TO WS-IN-REASON
               WHEN WS-IN-TRL-HASH-NUM NOT = WS-IN-HASH
                   MOVE "hash total does not agree with the trailer"
                       TO WS-IN-REASON
               WHEN WS-IN-HDR-DATE IS NOT NUMERIC
                OR WS-IN-HDR-DATE-NUM NOT = WS-RUN-DATE
                   MOVE SPACES TO WS-IN-REASON
                   STRING "header date " DELIMITED BY SIZE
                       WS-IN-HDR-DATE DELIMITED BY SIZE
                       " is not the run date " DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-IN-REASON
               WHEN WS-IN-BATCH = SPACES
                   MOVE "header carries no batch ID" TO WS-IN-REASON
               WHEN OTHER
                   PERFORM FIND-PRIOR-RECEIPT-PROCEDURE
                   IF WS-IN-PRIOR-DATE NOT = 0
                       MOVE SPACES TO WS-IN-REASON
                       STRING "duplicate batch - already accepted "
                           DELIMITED BY SIZE
                           "for run date " DELIMITED BY SIZE
                           WS-IN-PRIOR-DATE DELIMITED BY SIZE
                           INTO WS-IN-REASON
                   END-IF
           END-EVALUATE.

      * A batch accepted under the SAME run date is tonight's own
      * rerun or resume - the duplicate-run check and the OVERRIDE
      * grant already govern that.  Accepted under any other date,
      * it is the same feed delivered twice.
       FIND-PRIOR-RECEIPT-PROCEDURE.
           MOVE 0 TO WS-IN-PRIOR-DATE
           MOVE "N" TO WS-RCP-EOF-SWITCH
           OPEN INPUT ReceiptFile
           IF ReceiptStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RCP-EOF
               READ ReceiptFile
                   AT END
                       SET WS-RCP-EOF TO TRUE
                   NOT AT END
                       IF RCP-STATUS = "A"
                        AND RCP-BATCH = WS-IN-BATCH
                        AND RCP-RUN-DATE NOT = WS-RUN-DATE
                           MOVE RCP-RUN-DATE TO WS-IN-PRIOR-DATE
                           SET WS-RCP-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReceiptFile.

       WRITE-RECEIPT-PROCEDURE.
           OPEN EXTEND ReceiptFile
           IF ReceiptStatus = "35"
               OPEN OUTPUT ReceiptFile
           END-IF
           IF ReceiptStatus NOT = "00"
               DISPLAY "    Warning: unable to open receipts.dat, "
                   "Status: " ReceiptStatus "; receipt not recorded."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE       TO RCP-RECEIVED-DATE
           ACCEPT RCP-RECEIVED-TIME FROM TIME
           MOVE WS-RUN-DATE         TO RCP-RUN-DATE
           MOVE WS-NUMBERS-FILENAME TO RCP-FILE
           MOVE WS-IN-BATCH         TO RCP-BATCH
           MOVE WS-IN-HDR-DATE      TO RCP-HDR-DATE
           IF WS-IN-REASON = SPACES
               MOVE "A" TO RCP-STATUS
           ELSE
               MOVE "R" TO RCP-STATUS
           END-IF
           MOVE WS-IN-ROWS          TO RCP-ROWS
           MOVE WS-IN-HASH          TO RCP-HASH
           MOVE WS-IN-TRL-COUNT     TO RCP-TRL-COUNT
           MOVE WS-IN-TRL-HASH      TO RCP-TRL-HASH
           MOVE WS-OPERATOR         TO RCP-OPERATOR
           MOVE WS-IN-REASON        TO RCP-REASON
           WRITE ReceiptRecord
           IF ReceiptStatus NOT = "00"
               DISPLAY "    Warning: unable to write receipts.dat "
                   "record, Status: " ReceiptStatus
           END-IF
           CLOSE ReceiptFile.

      * A dated input, numbers.<ccyymmdd>.dat for the run date, is
      * preferred over the plain numbers.dat - that is how a
      * catch-up run processes the night it is standing in for
           END-IF.

       CLASSIFY-PROCEDURE.
           IF WS-OVR-COUNT > 0
               PERFORM FIND-OVERRIDE-PROCEDURE
               IF WS-OVR-SUB > 0
                   PERFORM FORCE-CLASSIFICATION-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO STMT
           MOVE 1 TO WS-STMT-PTR
           MOVE 0 TO WS-MATCH-COUNT
               END-IF
           END-IF.

      * Loads the approved, unresolved dispute cases for the run
      * date.  No dispute.dat simply means no overrides tonight.
       LOAD-OVERRIDES-PROCEDURE.
           MOVE 0 TO WS-OVR-COUNT
           MOVE "N" TO WS-OVR-EOF-SWITCH

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
                        AND DSP-TKT-DATE = WS-RUN-DATE
                        AND DSP-FORCED-CLASS NOT = SPACES
                           IF WS-OVR-COUNT >= 2000
                               DISPLAY "    Warning: more than 2000 "
                                   "dispute overrides for "
                                   WS-RUN-DATE "; rows past the "
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
               DISPLAY "    Info: " WS-OVR-COUNT " approved dispute "
                   "override(s) in force for " WS-RUN-DATE "."
           END-IF.

       FIND-OVERRIDE-PROCEDURE.
           MOVE 0 TO WS-OVR-SUB
           PERFORM VARYING OVR-IDX FROM 1 BY 1
                   UNTIL OVR-IDX > WS-OVR-COUNT
               IF OVR-NUMBER(OVR-IDX) = WS-NUMBER
                   SET WS-OVR-SUB TO OVR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The approved classification replaces the rules' answer.  It
      * is counted under every loaded rule whose label it carries,
      * the same way a rules match would have counted it, so the
      * summary and the control master add up to what shipped.
       FORCE-CLASSIFICATION-PROCEDURE.
           MOVE OVR-CLASS(WS-OVR-SUB) TO STMT
           MOVE 0 TO WS-MATCH-COUNT

           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > WS-RULE-COUNT-LOADED
               MOVE FUNCTION TRIM(RULE-LABEL(RULE-IDX))
                   TO WS-OVR-LABEL
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   RULE-LABEL(RULE-IDX))) TO WS-OVR-LABEL-LEN
               MOVE 0 TO WS-OVR-TALLY
               IF RULE-LABEL(RULE-IDX) NOT = SPACES
                   INSPECT STMT TALLYING WS-OVR-TALLY
                       FOR ALL WS-OVR-LABEL(1:WS-OVR-LABEL-LEN)
               END-IF
               IF WS-OVR-TALLY > 0
                   ADD 1 TO RULE-COUNT(RULE-IDX)
                   ADD 1 TO WS-MATCH-COUNT
               END-IF
           END-PERFORM

           IF WS-MATCH-COUNT = 0
               ADD 1 TO PLAIN-COUNT
           ELSE
               IF WS-MATCH-COUNT > 1
                   ADD 1 TO COMBINED-COUNT
               END-IF
           END-IF

           ADD 1 TO WS-FORCED-COUNT
           DISPLAY "    Info: ticket " WS-NUMBER " forced to "
               FUNCTION TRIM(STMT) " by dispute case "
               OVR-CASE-ID(WS-OVR-SUB) ".".

       TRANSLATE-FILE-STATUS-PROCEDURE.
           EVALUATE WS-CHECK-STATUS
               WHEN "00"
                   INTO WS-PURGE-XRF-FILENAME

               CALL "CBL_DELETE_FILE" USING WS-PURGE-XRF-FILENAME

               STRING "hold." DELIMITED BY SIZE
                   WS-PURGE-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-PURGE-HLD-FILENAME

               CALL "CBL_DELETE_FILE" USING WS-PURGE-HLD-FILENAME
           END-PERFORM

           CLOSE ArchiveFile
           STRING "Recycled : " WS-RECYCLED-COUNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO OutputRecord
           WRITE OutputRecord

           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "Forced   : " WS-FORCED-COUNT
               DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO OutputRecord
           WRITE OutputRecord.

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

       END PROGRAM FIZZBUZZ.
