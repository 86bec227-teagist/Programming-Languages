      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Resend one billing feed exactly as it was cut, when
      *          the receiver lost it or turned it away for a
      *          transmission problem, without an override rerun of
      *          the night - a rerun burns new sequence numbers and
      *          re-classifies under whatever rules are live now.
      *          retxreq.dat names the feed: the region in cols 1-10
      *          (blank for the single-feed ALL stream), the sequence
      *          number in cols 11-16 and/or the feed date in cols
      *          17-24 (<ccyymmdd>).  The feed is looked up in
      *          feedlog.dat and, when it has already been rolled to
      *          history, in feedlog.<ccyy>.dat - the year of the date
      *          when one is given, otherwise this year and the seven
      *          before it.  A card that matches more than one
      *          registered feed (a sequence given without a date,
      *          say, that two dates share) is refused with the
      *          candidates listed; the last registration of a feed
      *          is the one that shipped.
      *          The DTL records are rebuilt from the first source
      *          that still holds them:
      *            ONLINE  - the feed generation itself,
      *                      feed.<ccyymmdd>[.<region>].dat, while it
      *                      is inside the seven-day window and its
      *                      HDR is still the registered sequence;
      *            OUTCSV  - the output.<ccyymmdd>.csv generation;
      *            ARCHIVE - the night's rows on archive.dat.
      *          From OUTCSV and ARCHIVE a regional feed is
      *          re-derived the way the nightly cut built it: each
      *          ticket's region from tickets.dat (UNKNOWN for no
      *          master row or a blank or broken region), tickets
      *          held that night for customer eligibility (holdq.dat)
      *          left out, and tickets released onto that night
      *          (holdq.dat, released that date) put in.  The ALL
      *          stream carries every classified ticket.
      *          The rebuilt DTLs must give exactly the record count
      *          and hash total feedlog.dat registered for the feed;
      *          if they do not, nothing is sent.  When they do, the
      *          file goes out as retx.<ccyymmdd>.<region>.<seq>.dat
      *          with the original date, generation, sequence, count
      *          and hash - the HDR marked R in col 32 with the
      *          retransmit date in cols 33-40 - and the retransmit
      *          is appended to retxlog.dat, which FIZZBUZZ-FEEDACK
      *          reads to age the resent feed afresh.
      *          The outcome goes to retrans.<ccyymmdd>.txt and to
      *          events.dat.  RETURN-CODE is 0 when the feed was
      *          rebuilt and written, 8 when the rebuild does not
      *          match the registration (nothing sent), 12 when the
      *          operator lacks the RETRANS grant on opauth.dat, and
      *          16 when the card is missing or invalid, the feed is
      *          not registered or not unique, no source holds it, or
      *          a file cannot be opened.  A denied attempt stops
      *          before any file is read and is logged to events.dat.
      *          A missing opauth.dat leaves the function unrestricted
      *          with a loud warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-RETRANS.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetxCardFile ASSIGN TO "retxreq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RetxCardStatus.

           SELECT FeedLogFile ASSIGN TO DYNAMIC WS-FEEDLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS FeedLogStatus.

           SELECT FeedFile ASSIGN TO DYNAMIC WS-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS FeedStatus.

           SELECT CsvFile ASSIGN TO DYNAMIC WS-CSV-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CsvStatus.

           SELECT ArchiveFile ASSIGN TO "archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ArchiveStatus.

           SELECT TicketMasterFile ASSIGN TO "tickets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TKT-NUMBER
           STATUS TicketMasterStatus.

           SELECT HoldQueueFile ASSIGN TO "holdq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HoldQueueStatus.

           SELECT RebuildWorkFile ASSIGN TO "retx.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RebuildWorkStatus.

           SELECT RebuildSortFile ASSIGN TO "retxsort.tmp".

           SELECT SortedRebuildFile ASSIGN TO "retx.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS SortedRebuildStatus.

           SELECT RetxFile ASSIGN TO DYNAMIC WS-RETX-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RetxStatus.

           SELECT RetxLogFile ASSIGN TO "retxlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RetxLogStatus.

           SELECT RetxReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RetxReportStatus.

           SELECT OpAuthFile ASSIGN TO "opauth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpAuthStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  RetxCardFile.
       01  RetxCardRecord.
           05  RTQ-REGION          PIC X(10).
           05  RTQ-SEQ             PIC X(6).
           05  RTQ-DATE            PIC X(8).
           05  FILLER              PIC X(56).

       FD  FeedLogFile.
       01  FeedLogRecord.
           05  FLOG-DATE           PIC 9(8).
           05  FLOG-SEQ            PIC 9(6).
           05  FLOG-GEN            PIC 9(4).
           05  FLOG-COUNT          PIC 9(7).
           05  FLOG-HASH           PIC 9(12).
           05  FLOG-REGION         PIC X(10).

       FD  FeedFile.
       01  FeedRecord              PIC X(40).
       01  FeedHeaderRecord.
           05  FHDR-TAG            PIC X(3).
           05  FHDR-DATE           PIC X(8).
           05  FHDR-GEN            PIC X(4).
           05  FHDR-SEQ            PIC X(6).
           05  FHDR-REGION         PIC X(10).
           05  FILLER              PIC X(9).
       01  FeedDetailRecord.
           05  FDTL-TAG            PIC X(3).
           05  FDTL-NUMBER         PIC X(6).
           05  FDTL-CLASS          PIC X(20).
           05  FILLER              PIC X(11).

       FD  CsvFile.
       01  CsvRecord               PIC X(100).

       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ARCH-RUN-DATE       PIC 9(8).
           05  ARCH-NUMBER         PIC 9(6).
           05  ARCH-CLASSIFICATION PIC X(20).

       FD  TicketMasterFile.
       01  TicketMasterRecord.
           05  TKT-NUMBER          PIC 9(6).
           05  TKT-CUSTOMER        PIC X(20).
           05  TKT-REGION          PIC X(10).
           05  TKT-AMOUNT          PIC 9(7)V99.

      * The durable hold queue FIZZBUZZ-HOLDREL works: the hold
      * record as the nightly run wrote it, then the queue state.
       FD  HoldQueueFile.
       01  HoldQueueRecord.
           05  HQ-HOLD-DATE        PIC 9(8).
           05  HQ-NUMBER           PIC 9(6).
           05  HQ-CLASSIFICATION   PIC X(20).
           05  HQ-CUSTOMER         PIC X(20).
           05  HQ-CUST-ID          PIC 9(6).
           05  HQ-REGION           PIC X(10).
           05  HQ-AMOUNT           PIC 9(7)V99.
           05  HQ-REASON           PIC X(30).
           05  HQ-STATE            PIC X(1).
           05  HQ-RELEASE-DATE     PIC 9(8).

       FD  RebuildWorkFile.
       01  RebuildWorkRecord.
           05  RBW-NUMBER          PIC 9(6).
           05  RBW-CLASSIFICATION  PIC X(20).

       SD  RebuildSortFile.
       01  RebuildSortRecord.
           05  RBS-NUMBER          PIC 9(6).
           05  RBS-CLASSIFICATION  PIC X(20).

       FD  SortedRebuildFile.
       01  SortedRebuildRecord.
           05  SRB-NUMBER          PIC 9(6).
           05  SRB-CLASSIFICATION  PIC X(20).

       FD  RetxFile.
       01  RetxRecord              PIC X(40).

      * One row per feed resent: the first 47 bytes are the feed's
      * feedlog.dat registration as it was resent.
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

       FD  RetxReportFile.
       01  RetxReportRecord        PIC X(132).

       FD  OpAuthFile.
       01  OpAuthRecord.
           05  AUTH-OPERATOR       PIC X(20).
           05  AUTH-FUNCTION       PIC X(8).

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
       01  RetxCardStatus          PIC XX.
       01  FeedLogStatus           PIC XX.
       01  FeedStatus              PIC XX.
       01  CsvStatus               PIC XX.
       01  ArchiveStatus           PIC XX.
       01  TicketMasterStatus      PIC XX.
       01  HoldQueueStatus         PIC XX.
       01  RebuildWorkStatus       PIC XX.
       01  SortedRebuildStatus     PIC XX.
       01  RetxStatus              PIC XX.
       01  RetxLogStatus           PIC XX.
       01  RetxReportStatus        PIC XX.
       01  OpAuthStatus            PIC XX.
       01  EventStatus             PIC XX.

       01  WS-FEEDLOG-FILENAME     PIC X(30) VALUE SPACES.
       01  WS-FEED-FILENAME        PIC X(30) VALUE SPACES.
       01  WS-CSV-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-RETX-FILENAME        PIC X(40) VALUE SPACES.
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

      * What the card asked for.
       01  WS-REQ-REGION           PIC X(10) VALUE SPACES.
       01  WS-REQ-SEQ              PIC X(6) VALUE SPACES.
       01  WS-REQ-SEQ-NUM REDEFINES WS-REQ-SEQ PIC 9(6).
       01  WS-REQ-DATE             PIC X(8) VALUE SPACES.
       01  WS-REQ-DATE-NUM REDEFINES WS-REQ-DATE PIC 9(8).
       01  WS-REQ-YEAR             PIC 9(4) VALUE 0.
       01  WS-CARD-SWITCH          PIC X VALUE "N".
           88  WS-CARD-VALID           VALUE "Y".

      * The feed as feedlog.dat registered it (last registration).
       01  WS-FEED-FOUND-SWITCH    PIC X VALUE "N".
           88  WS-FEED-FOUND           VALUE "Y".
       01  WS-FEED-AMBIG-SWITCH    PIC X VALUE "N".
           88  WS-FEED-AMBIGUOUS       VALUE "Y".
       01  WS-REG-DATE             PIC 9(8) VALUE 0.
       01  WS-REG-SEQ              PIC 9(6) VALUE 0.
       01  WS-REG-GEN              PIC 9(4) VALUE 0.
       01  WS-REG-COUNT            PIC 9(7) VALUE 0.
       01  WS-REG-HASH             PIC 9(12) VALUE 0.
       01  WS-REG-WHERE            PIC X(30) VALUE SPACES.
       01  WS-OTHER-DATE           PIC 9(8) VALUE 0.
       01  WS-OTHER-SEQ            PIC 9(6) VALUE 0.
       01  WS-FLOG-REGION          PIC X(10) VALUE SPACES.
       01  WS-LOG-EOF-SWITCH       PIC X VALUE "N".
           88  WS-LOG-EOF              VALUE "Y".
       01  WS-THIS-YEAR            PIC 9(4) VALUE 0.
       01  WS-HIST-YEAR            PIC 9(4) VALUE 0.
       01  WS-HIST-YEARS-BACK      PIC 9(2) VALUE 7.

      * Where the DTLs came from, and what they add up to.
       01  WS-SOURCE               PIC X(8) VALUE SPACES.
       01  WS-SOURCE-NOTE          PIC X(80) VALUE SPACES.
       01  WS-REBUILT-COUNT        PIC 9(7) VALUE 0.
       01  WS-REBUILT-HASH         PIC 9(12) VALUE 0.
       01  WS-SOURCE-ROWS          PIC 9(7) VALUE 0.
       01  WS-HELD-OUT             PIC 9(7) VALUE 0.
       01  WS-RELEASED-IN          PIC 9(7) VALUE 0.
       01  WS-PREV-NUMBER          PIC 9(6) VALUE 0.
       01  WS-MATCH-SWITCH         PIC X VALUE "N".
           88  WS-REBUILD-MATCHES      VALUE "Y".
       01  WS-WRITE-SWITCH         PIC X VALUE "Y".
           88  WS-WRITES-OK            VALUE "Y".
       01  WS-FEED-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEED-EOF             VALUE "Y".
       01  WS-SRC-EOF-SWITCH       PIC X VALUE "N".
           88  WS-SRC-EOF              VALUE "Y".
       01  WS-CSV-HDR-SWITCH       PIC X VALUE "N".
           88  WS-CSV-HDR-SEEN         VALUE "Y".
       01  WS-CSV-NUM-FIELD        PIC X(10) VALUE SPACES.
       01  WS-CSV-CLASS-FIELD      PIC X(20) VALUE SPACES.
       01  WS-ROW-NUMBER           PIC 9(6) VALUE 0.
       01  WS-ROW-CLASS            PIC X(20) VALUE SPACES.
       01  WS-ROW-REGION           PIC X(10) VALUE SPACES.
       01  WS-TKT-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-TKT-IS-OPEN          VALUE "Y".

      * Tickets held out of the night's regional feeds, by number.
       01  WS-HELD-TABLE.
           05  WS-HELD-FLAG OCCURS 999999 TIMES PIC X.

      * A region word with a blank inside it never reached a feed
      * filename - the nightly cut sent it to UNKNOWN.
       01  WS-RGN-SCAN-SUB         PIC 9(2) VALUE 0.
       01  WS-RGN-SCAN-LEN         PIC 9(2) VALUE 0.
       01  WS-RGN-BAD-SWITCH       PIC X VALUE "N".
           88  WS-REGION-IS-BAD        VALUE "Y".

      * The resent file's records - the nightly feed layout, with
      * the retransmission mark after the region on the HDR.
       01  WS-RETX-HDR.
           05  FILLER              PIC X(3) VALUE "HDR".
           05  WS-RETX-HDR-DATE    PIC 9(8).
           05  WS-RETX-HDR-GEN     PIC 9(4).
           05  WS-RETX-HDR-SEQ     PIC 9(6).
           05  WS-RETX-HDR-REGION  PIC X(10).
           05  WS-RETX-HDR-MARK    PIC X(1) VALUE "R".
           05  WS-RETX-HDR-SENT    PIC 9(8).

       01  WS-RETX-DTL.
           05  FILLER              PIC X(3) VALUE "DTL".
           05  WS-RETX-DTL-NUMBER  PIC 9(6).
           05  WS-RETX-DTL-CLASS   PIC X(20).

       01  WS-RETX-TLR.
           05  FILLER              PIC X(3) VALUE "TLR".
           05  WS-RETX-TLR-COUNT   PIC 9(7).
           05  WS-RETX-TLR-HASH    PIC 9(12).

       01  WS-REPORT-LINE          PIC X(132).
       01  WS-COUNT-EDIT           PIC Z(6)9.

       01  WS-AUTH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED         VALUE "Y".
       01  WS-EVT-TIME             PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY         PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT             PIC X(80) VALUE SPACES.

      * Request block and record content for FIZZBUZZ-SEAL.
       01  WS-SEAL-REQUEST.
           05  WS-SEAL-FUNCTION    PIC X(1).
           05  WS-SEAL-TRAIL       PIC X(16).
           05  WS-SEAL-TEXT-LEN    PIC 9(4).
           05  WS-SEAL-PREV-SEQ    PIC 9(9).
           05  WS-SEAL-PREV-CHECK  PIC 9(9).
           05  WS-SEAL-STAMP.
               10  WS-SEAL-TAG         PIC X(5).
               10  WS-SEAL-SEQ         PIC 9(9).
               10  WS-SEAL-DOT         PIC X(1).
               10  WS-SEAL-CHECK       PIC 9(9).
           05  WS-SEAL-RESULT      PIC X(2).
       01  WS-SEAL-TEXT            PIC X(400).
       01  WS-SEAL-SAVE-RC         PIC S9(9) VALUE 0.
      *-----------------------

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz Feed Retransmission -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE(1:4) TO WS-THIS-YEAR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for RETRANS; nothing sent."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - RETRANS by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CARD-PROCEDURE
           IF NOT WS-CARD-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-FEED-PROCEDURE
           IF NOT WS-FEED-FOUND
               DISPLAY "Error: no feed for region " WS-REQ-REGION
                   " matching the card is registered on feedlog.dat "
                   "or its history; nothing sent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FEED-AMBIGUOUS
               DISPLAY "Error: the card matches more than one feed "
                   "for region " WS-REQ-REGION " - " WS-REG-DATE
                   " seq " WS-REG-SEQ " and " WS-OTHER-DATE " seq "
                   WS-OTHER-SEQ ".  Give both the sequence and the "
                   "date; nothing sent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REG-COUNT TO WS-COUNT-EDIT
           DISPLAY "Feed     : " WS-REG-DATE " " WS-REQ-REGION
               " seq " WS-REG-SEQ " gen " WS-REG-GEN " - "
               FUNCTION TRIM(WS-COUNT-EDIT) " records, hash "
               WS-REG-HASH " (" FUNCTION TRIM(WS-REG-WHERE) ")"

           STRING "retrans." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT RetxReportFile
           IF RetxReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " RetxReportStatus "; nothing sent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           PERFORM REBUILD-FEED-PROCEDURE
           IF WS-SOURCE = SPACES
               PERFORM WRITE-REPORT-SOURCE-PROCEDURE
               MOVE "REFUSED: no source still holds the feed's "
                   TO WS-REPORT-LINE
               MOVE "records - nothing sent" TO WS-REPORT-LINE(43:)
               MOVE WS-REPORT-LINE TO RetxReportRecord
               WRITE RetxReportRecord
               CLOSE RetxReportFile
               DISPLAY "Error: " FUNCTION TRIM(WS-SOURCE-NOTE)
                   "; nothing sent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-SOURCE-PROCEDURE
           IF WS-REBUILT-COUNT = WS-REG-COUNT
            AND WS-REBUILT-HASH = WS-REG-HASH
               SET WS-REBUILD-MATCHES TO TRUE
           END-IF

           IF NOT WS-REBUILD-MATCHES
               MOVE "REFUSED: the rebuilt records do not give the "
                   TO WS-REPORT-LINE
               MOVE "registered count and hash - nothing sent"
                   TO WS-REPORT-LINE(46:)
               MOVE WS-REPORT-LINE TO RetxReportRecord
               WRITE RetxReportRecord
               CLOSE RetxReportFile
               PERFORM DELETE-WORK-FILES-PROCEDURE
               DISPLAY "Error: rebuilt " WS-REBUILT-COUNT
                   " records, hash " WS-REBUILT-HASH " from "
                   WS-SOURCE "; " FUNCTION TRIM(WS-REG-WHERE)
                   " registered " WS-REG-COUNT ", hash " WS-REG-HASH
                   ".  Nothing sent."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "retransmit refused - feed " DELIMITED BY SIZE
                   WS-REG-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REQ-REGION DELIMITED BY SPACE
                   " seq " DELIMITED BY SIZE
                   WS-REG-SEQ DELIMITED BY SIZE
                   " does not match feedlog" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RETX-FILE-PROCEDURE
           PERFORM DELETE-WORK-FILES-PROCEDURE
           IF NOT WS-WRITES-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FAILED: " DELIMITED BY SIZE
                   WS-RETX-FILENAME DELIMITED BY SPACE
                   " could not be written whole, status "
                   DELIMITED BY SIZE
                   RetxStatus DELIMITED BY SIZE
                   " - nothing sent" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RetxReportRecord
               WRITE RetxReportRecord
               CLOSE RetxReportFile
               CALL "CBL_DELETE_FILE" USING WS-RETX-FILENAME
               DISPLAY "Error: " FUNCTION TRIM(WS-RETX-FILENAME)
                   " could not be written, Status: " RetxStatus
                   "; nothing sent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RETX-LOG-PROCEDURE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SENT: " DELIMITED BY SIZE
               WS-RETX-FILENAME DELIMITED BY SPACE
               " - original sequence, count and hash, HDR marked "
               DELIMITED BY SIZE
               "as a retransmission" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           CLOSE RetxReportFile

           DISPLAY "Written  : " WS-RETX-FILENAME
           MOVE "INFO " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "feed " DELIMITED BY SIZE
               WS-REG-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REQ-REGION DELIMITED BY SPACE
               " seq " DELIMITED BY SIZE
               WS-REG-SEQ DELIMITED BY SIZE
               " retransmitted from " DELIMITED BY SIZE
               WS-SOURCE DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " records" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.
      ** add other procedures here

       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; the retransmit is "
                   "unrestricted."
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = "RETRANS"
                           SET WS-AUTH-ALLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpAuthFile.

      * One card: the region in cols 1-10 (blank is the ALL
      * stream), the sequence in cols 11-16, the feed date in cols
      * 17-24.  Either the sequence or the date must be given; a
      * sequence keyed short of six digits is zero-filled.
       READ-CARD-PROCEDURE.
           MOVE "N" TO WS-CARD-SWITCH
           OPEN INPUT RetxCardFile
           IF RetxCardStatus NOT = "00"
               DISPLAY "Error: no retxreq.dat naming the feed to "
                   "resend; nothing sent."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RetxCardRecord
           READ RetxCardFile
               AT END
                   MOVE SPACES TO RetxCardRecord
           END-READ
           CLOSE RetxCardFile

           IF RTQ-REGION = SPACES
               MOVE "ALL" TO WS-REQ-REGION
           ELSE
               MOVE RTQ-REGION TO WS-REQ-REGION
           END-IF
           MOVE RTQ-SEQ  TO WS-REQ-SEQ
           MOVE RTQ-DATE TO WS-REQ-DATE
           IF WS-REQ-SEQ NOT = SPACES
               INSPECT WS-REQ-SEQ REPLACING LEADING SPACE BY ZERO
           END-IF

           EVALUATE TRUE
               WHEN WS-REQ-SEQ = SPACES AND WS-REQ-DATE = SPACES
                   DISPLAY "Error: retxreq.dat gives neither a "
                       "sequence (cols 11-16) nor a date (cols "
                       "17-24); nothing sent."
               WHEN WS-REQ-SEQ NOT = SPACES
                AND WS-REQ-SEQ IS NOT NUMERIC
                   DISPLAY "Error: retxreq.dat sequence '" WS-REQ-SEQ
                       "' is not six digits; nothing sent."
               WHEN WS-REQ-DATE NOT = SPACES
                AND (WS-REQ-DATE IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD(WS-REQ-DATE-NUM)
                    NOT = 0)
                   DISPLAY "Error: retxreq.dat date '" WS-REQ-DATE
                       "' is not a <ccyymmdd> date; nothing sent."
               WHEN OTHER
                   SET WS-CARD-VALID TO TRUE
                   DISPLAY "Region   : " WS-REQ-REGION
                   IF WS-REQ-SEQ NOT = SPACES
                       DISPLAY "Sequence : " WS-REQ-SEQ
                   END-IF
                   IF WS-REQ-DATE NOT = SPACES
                       DISPLAY "Date     : " WS-REQ-DATE
                       MOVE WS-REQ-DATE(1:4) TO WS-REQ-YEAR
                   END-IF
           END-EVALUATE.

      * The live register first; a feed already rolled to history is
      * in the yearly file for its date - the date's own year when
      * the card gives one, otherwise this year and the seven before
      * it, newest first.
       FIND-FEED-PROCEDURE.
           MOVE "feedlog.dat" TO WS-FEEDLOG-FILENAME
           PERFORM SCAN-FEEDLOG-PROCEDURE
           IF WS-FEED-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-DATE NOT = SPACES
               MOVE WS-REQ-YEAR TO WS-HIST-YEAR
               PERFORM SCAN-HISTORY-YEAR-PROCEDURE
           ELSE
               PERFORM VARYING WS-HIST-YEAR FROM WS-THIS-YEAR BY -1
                       UNTIL WS-HIST-YEAR
                           < WS-THIS-YEAR - WS-HIST-YEARS-BACK
                       OR WS-FEED-FOUND
                   PERFORM SCAN-HISTORY-YEAR-PROCEDURE
               END-PERFORM
           END-IF.

       SCAN-HISTORY-YEAR-PROCEDURE.
           MOVE SPACES TO WS-FEEDLOG-FILENAME
           STRING "feedlog." DELIMITED BY SIZE
               WS-HIST-YEAR DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-FEEDLOG-FILENAME
           PERFORM SCAN-FEEDLOG-PROCEDURE.

      * A re-registered feed (the nightly run resumed and re-cut it)
      * appears more than once; the last registration is the feed
      * as it finally shipped.  A second, different feed matching
      * the card makes the request ambiguous.
       SCAN-FEEDLOG-PROCEDURE.
           MOVE "N" TO WS-LOG-EOF-SWITCH
           OPEN INPUT FeedLogFile
           IF FeedLogStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               READ FeedLogFile
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       IF FeedLogRecord(1:37) IS NUMERIC
                           PERFORM MATCH-FEEDLOG-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeedLogFile.

       MATCH-FEEDLOG-ROW-PROCEDURE.
           IF FLOG-REGION = SPACES
               MOVE "ALL" TO WS-FLOG-REGION
           ELSE
               MOVE FLOG-REGION TO WS-FLOG-REGION
           END-IF
           IF WS-FLOG-REGION NOT = WS-REQ-REGION
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-SEQ NOT = SPACES
            AND FLOG-SEQ NOT = WS-REQ-SEQ-NUM
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-DATE NOT = SPACES
            AND FLOG-DATE NOT = WS-REQ-DATE-NUM
               EXIT PARAGRAPH
           END-IF

           IF WS-FEED-FOUND
            AND (FLOG-DATE NOT = WS-REG-DATE
             OR FLOG-SEQ NOT = WS-REG-SEQ)
               SET WS-FEED-AMBIGUOUS TO TRUE
               MOVE WS-REG-DATE TO WS-OTHER-DATE
               MOVE WS-REG-SEQ  TO WS-OTHER-SEQ
           END-IF

           SET WS-FEED-FOUND TO TRUE
           MOVE FLOG-DATE  TO WS-REG-DATE
           MOVE FLOG-SEQ   TO WS-REG-SEQ
           MOVE FLOG-GEN   TO WS-REG-GEN
           MOVE FLOG-COUNT TO WS-REG-COUNT
           MOVE FLOG-HASH  TO WS-REG-HASH
           MOVE WS-FEEDLOG-FILENAME TO WS-REG-WHERE.

      * The DTLs go through one SORT whatever the source, so the
      * rebuilt feed is in ticket order with each ticket once - as
      * the nightly cut wrote it - and the count and hash are taken
      * from the very records that will be sent.
       REBUILD-FEED-PROCEDURE.
           MOVE SPACES TO WS-SOURCE
           MOVE SPACES TO WS-SOURCE-NOTE
           MOVE 0 TO WS-SOURCE-ROWS
           MOVE 0 TO WS-HELD-OUT
           MOVE 0 TO WS-RELEASED-IN

           OPEN OUTPUT RebuildWorkFile
           IF RebuildWorkStatus NOT = "00"
               STRING "the rebuild work file cannot be opened, status "
                   DELIMITED BY SIZE
                   RebuildWorkStatus DELIMITED BY SIZE
                   INTO WS-SOURCE-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM FROM-ONLINE-FEED-PROCEDURE
           IF WS-SOURCE = SPACES
               PERFORM FROM-CLASSIFIED-ROWS-PROCEDURE
           END-IF
           CLOSE RebuildWorkFile
           IF WS-TKT-IS-OPEN
               CLOSE TicketMasterFile
               MOVE "N" TO WS-TKT-OPEN-SWITCH
           END-IF

           IF WS-SOURCE = SPACES
               CALL "CBL_DELETE_FILE" USING "retx.tmp"
               EXIT PARAGRAPH
           END-IF

           SORT RebuildSortFile
               ON ASCENDING KEY RBS-NUMBER
               USING RebuildWorkFile GIVING SortedRebuildFile
           IF SORT-RETURN NOT = 0
               MOVE SPACES TO WS-SOURCE
               MOVE SPACES TO WS-SOURCE-NOTE
               MOVE "the rebuild SORT failed" TO WS-SOURCE-NOTE
               DISPLAY "Error: the rebuild SORT ended with "
                   SORT-RETURN
               PERFORM DELETE-WORK-FILES-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM TALLY-REBUILD-PROCEDURE.

      * The feed generation itself, while it is still on disk and
      * its HDR is the registered feed - an override rerun of the
      * night may have cut it again under a later sequence.
       FROM-ONLINE-FEED-PROCEDURE.
           MOVE SPACES TO WS-FEED-FILENAME
           IF WS-REQ-REGION = "ALL"
               STRING "feed." DELIMITED BY SIZE
                   WS-REG-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           ELSE
               STRING "feed." DELIMITED BY SIZE
                   WS-REG-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-REQ-REGION DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
           END-IF

           OPEN INPUT FeedFile
           IF FeedStatus NOT = "00"
               MOVE SPACES TO WS-SOURCE-NOTE
               STRING WS-FEED-FILENAME DELIMITED BY SPACE
                   " is no longer on disk" DELIMITED BY SIZE
                   INTO WS-SOURCE-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FeedRecord
           READ FeedFile
               AT END
                   MOVE SPACES TO FeedRecord
           END-READ
           IF FHDR-TAG NOT = "HDR"
            OR FHDR-DATE NOT = WS-REG-DATE
            OR FHDR-SEQ NOT = WS-REG-SEQ
            OR FHDR-REGION NOT = WS-REQ-REGION
               CLOSE FeedFile
               MOVE SPACES TO WS-SOURCE-NOTE
               STRING WS-FEED-FILENAME DELIMITED BY SPACE
                   " on disk is not the registered cut (HDR seq "
                   DELIMITED BY SIZE
                   FHDR-SEQ DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-SOURCE-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FEED-EOF-SWITCH
           PERFORM UNTIL WS-FEED-EOF
               READ FeedFile
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       IF FDTL-TAG = "DTL"
                        AND FDTL-NUMBER IS NUMERIC
                           ADD 1 TO WS-SOURCE-ROWS
                           MOVE FDTL-NUMBER TO RBW-NUMBER
                           MOVE FDTL-CLASS  TO RBW-CLASSIFICATION
                           WRITE RebuildWorkRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeedFile
           MOVE "ONLINE" TO WS-SOURCE
           MOVE SPACES TO WS-SOURCE-NOTE
           STRING "DTL records of " DELIMITED BY SIZE
               WS-FEED-FILENAME DELIMITED BY SPACE
               INTO WS-SOURCE-NOTE.

      * The night's classified tickets - from the CSV generation
      * while it is online, otherwise from archive.dat - reduced to
      * the tickets the requested stream carried.
       FROM-CLASSIFIED-ROWS-PROCEDURE.
           IF WS-REQ-REGION NOT = "ALL"
               OPEN INPUT TicketMasterFile
               IF TicketMasterStatus NOT = "00"
                   MOVE SPACES TO WS-SOURCE-NOTE
                   STRING "tickets.dat is not available, status "
                       DELIMITED BY SIZE
                       TicketMasterStatus DELIMITED BY SIZE
                       " - the regional feed cannot be re-derived"
                       DELIMITED BY SIZE
                       INTO WS-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
               SET WS-TKT-IS-OPEN TO TRUE
               PERFORM LOAD-HOLDS-PROCEDURE
           END-IF

           MOVE SPACES TO WS-CSV-FILENAME
           STRING "output." DELIMITED BY SIZE
               WS-REG-DATE DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-CSV-FILENAME
           OPEN INPUT CsvFile
           IF CsvStatus = "00"
               MOVE "N" TO WS-SRC-EOF-SWITCH
               MOVE "N" TO WS-CSV-HDR-SWITCH
               PERFORM UNTIL WS-SRC-EOF
                   READ CsvFile
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF NOT WS-CSV-HDR-SEEN
                               SET WS-CSV-HDR-SEEN TO TRUE
                           ELSE
                               PERFORM TAKE-CSV-ROW-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CsvFile
               MOVE "OUTCSV" TO WS-SOURCE
               MOVE SPACES TO WS-SOURCE-NOTE
               STRING "classified rows of " DELIMITED BY SIZE
                   WS-CSV-FILENAME DELIMITED BY SPACE
                   INTO WS-SOURCE-NOTE
           ELSE
               OPEN INPUT ArchiveFile
               IF ArchiveStatus NOT = "00"
                   MOVE SPACES TO WS-SOURCE-NOTE
                   STRING "neither " DELIMITED BY SIZE
                       WS-FEED-FILENAME DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       WS-CSV-FILENAME DELIMITED BY SPACE
                       " nor archive.dat is available"
                       DELIMITED BY SIZE
                       INTO WS-SOURCE-NOTE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-SRC-EOF-SWITCH
               PERFORM UNTIL WS-SRC-EOF
                   READ ArchiveFile
                       AT END
                           SET WS-SRC-EOF TO TRUE
                       NOT AT END
                           IF ARCH-RUN-DATE IS NUMERIC
                            AND ARCH-RUN-DATE = WS-REG-DATE
                            AND ARCH-NUMBER IS NUMERIC
                               MOVE ARCH-NUMBER TO WS-ROW-NUMBER
                               MOVE ARCH-CLASSIFICATION
                                   TO WS-ROW-CLASS
                               PERFORM TAKE-ROW-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               MOVE "ARCHIVE" TO WS-SOURCE
               MOVE SPACES TO WS-SOURCE-NOTE
               STRING "archive.dat rows for " DELIMITED BY SIZE
                   WS-REG-DATE DELIMITED BY SIZE
                   INTO WS-SOURCE-NOTE
           END-IF

           IF WS-REQ-REGION NOT = "ALL"
               PERFORM TAKE-RELEASES-PROCEDURE
           END-IF.

       TAKE-CSV-ROW-PROCEDURE.
           IF CsvRecord = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CSV-NUM-FIELD WS-CSV-CLASS-FIELD
           UNSTRING CsvRecord DELIMITED BY ","
               INTO WS-CSV-NUM-FIELD WS-CSV-CLASS-FIELD
           END-UNSTRING
           IF WS-CSV-NUM-FIELD = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ROW-NUMBER = FUNCTION NUMVAL(WS-CSV-NUM-FIELD)
           MOVE WS-CSV-CLASS-FIELD TO WS-ROW-CLASS
           PERFORM TAKE-ROW-PROCEDURE.

      * One classified ticket.  The ALL stream takes them all; a
      * regional stream takes the ticket when the master puts it in
      * the region and it was not held that night.
       TAKE-ROW-PROCEDURE.
           ADD 1 TO WS-SOURCE-ROWS
           IF WS-REQ-REGION NOT = "ALL"
               MOVE WS-ROW-NUMBER TO TKT-NUMBER
               READ TicketMasterFile
                   INVALID KEY
                       CONTINUE
               END-READ
               IF TicketMasterStatus = "00"
                   MOVE TKT-REGION TO WS-ROW-REGION
                   PERFORM CHECK-FEED-REGION-PROCEDURE
                   IF WS-ROW-NUMBER > 0
                    AND WS-HELD-FLAG(WS-ROW-NUMBER) = "Y"
                       IF WS-ROW-REGION = WS-REQ-REGION
                           ADD 1 TO WS-HELD-OUT
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   MOVE "UNKNOWN" TO WS-ROW-REGION
               END-IF
               IF WS-ROW-REGION NOT = WS-REQ-REGION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-ROW-NUMBER TO RBW-NUMBER
           MOVE WS-ROW-CLASS  TO RBW-CLASSIFICATION
           WRITE RebuildWorkRecord.

      * The tickets held for customer eligibility on the feed date
      * never rode that night's regional feeds.
       LOAD-HOLDS-PROCEDURE.
           MOVE ALL "N" TO WS-HELD-TABLE
           OPEN INPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SRC-EOF-SWITCH
           PERFORM UNTIL WS-SRC-EOF
               READ HoldQueueFile
                   AT END
                       SET WS-SRC-EOF TO TRUE
                   NOT AT END
                       IF HQ-HOLD-DATE IS NUMERIC
                        AND HQ-HOLD-DATE = WS-REG-DATE
                        AND HQ-NUMBER IS NUMERIC
                        AND HQ-NUMBER > 0
                           MOVE "Y" TO WS-HELD-FLAG(HQ-NUMBER)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldQueueFile.

      * Tickets FIZZBUZZ-HOLDREL released on the feed date rode that
      * night's feed for the region they were held under.
       TAKE-RELEASES-PROCEDURE.
           OPEN INPUT HoldQueueFile
           IF HoldQueueStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SRC-EOF-SWITCH
           PERFORM UNTIL WS-SRC-EOF
               READ HoldQueueFile
                   AT END
                       SET WS-SRC-EOF TO TRUE
                   NOT AT END
                       IF HQ-STATE = "R"
                        AND HQ-RELEASE-DATE IS NUMERIC
                        AND HQ-RELEASE-DATE = WS-REG-DATE
                        AND HQ-NUMBER IS NUMERIC
                           MOVE HQ-REGION TO WS-ROW-REGION
                           PERFORM CHECK-FEED-REGION-PROCEDURE
                           IF WS-ROW-REGION = WS-REQ-REGION
                               ADD 1 TO WS-RELEASED-IN
                               MOVE HQ-NUMBER TO RBW-NUMBER
                               MOVE HQ-CLASSIFICATION
                                   TO RBW-CLASSIFICATION
                               WRITE RebuildWorkRecord
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HoldQueueFile.

      * The region the nightly cut would have filed the ticket
      * under: a blank region, or one with a blank inside the word,
      * went to UNKNOWN.
       CHECK-FEED-REGION-PROCEDURE.
           MOVE "N" TO WS-RGN-BAD-SWITCH
           MOVE 0 TO WS-RGN-SCAN-LEN
           PERFORM VARYING WS-RGN-SCAN-SUB FROM 10 BY -1
                   UNTIL WS-RGN-SCAN-SUB < 1
                   OR WS-RGN-SCAN-LEN > 0
               IF WS-ROW-REGION(WS-RGN-SCAN-SUB:1) NOT = SPACE
                   MOVE WS-RGN-SCAN-SUB TO WS-RGN-SCAN-LEN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RGN-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-RGN-SCAN-SUB > WS-RGN-SCAN-LEN
               IF WS-ROW-REGION(WS-RGN-SCAN-SUB:1) = SPACE
                   SET WS-REGION-IS-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-ROW-REGION = SPACES OR WS-REGION-IS-BAD
               MOVE "UNKNOWN" TO WS-ROW-REGION
           END-IF.

      * Count and hash over the sorted DTLs, each ticket once - the
      * same skip of adjacent equal keys the nightly cut makes.
       TALLY-REBUILD-PROCEDURE.
           MOVE 0 TO WS-REBUILT-COUNT
           MOVE 0 TO WS-REBUILT-HASH
           MOVE 0 TO WS-PREV-NUMBER
           OPEN INPUT SortedRebuildFile
           IF SortedRebuildStatus NOT = "00"
               MOVE SPACES TO WS-SOURCE
               MOVE SPACES TO WS-SOURCE-NOTE
               STRING "the sorted rebuild cannot be read, status "
                   DELIMITED BY SIZE
                   SortedRebuildStatus DELIMITED BY SIZE
                   INTO WS-SOURCE-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SRC-EOF-SWITCH
           PERFORM UNTIL WS-SRC-EOF
               READ SortedRebuildFile
                   AT END
                       SET WS-SRC-EOF TO TRUE
                   NOT AT END
                       IF SRB-NUMBER NOT = WS-PREV-NUMBER
                           MOVE SRB-NUMBER TO WS-PREV-NUMBER
                           ADD 1 TO WS-REBUILT-COUNT
                           COMPUTE WS-REBUILT-HASH =
                               FUNCTION MOD(WS-REBUILT-HASH
                                   + SRB-NUMBER, 1000000000000)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SortedRebuildFile.

      * The resent file: the registered HDR marked R with today's
      * date, the DTLs in ticket order, the registered TLR.
       WRITE-RETX-FILE-PROCEDURE.
           MOVE "Y" TO WS-WRITE-SWITCH
           MOVE SPACES TO WS-RETX-FILENAME
           STRING "retx." DELIMITED BY SIZE
               WS-REG-DATE DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-REQ-REGION DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-REG-SEQ DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-RETX-FILENAME

           OPEN OUTPUT RetxFile
           IF RetxStatus NOT = "00"
               MOVE "N" TO WS-WRITE-SWITCH
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-DATE   TO WS-RETX-HDR-DATE
           MOVE WS-REG-GEN    TO WS-RETX-HDR-GEN
           MOVE WS-REG-SEQ    TO WS-RETX-HDR-SEQ
           MOVE WS-REQ-REGION TO WS-RETX-HDR-REGION
           MOVE WS-RUN-DATE   TO WS-RETX-HDR-SENT
           MOVE WS-RETX-HDR TO RetxRecord
           PERFORM WRITE-RETX-RECORD-PROCEDURE

           OPEN INPUT SortedRebuildFile
           MOVE 0 TO WS-PREV-NUMBER
           MOVE "N" TO WS-SRC-EOF-SWITCH
           PERFORM UNTIL WS-SRC-EOF
               READ SortedRebuildFile
                   AT END
                       SET WS-SRC-EOF TO TRUE
                   NOT AT END
                       IF SRB-NUMBER NOT = WS-PREV-NUMBER
                           MOVE SRB-NUMBER TO WS-PREV-NUMBER
                           MOVE SRB-NUMBER TO WS-RETX-DTL-NUMBER
                           MOVE SRB-CLASSIFICATION
                               TO WS-RETX-DTL-CLASS
                           MOVE WS-RETX-DTL TO RetxRecord
                           PERFORM WRITE-RETX-RECORD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SortedRebuildFile

           MOVE WS-REG-COUNT TO WS-RETX-TLR-COUNT
           MOVE WS-REG-HASH  TO WS-RETX-TLR-HASH
           MOVE WS-RETX-TLR TO RetxRecord
           PERFORM WRITE-RETX-RECORD-PROCEDURE
           CLOSE RetxFile.

       WRITE-RETX-RECORD-PROCEDURE.
           WRITE RetxRecord
           IF RetxStatus NOT = "00"
               MOVE "N" TO WS-WRITE-SWITCH
           END-IF.

      * What FIZZBUZZ-FEEDACK reads: the feed's registration, when
      * it went again, from where and by whom.  A row that cannot be
      * written only warns - the file has gone and the report and
      * event say so.
       WRITE-RETX-LOG-PROCEDURE.
           OPEN EXTEND RetxLogFile
           IF RetxLogStatus = "35"
               OPEN OUTPUT RetxLogFile
           END-IF
           IF RetxLogStatus NOT = "00"
               DISPLAY "Warning: unable to open retxlog.dat, Status: "
                   RetxLogStatus "; the retransmit is not recorded "
                   "for acknowledgement aging."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-DATE      TO RTX-DATE
           MOVE WS-REG-SEQ       TO RTX-SEQ
           MOVE WS-REG-GEN       TO RTX-GEN
           MOVE WS-REG-COUNT     TO RTX-COUNT
           MOVE WS-REG-HASH      TO RTX-HASH
           IF WS-REQ-REGION = "ALL"
               MOVE SPACES       TO RTX-REGION
           ELSE
               MOVE WS-REQ-REGION TO RTX-REGION
           END-IF
           MOVE WS-RUN-DATE      TO RTX-SENT-DATE
           MOVE WS-RUN-TIME      TO RTX-SENT-TIME
           MOVE WS-SOURCE        TO RTX-SOURCE
           MOVE WS-OPERATOR      TO RTX-OPERATOR
           MOVE WS-RETX-FILENAME TO RTX-FILE
           WRITE RetxLogRecord
           IF RetxLogStatus NOT = "00"
               DISPLAY "Warning: unable to write retxlog.dat, "
                   "Status: " RetxLogStatus
           END-IF
           CLOSE RetxLogFile.

       DELETE-WORK-FILES-PROCEDURE.
           CALL "CBL_DELETE_FILE" USING "retx.tmp"
           CALL "CBL_DELETE_FILE" USING "retx.srt".

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Feed Retransmission -----"
               TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Requested: region " DELIMITED BY SIZE
               WS-REQ-REGION DELIMITED BY SPACE
               "  seq " DELIMITED BY SIZE
               WS-REQ-SEQ DELIMITED BY SIZE
               "  date " DELIMITED BY SIZE
               WS-REQ-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REG-COUNT TO WS-COUNT-EDIT
           STRING "Feed     : " DELIMITED BY SIZE
               WS-REG-DATE DELIMITED BY SIZE
               "  seq " DELIMITED BY SIZE
               WS-REG-SEQ DELIMITED BY SIZE
               "  gen " DELIMITED BY SIZE
               WS-REG-GEN DELIMITED BY SIZE
               "  registered " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " records, hash " DELIMITED BY SIZE
               WS-REG-HASH DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-REG-WHERE DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO RetxReportRecord
           WRITE RetxReportRecord.

       WRITE-REPORT-SOURCE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Source   : " DELIMITED BY SIZE
               WS-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOURCE-NOTE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           IF WS-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Read     : " DELIMITED BY SIZE
               WS-SOURCE-ROWS DELIMITED BY SIZE
               " rows   held that night: " DELIMITED BY SIZE
               WS-HELD-OUT DELIMITED BY SIZE
               "   released onto it: " DELIMITED BY SIZE
               WS-RELEASED-IN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Rebuilt  : " DELIMITED BY SIZE
               WS-REBUILT-COUNT DELIMITED BY SIZE
               " records, hash " DELIMITED BY SIZE
               WS-REBUILT-HASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Register : " DELIMITED BY SIZE
               WS-REG-COUNT DELIMITED BY SIZE
               " records, hash " DELIMITED BY SIZE
               WS-REG-HASH DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RetxReportRecord
           WRITE RetxReportRecord
           MOVE SPACES TO RetxReportRecord
           WRITE RetxReportRecord.

      * One severity-coded record to the shared event file the
      * morning digest reads; losing it only warns, the DISPLAYs
      * still say everything.
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
           MOVE WS-RUN-DATE     TO EVT-DATE
           MOVE WS-EVT-TIME     TO EVT-TIME
           MOVE "RETRANS"       TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-RETRANS.
