      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Move closed-out history out of the control registers
      *          that are appended to forever - runlog.dat,
      *          events.dat, feedlog.dat (with the acknowledgements
      *          in feedack.dat that close its feeds) and gencat.dat -
      *          into yearly history files, so the live registers the
      *          nightly readers rescan stay small.
      *          "Prior period" is everything before the first day of
      *          the month after the last period closed on
      *          ctlmast.dat (FIZZBUZZ-MCLOSE), so a closed month is
      *          rolled out and an open one never is.  A row that
      *          moves is appended to <register>.<ccyy>.dat for the
      *          year of its own date - runlog.2025.dat,
      *          events.2025.dat and so on - so the history of a year
      *          builds up in one file however often the rollover is
      *          run; the December close is the natural time.
      *          Closed-out means, per register:
      *            runlog.dat  - prior-period run lines, except the
      *                          latest SUCCESS line, which
      *                          FIZZBUZZ-CATCHUP measures the gap
      *                          from;
      *            events.dat  - prior-period events;
      *            feedlog.dat - prior-period feeds the receiver has
      *                          acknowledged A with the hash that was
      *                          cut, every registration of the feed
      *                          with them; their acknowledgement rows
      *                          leave feedack.dat at the same time.
      *                          An unacknowledged, rejected or
      *                          mismatched feed stays for
      *                          FIZZBUZZ-FEEDACK to age;
      *            gencat.dat  - prior-period catalog rows that are
      *                          also past the nightly purge boundary
      *                          (WS-RETENTION-DAYS, 7), so nothing the
      *                          FIZZBUZZ-GENCHK retention sweep
      *                          still looks at can move.
      *          runlog.dat and events.dat are sealed trails: only the
      *          leading run of prior-period records moves (a catch-up
      *          rerun appends an older date later, and the chain must
      *          stay unbroken), every sealed record moved is proved
      *          against its seal first - the move stops at the first
      *          record that does not prove, which is reported - and
      *          after the move trailseal.dat is re-based to the last
      *          record moved so FIZZBUZZ-SEALCHK verifies the live
      *          trail from where it now starts.
      *          Every register is moved by proof: the rows kept go to
      *          <register>.tmp first, and the rows moved are appended
      *          to the history files.  rows before must equal rows
      *          moved plus rows kept; the live register is then
      *          rewritten from the .tmp and read back, and each
      *          history file touched is recounted - rows after must
      *          equal rows kept and the history files must have
      *          grown by exactly the rows moved.  Only then is the
      *          .tmp deleted; when a proof fails it stays as the
      *          recovery copy.  The counts go to
      *          rollover.<ccyymmdd>.txt and the outcome to events.dat
      *          once every register is done.
      *          The rollover rewrites registers the nightly chain
      *          appends to, so it refuses to start while runlock.dat
      *          is held, and must be scheduled when nothing else is
      *          running.
      *          RETURN-CODE is 0 when every move proved, 4 when the
      *          feeds could not be rolled because feedlog.dat or
      *          feedack.dat outgrew the tables, 8 when a proof or a
      *          seal did not hold, 12 when the operator lacks the
      *          ROLLOVER grant on opauth.dat, and 16 when the run is
      *          refused (run-lock held, no period closed), the
      *          report cannot be opened, or a write to a .tmp, a
      *          history file, a live register or trailseal.dat
      *          fails.  A failed write to the .tmp or a history file
      *          leaves the live register as it was and deletes the
      *          short .tmp; a failed rewrite of the live register
      *          keeps the .tmp to recover from.  Either way nothing
      *          further is rolled and the failure is logged to
      *          events.dat as an ERROR.  A denied attempt stops
      *          before any file is touched and is logged to
      *          events.dat.  A missing opauth.dat leaves the
      *          function unrestricted with a loud warning.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for, so a
      *          chain resumed after midnight works the night it belongs
      *          to rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-ROLLOVR.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LiveFile ASSIGN TO DYNAMIC WS-LIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiveStatus.

           SELECT TempFile ASSIGN TO DYNAMIC WS-TEMP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TempStatus.

           SELECT HistFile ASSIGN TO DYNAMIC WS-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS HistStatus.

           SELECT FeedLogFile ASSIGN TO "feedlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS FeedLogStatus.

           SELECT FeedAckFile ASSIGN TO "feedack.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS FeedAckStatus.

           SELECT ControlMasterFile ASSIGN TO "ctlmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ControlMasterStatus.

           SELECT RunLockFile ASSIGN TO "runlock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RunLockStatus.

           SELECT TrailSealFile ASSIGN TO "trailseal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TrailSealStatus.

           SELECT RolloverReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RolloverReportStatus.

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
      * One line of whichever register is being rolled - as wide as
      * the widest (runlog.dat, 224), so no line is ever split.
       FD  LiveFile.
       01  LiveRecord              PIC X(224).

       FD  TempFile.
       01  TempRecord              PIC X(224).

       FD  HistFile.
       01  HistRecord              PIC X(224).

       FD  FeedLogFile.
       01  FeedLogRecord.
           05  FLOG-DATE           PIC 9(8).
           05  FLOG-SEQ            PIC 9(6).
           05  FLOG-GEN            PIC 9(4).
           05  FLOG-COUNT          PIC 9(7).
           05  FLOG-HASH           PIC 9(12).
           05  FLOG-REGION         PIC X(10).

       FD  FeedAckFile.
       01  FeedAckRecord.
           05  ACK-DATE            PIC 9(8).
           05  ACK-SEQ             PIC 9(6).
           05  ACK-HASH            PIC 9(12).
           05  ACK-STATUS          PIC X(1).
           05  ACK-REGION          PIC X(10).

       FD  ControlMasterFile.
       01  ControlMasterRecord.
           05  CTL-LAST-RUN-DATE   PIC 9(8).
           05  CTL-LAST-CLOSED     PIC 9(6).
           05  FILLER              PIC X(434).

       FD  RunLockFile.
       01  RunLockRecord.
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(8).
           05  LOCK-OPERATOR       PIC X(20).

       FD  TrailSealFile.
       01  TrailSealRecord.
           05  TSL-TRAIL           PIC X(16).
           05  TSL-BASE-SEQ        PIC 9(9).
           05  TSL-BASE-CHECK      PIC 9(9).
           05  TSL-LAST-SEQ        PIC 9(9).
           05  TSL-LAST-CHECK      PIC 9(9).
           05  TSL-UPDATED-DATE    PIC 9(8).
           05  TSL-UPDATED-TIME    PIC 9(8).

       FD  RolloverReportFile.
       01  RolloverReportRecord    PIC X(132).

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
       01  LiveStatus              PIC XX.
       01  TempStatus              PIC XX.
       01  HistStatus              PIC XX.
       01  FeedLogStatus           PIC XX.
       01  FeedAckStatus           PIC XX.
       01  ControlMasterStatus     PIC XX.
       01  RunLockStatus           PIC XX.
       01  TrailSealStatus         PIC XX.
       01  RolloverReportStatus    PIC XX.
       01  OpAuthStatus            PIC XX.
       01  EventStatus             PIC XX.

       01  WS-LIVE-FILENAME        PIC X(30) VALUE SPACES.
       01  WS-TEMP-FILENAME        PIC X(30) VALUE SPACES.
       01  WS-HIST-FILENAME        PIC X(30) VALUE SPACES.
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE    PIC X(8) VALUE SPACES.
       01  WS-OPERATOR             PIC X(20).

      * The cut-off: the first day after the last closed period.
       01  WS-LAST-CLOSED.
           05  WS-LAST-CLOSED-CCYY PIC 9(4).
           05  WS-LAST-CLOSED-MM   PIC 9(2).
       01  WS-LAST-CLOSED-NUM REDEFINES WS-LAST-CLOSED PIC 9(6).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-CCYY      PIC 9(4).
           05  WS-CUTOFF-MM        PIC 9(2).
           05  WS-CUTOFF-DD        PIC 9(2).
       01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

      * Generations older than the nightly run's WS-RETENTION-DAYS
      * have been purged; a catalog row inside it is still online.
       01  WS-RETENTION-DAYS       PIC 9(3) VALUE 7.
       01  WS-PURGE-BOUNDARY       PIC 9(8) VALUE 0.

      * The register being rolled and how to read it.
       01  WS-REG-NAME             PIC X(8) VALUE SPACES.
           88  WS-REG-IS-RUNLOG        VALUE "runlog".
           88  WS-REG-IS-EVENTS        VALUE "events".
           88  WS-REG-IS-FEEDLOG       VALUE "feedlog".
           88  WS-REG-IS-FEEDACK       VALUE "feedack".
           88  WS-REG-IS-GENCAT        VALUE "gencat".
       01  WS-SEAL-LEN             PIC 9(4) VALUE 0.
       01  WS-ROW-DATE             PIC X(8).
       01  WS-ROW-DATE-NUM REDEFINES WS-ROW-DATE PIC 9(8).
       01  WS-ROW-YEAR             PIC 9(4) VALUE 0.
       01  WS-MOVE-SWITCH          PIC X VALUE "N".
           88  WS-ROW-MOVES            VALUE "Y".
       01  WS-PREFIX-SWITCH        PIC X VALUE "Y".
           88  WS-PREFIX-OPEN          VALUE "Y".
       01  WS-LIVE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-LIVE-EOF             VALUE "Y".
       01  WS-TEMP-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TEMP-EOF             VALUE "Y".
       01  WS-HIST-EOF-SWITCH      PIC X VALUE "N".
           88  WS-HIST-EOF             VALUE "Y".
       01  WS-HIST-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-HIST-IS-OPEN         VALUE "Y".
       01  WS-HIST-OPEN-YEAR       PIC 9(4) VALUE 0.
       01  WS-REG-PROOF-SWITCH     PIC X VALUE "Y".
           88  WS-REG-PROOF-BALANCES   VALUE "Y".
       01  WS-REG-FINDING          PIC X(100) VALUE SPACES.
       01  WS-SEAL-BREAK-SWITCH    PIC X VALUE "N".
           88  WS-SEAL-BROKEN          VALUE "Y".
      * A WRITE that failed - the .tmp, a history file, the live
      * register or trailseal.dat.  The first failure is kept for the
      * event; nothing further is rolled once one has happened.
       01  WS-WRITE-FAIL-SWITCH    PIC X VALUE "N".
           88  WS-WRITE-FAILED         VALUE "Y".
       01  WS-WRITE-FAIL-FILE      PIC X(30) VALUE SPACES.
       01  WS-WRITE-FAIL-STATUS    PIC XX VALUE SPACES.

      * The proof for the register being rolled.
       01  WS-BEFORE-COUNT         PIC 9(9) VALUE 0.
       01  WS-MOVED-COUNT          PIC 9(9) VALUE 0.
       01  WS-KEPT-COUNT           PIC 9(9) VALUE 0.
       01  WS-TEMP-COUNT           PIC 9(9) VALUE 0.
       01  WS-HIST-WRITTEN         PIC 9(9) VALUE 0.
       01  WS-COPIED-COUNT         PIC 9(9) VALUE 0.
       01  WS-AFTER-COUNT          PIC 9(9) VALUE 0.
       01  WS-HIST-GROWTH          PIC 9(9) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(9) VALUE 0.
       01  WS-SUM-COUNT            PIC 9(10) VALUE 0.

      * The history files the register's rows went to, with the
      * lines each held before the first row was appended.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-ENTRY OCCURS 20 TIMES INDEXED BY YR-IDX.
               10  YR-CCYY             PIC 9(4).
               10  YR-BEFORE           PIC 9(9).
               10  YR-WRITTEN          PIC 9(9).
       01  WS-YEAR-COUNT           PIC 9(2) VALUE 0.
       01  WS-YEAR-SUB             PIC 9(2) VALUE 0.

      * Run totals across the registers.
       01  WS-TOTAL-MOVED          PIC 9(9) VALUE 0.
       01  WS-FAILED-REGISTERS     PIC 9(2) VALUE 0.
       01  WS-SKIPPED-REGISTERS    PIC 9(2) VALUE 0.

      * The latest date runlog.dat shows a SUCCESS for - the line
      * FIZZBUZZ-CATCHUP measures from never moves.
       01  WS-LAST-SUCCESS         PIC 9(8) VALUE 0.
       01  WS-LOG-PART-1           PIC X(224).
       01  WS-LOG-PART-2           PIC X(224).

      * trailseal.dat, loaded so the sealed trails can be proved as
      * they move and re-based afterwards.
       01  WS-REG-TABLE.
           05  WS-REG-ROW OCCURS 20 TIMES INDEXED BY REG-IDX.
               10  REG-TRAIL           PIC X(16).
               10  REG-BASE-SEQ        PIC 9(9).
               10  REG-BASE-CHECK      PIC 9(9).
               10  REG-LAST-SEQ        PIC 9(9).
               10  REG-LAST-CHECK      PIC 9(9).
               10  REG-UPDATED-DATE    PIC 9(8).
               10  REG-UPDATED-TIME    PIC 9(8).
       01  WS-REG-ROWS             PIC 9(2) VALUE 0.
       01  WS-REG-SUB              PIC 9(2) VALUE 0.
       01  WS-TSL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-TSL-EOF              VALUE "Y".
       01  WS-PREV-SEQ             PIC 9(9) VALUE 0.
       01  WS-PREV-CHECK           PIC 9(9) VALUE 0.
       01  WS-CHAIN-SWITCH         PIC X VALUE "N".
           88  WS-CHAIN-SEEN           VALUE "Y".
       01  WS-REBASE-SWITCH        PIC X VALUE "N".
           88  WS-REBASE-NEEDED        VALUE "Y".
       01  WS-EXPECTED-SEQ         PIC 9(9) VALUE 0.
       01  WS-STAMP.
           05  WS-STAMP-TAG        PIC X(5).
           05  WS-STAMP-SEQ        PIC X(9).
           05  WS-STAMP-SEQ-NUM REDEFINES WS-STAMP-SEQ PIC 9(9).
           05  WS-STAMP-DOT        PIC X(1).
           05  WS-STAMP-CHECK      PIC X(9).
           05  WS-STAMP-CHECK-NUM REDEFINES WS-STAMP-CHECK PIC 9(9).

      * Every feed registered, one entry per date/region/sequence,
      * with the hash of its last registration and the state the
      * acknowledgements leave it in - the same matching
      * FIZZBUZZ-FEEDACK does.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 5000 TIMES INDEXED BY FEED-IDX.
               10  FEED-DATE           PIC 9(8).
               10  FEED-SEQ            PIC 9(6).
               10  FEED-REGION         PIC X(10).
               10  FEED-HASH           PIC 9(12).
               10  FEED-ACK-STATE      PIC X(1).
                   88  FEED-CLOSED         VALUE "A".
       01  WS-FEED-COUNT           PIC 9(4) VALUE 0.
       01  WS-FEED-SUB             PIC 9(4) VALUE 0.
       01  WS-FEEDS-SWITCH         PIC X VALUE "Y".
           88  WS-FEEDS-LOADED         VALUE "Y".
       01  WS-FEED-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEED-EOF             VALUE "Y".
       01  WS-KEY-DATE             PIC 9(8) VALUE 0.
       01  WS-KEY-SEQ              PIC 9(6) VALUE 0.
       01  WS-KEY-REGION           PIC X(10) VALUE SPACES.

       01  WS-REPORT-LINE          PIC X(132).
       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-COUNT-EDIT-2         PIC Z(8)9.

       01  WS-AUTH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED         VALUE "Y".
       01  WS-EVT-TIME             PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY         PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT             PIC X(80) VALUE SPACES.

      * Request block and record content for FIZZBUZZ-SEAL - "S"
      * stamps this program's own events, "C" recomputes the check
      * value of a record being moved.
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
           DISPLAY "----- FizzBuzz Register Rollover -----"
           DISPLAY " "

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
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for ROLLOVER; nothing moved."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - ROLLOVER by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      * The registers are rewritten in place; a nightly run appending
      * to them meanwhile would lose its lines.
           OPEN INPUT RunLockFile
           IF RunLockStatus = "00"
               INITIALIZE RunLockRecord
               READ RunLockFile
                   AT END
                       CONTINUE
               END-READ
               CLOSE RunLockFile
               DISPLAY "Error: a run-lock is held by " LOCK-OPERATOR
                   " since " LOCK-DATE " " LOCK-TIME "; the "
                   "registers cannot be rolled while the nightly run "
                   "holds them.  Nothing moved."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COMPUTE-CUTOFF-PROCEDURE
           IF WS-CUTOFF-NUM = 0
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Cut-off  : rows dated before " WS-CUTOFF-NUM
               " are prior-period."
           DISPLAY "Purged   : catalog rows dated before "
               WS-PURGE-BOUNDARY " are off line."

           STRING "rollover." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT RolloverReportFile
           IF RolloverReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " RolloverReportStatus "; nothing "
                   "moved."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           PERFORM LOAD-REGISTER-PROCEDURE
           PERFORM FIND-LAST-SUCCESS-PROCEDURE
           PERFORM LOAD-FEEDS-PROCEDURE

           MOVE "runlog" TO WS-REG-NAME
           MOVE 200 TO WS-SEAL-LEN
           PERFORM ROLL-REGISTER-PROCEDURE

           MOVE "events" TO WS-REG-NAME
           MOVE 111 TO WS-SEAL-LEN
           PERFORM ROLL-REGISTER-PROCEDURE

           MOVE 0 TO WS-SEAL-LEN
           IF WS-FEEDS-LOADED
               MOVE "feedlog" TO WS-REG-NAME
               PERFORM ROLL-REGISTER-PROCEDURE
               MOVE "feedack" TO WS-REG-NAME
               PERFORM ROLL-REGISTER-PROCEDURE
           ELSE
               ADD 1 TO WS-SKIPPED-REGISTERS
               MOVE SPACES TO RolloverReportRecord
               WRITE RolloverReportRecord
               MOVE "feedlog.dat / feedack.dat: NOT ROLLED - more "
                   TO WS-REPORT-LINE
               MOVE "feeds or acknowledgements than the 5000-row "
                   TO WS-REPORT-LINE(46:)
               MOVE "tables carry" TO WS-REPORT-LINE(90:)
               MOVE WS-REPORT-LINE TO RolloverReportRecord
               WRITE RolloverReportRecord
           END-IF

           MOVE "gencat" TO WS-REG-NAME
           PERFORM ROLL-REGISTER-PROCEDURE

           PERFORM WRITE-REPORT-SUMMARY-PROCEDURE
           CLOSE RolloverReportFile

           MOVE SPACES TO WS-EVT-TEXT
           MOVE WS-TOTAL-MOVED TO WS-COUNT-EDIT
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   STRING "rollover stopped - " DELIMITED BY SIZE
                       WS-WRITE-FAIL-FILE DELIMITED BY SPACE
                       " write failed, status " DELIMITED BY SIZE
                       WS-WRITE-FAIL-STATUS DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       WS-RPT-FILENAME DELIMITED BY SPACE
                       INTO WS-EVT-TEXT
               WHEN WS-FAILED-REGISTERS > 0
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   STRING "rollover before " DELIMITED BY SIZE
                       WS-CUTOFF-NUM DELIMITED BY SIZE
                       " - a proof or seal did not hold, see "
                       DELIMITED BY SIZE
                       WS-RPT-FILENAME DELIMITED BY SPACE
                       INTO WS-EVT-TEXT
               WHEN WS-SKIPPED-REGISTERS > 0
                   MOVE "WARN " TO WS-EVT-SEVERITY
                   STRING "rollover before " DELIMITED BY SIZE
                       WS-CUTOFF-NUM DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " rows moved, feeds not rolled"
                       DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               WHEN OTHER
                   MOVE "INFO" TO WS-EVT-SEVERITY
                   STRING "rollover before " DELIMITED BY SIZE
                       WS-CUTOFF-NUM DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " rows moved, every move proved"
                       DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
           END-EVALUATE
           PERFORM WRITE-EVENT-PROCEDURE

           DISPLAY " "
           DISPLAY "Rows moved : " WS-TOTAL-MOVED
           DISPLAY "Report     : " WS-RPT-FILENAME

           EVALUATE TRUE
               WHEN WS-WRITE-FAILED
                   DISPLAY "Error: a write to " WS-WRITE-FAIL-FILE
                       " failed, Status: " WS-WRITE-FAIL-STATUS
                       "; the rollover stopped.  See the report."
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FAILED-REGISTERS > 0
                   DISPLAY "Error: " WS-FAILED-REGISTERS " register(s) "
                       "did not prove; see the report."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-REGISTERS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ** add other procedures here

      * Is the operator granted ROLLOVER on opauth.dat?  A missing
      * list leaves the function unrestricted with a loud warning,
      * so a shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; the register rollover "
                   "is unrestricted."
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = "ROLLOVER"
                           SET WS-AUTH-ALLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpAuthFile.

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
           MOVE "ROLLOVR"       TO EVT-PROGRAM
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

      * Prior period ends with the last month MCLOSE closed; with no
      * period ever closed there is nothing prior and the run is
      * refused (WS-CUTOFF-NUM left zero).
       COMPUTE-CUTOFF-PROCEDURE.
           MOVE 0 TO WS-CUTOFF-NUM
           OPEN INPUT ControlMasterFile
           IF ControlMasterStatus NOT = "00"
               DISPLAY "Error: Unable to open ctlmast.dat, Status: "
                   ControlMasterStatus "; no closed period to roll "
                   "out.  Nothing moved."
               EXIT PARAGRAPH
           END-IF
           READ ControlMasterFile
               AT END
                   MOVE SPACES TO ControlMasterRecord
           END-READ
           CLOSE ControlMasterFile

           IF CTL-LAST-CLOSED IS NOT NUMERIC
            OR CTL-LAST-CLOSED = 0
               DISPLAY "Error: ctlmast.dat records no closed period; "
                   "nothing is prior-period.  Nothing moved."
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-LAST-CLOSED TO WS-LAST-CLOSED-NUM
           IF WS-LAST-CLOSED-MM = 12
               COMPUTE WS-CUTOFF-CCYY = WS-LAST-CLOSED-CCYY + 1
               MOVE 1 TO WS-CUTOFF-MM
           ELSE
               MOVE WS-LAST-CLOSED-CCYY TO WS-CUTOFF-CCYY
               COMPUTE WS-CUTOFF-MM = WS-LAST-CLOSED-MM + 1
           END-IF
           MOVE 1 TO WS-CUTOFF-DD

           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-RETENTION-DAYS)
               TO WS-PURGE-BOUNDARY.

       LOAD-REGISTER-PROCEDURE.
           MOVE 0 TO WS-REG-ROWS
           MOVE "N" TO WS-TSL-EOF-SWITCH
           OPEN INPUT TrailSealFile
           IF TrailSealStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TSL-EOF
               READ TrailSealFile
                   AT END
                       SET WS-TSL-EOF TO TRUE
                   NOT AT END
                       IF WS-REG-ROWS < 20
                        AND TrailSealRecord NOT = SPACES
                           ADD 1 TO WS-REG-ROWS
                           MOVE TrailSealRecord
                               TO WS-REG-ROW(WS-REG-ROWS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrailSealFile.

      * The same reading FIZZBUZZ-CATCHUP makes: the latest date any
      * OUTCOME=SUCCESS line carries.
       FIND-LAST-SUCCESS-PROCEDURE.
           MOVE "runlog.dat" TO WS-LIVE-FILENAME
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           OPEN INPUT LiveFile
           IF LiveStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIVE-EOF
               READ LiveFile
                   AT END
                       SET WS-LIVE-EOF TO TRUE
                   NOT AT END
                       IF LiveRecord(1:5) = "DATE="
                        AND LiveRecord(6:8) IS NUMERIC
                           MOVE SPACES TO WS-LOG-PART-1 WS-LOG-PART-2
                           UNSTRING LiveRecord DELIMITED BY "OUTCOME="
                               INTO WS-LOG-PART-1 WS-LOG-PART-2
                           END-UNSTRING
                           MOVE LiveRecord(6:8) TO WS-ROW-DATE
                           IF WS-LOG-PART-2(1:7) = "SUCCESS"
                            AND WS-ROW-DATE-NUM > WS-LAST-SUCCESS
                               MOVE WS-ROW-DATE-NUM TO WS-LAST-SUCCESS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LiveFile.

      * Which feeds are closed out: every registration is loaded
      * (the last one's hash is the feed as it shipped), then every
      * acknowledgement is applied in file order, exactly as
      * FIZZBUZZ-FEEDACK applies them.  A blank region on either
      * side is the single-feed ALL stream.
       LOAD-FEEDS-PROCEDURE.
           MOVE 0 TO WS-FEED-COUNT
           OPEN INPUT FeedLogFile
           IF FeedLogStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FEED-EOF-SWITCH
           PERFORM UNTIL WS-FEED-EOF
               READ FeedLogFile
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       IF FeedLogRecord(1:37) IS NUMERIC
                           MOVE FLOG-DATE TO WS-KEY-DATE
                           MOVE FLOG-SEQ  TO WS-KEY-SEQ
                           MOVE FLOG-REGION TO WS-KEY-REGION
                           PERFORM FIND-FEED-PROCEDURE
                           IF WS-FEED-SUB = 0
                               PERFORM ADD-FEED-PROCEDURE
                           END-IF
                           IF WS-FEED-SUB > 0
                               MOVE FLOG-HASH
                                   TO FEED-HASH(WS-FEED-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeedLogFile

           IF NOT WS-FEEDS-LOADED
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FeedAckFile
           IF FeedAckStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FEED-EOF-SWITCH
           PERFORM UNTIL WS-FEED-EOF
               READ FeedAckFile
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       IF ACK-DATE IS NUMERIC AND ACK-SEQ IS NUMERIC
                           MOVE ACK-DATE TO WS-KEY-DATE
                           MOVE ACK-SEQ  TO WS-KEY-SEQ
                           MOVE ACK-REGION TO WS-KEY-REGION
                           PERFORM FIND-FEED-PROCEDURE
                           IF WS-FEED-SUB > 0
                               PERFORM APPLY-ACK-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeedAckFile.

       APPLY-ACK-PROCEDURE.
           EVALUATE TRUE
               WHEN ACK-STATUS = "A"
                AND ACK-HASH IS NUMERIC
                AND ACK-HASH = FEED-HASH(WS-FEED-SUB)
                   MOVE "A" TO FEED-ACK-STATE(WS-FEED-SUB)
               WHEN ACK-STATUS = "A"
                   MOVE "H" TO FEED-ACK-STATE(WS-FEED-SUB)
               WHEN OTHER
                   MOVE "R" TO FEED-ACK-STATE(WS-FEED-SUB)
           END-EVALUATE.

       FIND-FEED-PROCEDURE.
           IF WS-KEY-REGION = SPACES
               MOVE "ALL" TO WS-KEY-REGION
           END-IF
           MOVE 0 TO WS-FEED-SUB
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
                      OR WS-FEED-SUB > 0
               IF FEED-DATE(FEED-IDX) = WS-KEY-DATE
                AND FEED-SEQ(FEED-IDX) = WS-KEY-SEQ
                AND FEED-REGION(FEED-IDX) = WS-KEY-REGION
                   SET WS-FEED-SUB TO FEED-IDX
               END-IF
           END-PERFORM.

      * A register too big for the table is not rolled at all - a
      * feed left out of the table could not be proved closed.
       ADD-FEED-PROCEDURE.
           IF WS-FEED-COUNT >= 5000
               MOVE "N" TO WS-FEEDS-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEED-COUNT
           MOVE WS-FEED-COUNT TO WS-FEED-SUB
           MOVE WS-KEY-DATE   TO FEED-DATE(WS-FEED-SUB)
           MOVE WS-KEY-SEQ    TO FEED-SEQ(WS-FEED-SUB)
           MOVE WS-KEY-REGION TO FEED-REGION(WS-FEED-SUB)
           MOVE 0             TO FEED-HASH(WS-FEED-SUB)
           MOVE "U"           TO FEED-ACK-STATE(WS-FEED-SUB).

      * One register, start to finish: split, prove the split,
      * rewrite the live file, prove the rewrite and the history.
       ROLL-REGISTER-PROCEDURE.
           MOVE SPACES TO WS-LIVE-FILENAME WS-TEMP-FILENAME
           STRING WS-REG-NAME DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-LIVE-FILENAME
           STRING WS-REG-NAME DELIMITED BY SPACE
               ".tmp" DELIMITED BY SIZE
               INTO WS-TEMP-FILENAME

           MOVE 0 TO WS-BEFORE-COUNT WS-MOVED-COUNT WS-KEPT-COUNT
               WS-TEMP-COUNT WS-HIST-WRITTEN WS-COPIED-COUNT
               WS-AFTER-COUNT WS-HIST-GROWTH WS-YEAR-COUNT
           MOVE "Y" TO WS-REG-PROOF-SWITCH
           MOVE "Y" TO WS-PREFIX-SWITCH
           MOVE "N" TO WS-CHAIN-SWITCH
           MOVE "N" TO WS-REBASE-SWITCH
           MOVE "N" TO WS-SEAL-BREAK-SWITCH
           MOVE "N" TO WS-HIST-OPEN-SWITCH
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           MOVE SPACES TO WS-REG-FINDING

           IF WS-WRITE-FAILED
               MOVE "N" TO WS-REG-PROOF-SWITCH
               MOVE "not rolled - a write failed on an earlier "
                   TO WS-REG-FINDING
               MOVE "register" TO WS-REG-FINDING(43:)
               PERFORM WRITE-REGISTER-LINES-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PREV-SEQ WS-PREV-CHECK WS-REG-SUB
           IF WS-SEAL-LEN > 0
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > WS-REG-ROWS
                   IF REG-TRAIL(REG-IDX) = WS-LIVE-FILENAME
                       SET WS-REG-SUB TO REG-IDX
                   END-IF
               END-PERFORM
               IF WS-REG-SUB > 0
                   MOVE REG-BASE-SEQ(WS-REG-SUB)   TO WS-PREV-SEQ
                   MOVE REG-BASE-CHECK(WS-REG-SUB) TO WS-PREV-CHECK
                   IF REG-BASE-SEQ(WS-REG-SUB) > 0
                       SET WS-CHAIN-SEEN TO TRUE
                   END-IF
               END-IF
           END-IF

           OPEN INPUT LiveFile
           IF LiveStatus = "35"
               MOVE "not present - nothing to roll"
                   TO WS-REG-FINDING
               PERFORM WRITE-REGISTER-LINES-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           IF LiveStatus NOT = "00"
               STRING "cannot be opened, status " DELIMITED BY SIZE
                   LiveStatus DELIMITED BY SIZE
                   " - not rolled" DELIMITED BY SIZE
                   INTO WS-REG-FINDING
               MOVE "N" TO WS-REG-PROOF-SWITCH
               PERFORM WRITE-REGISTER-LINES-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TempFile
           IF TempStatus NOT = "00"
               STRING WS-TEMP-FILENAME DELIMITED BY SPACE
                   " cannot be opened, status " DELIMITED BY SIZE
                   TempStatus DELIMITED BY SIZE
                   " - not rolled" DELIMITED BY SIZE
                   INTO WS-REG-FINDING
               CLOSE LiveFile
               MOVE "N" TO WS-REG-PROOF-SWITCH
               PERFORM WRITE-REGISTER-LINES-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-LIVE-EOF
               READ LiveFile
                   AT END
                       SET WS-LIVE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BEFORE-COUNT
                       PERFORM CLASSIFY-ROW-PROCEDURE
                       IF WS-ROW-MOVES
                           PERFORM WRITE-HISTORY-PROCEDURE
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                           MOVE LiveRecord TO TempRecord
                           WRITE TempRecord
                           IF TempStatus = "00"
                               ADD 1 TO WS-TEMP-COUNT
                           ELSE
                               MOVE WS-TEMP-FILENAME
                                   TO WS-WRITE-FAIL-FILE
                               MOVE TempStatus
                                   TO WS-WRITE-FAIL-STATUS
                               PERFORM WRITE-FAILED-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LiveFile
           CLOSE TempFile
           IF WS-HIST-IS-OPEN
               CLOSE HistFile
               MOVE "N" TO WS-HIST-OPEN-SWITCH
           END-IF

      * A row that could not be written leaves the .tmp short, so
      * it is no copy of anything: the live register stays exactly as
      * it was and the .tmp goes.  Rows already appended to a history
      * file are on the report as added; they are still live too.
           IF WS-WRITE-FAILED
               CALL "CBL_DELETE_FILE" USING WS-TEMP-FILENAME
               MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
               PERFORM WRITE-REGISTER-LINES-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      * Nothing moved - the live register is left exactly as it was.
           IF WS-MOVED-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-TEMP-FILENAME
               MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
               PERFORM WRITE-REGISTER-LINES-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SUM-COUNT = WS-MOVED-COUNT + WS-KEPT-COUNT
           IF WS-SUM-COUNT NOT = WS-BEFORE-COUNT
            OR WS-TEMP-COUNT NOT = WS-KEPT-COUNT
            OR WS-HIST-WRITTEN NOT = WS-MOVED-COUNT
               MOVE "N" TO WS-REG-PROOF-SWITCH
               MOVE "split does not account for every row - live "
                   TO WS-REG-FINDING
               MOVE "register left untouched" TO WS-REG-FINDING(46:)
           END-IF

           IF WS-REG-PROOF-BALANCES
               PERFORM REWRITE-LIVE-PROCEDURE
           END-IF
           IF WS-REG-PROOF-BALANCES
               PERFORM PROVE-LIVE-PROCEDURE
           END-IF
           PERFORM PROVE-HISTORY-PROCEDURE

           IF WS-REG-PROOF-BALANCES
               CALL "CBL_DELETE_FILE" USING WS-TEMP-FILENAME
               ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED
               IF WS-REBASE-NEEDED
                   PERFORM REBASE-TRAIL-PROCEDURE
               END-IF
           END-IF

           PERFORM WRITE-REGISTER-LINES-PROCEDURE.

      * Decide one row: does it move, and to which year?
       CLASSIFY-ROW-PROCEDURE.
           MOVE "N" TO WS-MOVE-SWITCH
           EVALUATE TRUE
               WHEN WS-REG-IS-RUNLOG
                   IF LiveRecord(1:5) = "DATE="
                       MOVE LiveRecord(6:8) TO WS-ROW-DATE
                   ELSE
                       MOVE SPACES TO WS-ROW-DATE
                   END-IF
               WHEN WS-REG-IS-EVENTS
                   MOVE LiveRecord(1:8) TO WS-ROW-DATE
               WHEN OTHER
                   MOVE LiveRecord(1:8) TO WS-ROW-DATE
           END-EVALUATE

           IF WS-ROW-DATE IS NOT NUMERIC
               IF WS-SEAL-LEN > 0
                   MOVE "N" TO WS-PREFIX-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-DATE-NUM NOT < WS-CUTOFF-NUM
               IF WS-SEAL-LEN > 0
                   MOVE "N" TO WS-PREFIX-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-DATE(1:4) TO WS-ROW-YEAR

           EVALUATE TRUE
               WHEN WS-REG-IS-RUNLOG
                   IF WS-PREFIX-OPEN
                       PERFORM CLASSIFY-RUNLOG-PROCEDURE
                   END-IF
               WHEN WS-REG-IS-EVENTS
                   IF WS-PREFIX-OPEN
                       PERFORM PROVE-SEAL-PROCEDURE
                   END-IF
               WHEN WS-REG-IS-FEEDLOG
                   MOVE LiveRecord TO FeedLogRecord
                   MOVE FLOG-DATE TO WS-KEY-DATE
                   MOVE FLOG-SEQ  TO WS-KEY-SEQ
                   MOVE FLOG-REGION TO WS-KEY-REGION
                   PERFORM CLASSIFY-FEED-PROCEDURE
               WHEN WS-REG-IS-FEEDACK
                   MOVE LiveRecord TO FeedAckRecord
                   MOVE ACK-DATE TO WS-KEY-DATE
                   IF ACK-SEQ IS NUMERIC
                       MOVE ACK-SEQ TO WS-KEY-SEQ
                       MOVE ACK-REGION TO WS-KEY-REGION
                       PERFORM CLASSIFY-FEED-PROCEDURE
                   END-IF
               WHEN WS-REG-IS-GENCAT
                   IF WS-ROW-DATE-NUM < WS-PURGE-BOUNDARY
                       SET WS-ROW-MOVES TO TRUE
                   END-IF
           END-EVALUATE.

      * The latest SUCCESS line stays, and so does everything after
      * it - the prefix ends there.
       CLASSIFY-RUNLOG-PROCEDURE.
           MOVE SPACES TO WS-LOG-PART-1 WS-LOG-PART-2
           UNSTRING LiveRecord DELIMITED BY "OUTCOME="
               INTO WS-LOG-PART-1 WS-LOG-PART-2
           END-UNSTRING
           IF WS-LOG-PART-2(1:7) = "SUCCESS"
            AND WS-ROW-DATE-NUM = WS-LAST-SUCCESS
               MOVE "N" TO WS-PREFIX-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM PROVE-SEAL-PROCEDURE.

      * A record about to leave a sealed trail must prove against the
      * chain first: the next sequence number, and the check value
      * FIZZBUZZ-SEAL recomputes from the previous one.  Unsealed
      * lines ahead of the first seal are history from before the
      * trail was sealed and move with the rest; an unsealed line
      * after it, or a record that does not prove, ends the prefix
      * and is reported.
       PROVE-SEAL-PROCEDURE.
           MOVE LiveRecord(WS-SEAL-LEN + 1:24) TO WS-STAMP
           IF WS-STAMP-TAG NOT = "SEAL="
            OR WS-STAMP-SEQ IS NOT NUMERIC
            OR WS-STAMP-CHECK IS NOT NUMERIC
               IF WS-CHAIN-SEEN
                   MOVE "N" TO WS-PREFIX-SWITCH
                   SET WS-SEAL-BROKEN TO TRUE
                   MOVE WS-BEFORE-COUNT TO WS-COUNT-EDIT
                   STRING "line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       " is unsealed inside the chain - moved up to "
                       DELIMITED BY SIZE
                       "it only; run FIZZBUZZ-SEALCHK"
                       DELIMITED BY SIZE
                       INTO WS-REG-FINDING
               ELSE
                   SET WS-ROW-MOVES TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
           IF WS-STAMP-SEQ-NUM NOT = WS-EXPECTED-SEQ
               PERFORM SEAL-BROKEN-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "C"               TO WS-SEAL-FUNCTION
           MOVE WS-LIVE-FILENAME  TO WS-SEAL-TRAIL
           MOVE WS-SEAL-LEN       TO WS-SEAL-TEXT-LEN
           MOVE WS-PREV-SEQ       TO WS-SEAL-PREV-SEQ
           MOVE WS-PREV-CHECK     TO WS-SEAL-PREV-CHECK
           MOVE WS-STAMP-SEQ-NUM  TO WS-SEAL-SEQ
           MOVE SPACES            TO WS-SEAL-TEXT
           MOVE LiveRecord(1:WS-SEAL-LEN) TO WS-SEAL-TEXT
           MOVE RETURN-CODE TO WS-SEAL-SAVE-RC
           CALL "FIZZBUZZ-SEAL" USING WS-SEAL-REQUEST WS-SEAL-TEXT
           MOVE WS-SEAL-SAVE-RC TO RETURN-CODE

           IF WS-SEAL-CHECK NOT = WS-STAMP-CHECK-NUM
               PERFORM SEAL-BROKEN-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           SET WS-CHAIN-SEEN TO TRUE
           SET WS-REBASE-NEEDED TO TRUE
           MOVE WS-STAMP-SEQ-NUM   TO WS-PREV-SEQ
           MOVE WS-STAMP-CHECK-NUM TO WS-PREV-CHECK
           SET WS-ROW-MOVES TO TRUE.

       SEAL-BROKEN-PROCEDURE.
           MOVE "N" TO WS-PREFIX-SWITCH
           SET WS-SEAL-BROKEN TO TRUE
           MOVE WS-BEFORE-COUNT TO WS-COUNT-EDIT
           STRING "line " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " does not prove against its seal - moved up to it "
               DELIMITED BY SIZE
               "only" DELIMITED BY SIZE
               INTO WS-REG-FINDING.

      * A feedlog or feedack row moves with its feed: closed out by a
      * clean acceptance.
       CLASSIFY-FEED-PROCEDURE.
           PERFORM FIND-FEED-PROCEDURE
           IF WS-FEED-SUB > 0
               IF FEED-CLOSED(WS-FEED-SUB)
                   SET WS-ROW-MOVES TO TRUE
               END-IF
           END-IF.

      * Append one row to the history file for its year, switching
      * files when the year changes.  The first time a year's file is
      * touched its existing lines are counted, so the proof can show
      * it grew by exactly the rows moved.
       WRITE-HISTORY-PROCEDURE.
           IF NOT WS-HIST-IS-OPEN
            OR WS-HIST-OPEN-YEAR NOT = WS-ROW-YEAR
               PERFORM OPEN-HISTORY-PROCEDURE
           END-IF
           IF NOT WS-HIST-IS-OPEN
               MOVE "N" TO WS-REG-PROOF-SWITCH
               ADD 1 TO WS-MOVED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MOVED-COUNT
           MOVE LiveRecord TO HistRecord
           WRITE HistRecord
           IF HistStatus = "00"
               ADD 1 TO WS-HIST-WRITTEN
               ADD 1 TO YR-WRITTEN(WS-YEAR-SUB)
           ELSE
               MOVE WS-HIST-FILENAME TO WS-WRITE-FAIL-FILE
               MOVE HistStatus TO WS-WRITE-FAIL-STATUS
               PERFORM WRITE-FAILED-PROCEDURE
           END-IF.

      * A WRITE failed: stop reading the live register and say so.
       WRITE-FAILED-PROCEDURE.
           SET WS-WRITE-FAILED TO TRUE
           SET WS-LIVE-EOF TO TRUE
           MOVE "N" TO WS-REG-PROOF-SWITCH
           MOVE SPACES TO WS-REG-FINDING
           STRING WS-WRITE-FAIL-FILE DELIMITED BY SPACE
               " write failed, status " DELIMITED BY SIZE
               WS-WRITE-FAIL-STATUS DELIMITED BY SIZE
               " - live register kept as it was" DELIMITED BY SIZE
               INTO WS-REG-FINDING
           DISPLAY "    Error: unable to write " WS-WRITE-FAIL-FILE
               ", Status: " WS-WRITE-FAIL-STATUS.

       OPEN-HISTORY-PROCEDURE.
           IF WS-HIST-IS-OPEN
               CLOSE HistFile
               MOVE "N" TO WS-HIST-OPEN-SWITCH
           END-IF

           MOVE SPACES TO WS-HIST-FILENAME
           STRING WS-REG-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-ROW-YEAR DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HIST-FILENAME

           MOVE 0 TO WS-YEAR-SUB
           PERFORM VARYING YR-IDX FROM 1 BY 1
                   UNTIL YR-IDX > WS-YEAR-COUNT
               IF YR-CCYY(YR-IDX) = WS-ROW-YEAR
                   SET WS-YEAR-SUB TO YR-IDX
               END-IF
           END-PERFORM
           IF WS-YEAR-SUB = 0
               IF WS-YEAR-COUNT >= 20
                   MOVE "more than 20 history years in one run - "
                       TO WS-REG-FINDING
                   MOVE "not rolled" TO WS-REG-FINDING(41:)
                   EXIT PARAGRAPH
               END-IF
               PERFORM COUNT-HISTORY-PROCEDURE
               ADD 1 TO WS-YEAR-COUNT
               MOVE WS-YEAR-COUNT TO WS-YEAR-SUB
               MOVE WS-ROW-YEAR   TO YR-CCYY(WS-YEAR-SUB)
               MOVE WS-LINE-COUNT TO YR-BEFORE(WS-YEAR-SUB)
               MOVE 0             TO YR-WRITTEN(WS-YEAR-SUB)
           END-IF

           OPEN EXTEND HistFile
           IF HistStatus = "35"
               OPEN OUTPUT HistFile
           END-IF
           IF HistStatus NOT = "00"
               STRING WS-HIST-FILENAME DELIMITED BY SPACE
                   " cannot be opened, status " DELIMITED BY SIZE
                   HistStatus DELIMITED BY SIZE
                   INTO WS-REG-FINDING
               EXIT PARAGRAPH
           END-IF
           SET WS-HIST-IS-OPEN TO TRUE
           MOVE WS-ROW-YEAR TO WS-HIST-OPEN-YEAR.

      * Lines in the history file named by WS-HIST-FILENAME; a file
      * not yet there holds none.
       COUNT-HISTORY-PROCEDURE.
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO WS-HIST-EOF-SWITCH
           OPEN INPUT HistFile
           IF HistStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ HistFile
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE HistFile.

      * The live register is rebuilt from the proved .tmp.  A failure
      * part-way leaves the .tmp as the copy to recover from.
       REWRITE-LIVE-PROCEDURE.
           MOVE "N" TO WS-TEMP-EOF-SWITCH
           OPEN INPUT TempFile
           IF TempStatus NOT = "00"
               MOVE "N" TO WS-REG-PROOF-SWITCH
               STRING WS-TEMP-FILENAME DELIMITED BY SPACE
                   " cannot be reopened, status " DELIMITED BY SIZE
                   TempStatus DELIMITED BY SIZE
                   " - live register left untouched"
                   DELIMITED BY SIZE
                   INTO WS-REG-FINDING
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LiveFile
           IF LiveStatus NOT = "00"
               MOVE "N" TO WS-REG-PROOF-SWITCH
               STRING "cannot be rewritten, status " DELIMITED BY SIZE
                   LiveStatus DELIMITED BY SIZE
                   " - live register left untouched"
                   DELIMITED BY SIZE
                   INTO WS-REG-FINDING
               CLOSE TempFile
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TEMP-EOF
               READ TempFile
                   AT END
                       SET WS-TEMP-EOF TO TRUE
                   NOT AT END
                       MOVE TempRecord TO LiveRecord
                       WRITE LiveRecord
                       IF LiveStatus = "00"
                           ADD 1 TO WS-COPIED-COUNT
                       ELSE
                           SET WS-TEMP-EOF TO TRUE
                           SET WS-WRITE-FAILED TO TRUE
                           MOVE WS-LIVE-FILENAME TO WS-WRITE-FAIL-FILE
                           MOVE LiveStatus TO WS-WRITE-FAIL-STATUS
                           DISPLAY "    Error: unable to write "
                               WS-LIVE-FILENAME ", Status: " LiveStatus
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TempFile
           CLOSE LiveFile.

       PROVE-LIVE-PROCEDURE.
           MOVE 0 TO WS-AFTER-COUNT
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           OPEN INPUT LiveFile
           IF LiveStatus = "00"
               PERFORM UNTIL WS-LIVE-EOF
                   READ LiveFile
                       AT END
                           SET WS-LIVE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AFTER-COUNT
                   END-READ
               END-PERFORM
               CLOSE LiveFile
           END-IF

           IF WS-COPIED-COUNT NOT = WS-KEPT-COUNT
            OR WS-AFTER-COUNT NOT = WS-KEPT-COUNT
               MOVE "N" TO WS-REG-PROOF-SWITCH
               MOVE SPACES TO WS-REG-FINDING
               STRING "live register read back does not match the "
                   DELIMITED BY SIZE
                   "rows kept - " DELIMITED BY SIZE
                   WS-TEMP-FILENAME DELIMITED BY SPACE
                   " kept for recovery" DELIMITED BY SIZE
                   INTO WS-REG-FINDING
           END-IF.

      * Every history file touched, recounted: together they must
      * have grown by exactly the rows moved.
       PROVE-HISTORY-PROCEDURE.
           MOVE 0 TO WS-HIST-GROWTH
           PERFORM VARYING YR-IDX FROM 1 BY 1
                   UNTIL YR-IDX > WS-YEAR-COUNT
               MOVE SPACES TO WS-HIST-FILENAME
               MOVE YR-CCYY(YR-IDX) TO WS-ROW-YEAR
               STRING WS-REG-NAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-ROW-YEAR DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-HIST-FILENAME
               PERFORM COUNT-HISTORY-PROCEDURE
               IF WS-LINE-COUNT >= YR-BEFORE(YR-IDX)
                   COMPUTE WS-HIST-GROWTH = WS-HIST-GROWTH
                       + WS-LINE-COUNT - YR-BEFORE(YR-IDX)
               END-IF
           END-PERFORM

           IF WS-HIST-GROWTH NOT = WS-MOVED-COUNT
               MOVE "N" TO WS-REG-PROOF-SWITCH
               IF WS-REG-FINDING = SPACES
                   MOVE "history files did not grow by the rows moved"
                       TO WS-REG-FINDING
               END-IF
           END-IF.

      * The live trail now starts after the last record moved; the
      * register's base follows it so the seal check continues the
      * chain from there.  The seal module re-reads the register on
      * every call, so later stamps carry on from the same last
      * sequence number untouched.
       REBASE-TRAIL-PROCEDURE.
           IF WS-REG-SUB = 0
               MOVE "N" TO WS-REG-PROOF-SWITCH
               MOVE "trailseal.dat has no row for this trail - base "
                   TO WS-REG-FINDING
               MOVE "not moved" TO WS-REG-FINDING(48:)
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-REGISTER-PROCEDURE
           MOVE 0 TO WS-REG-SUB
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-ROWS
               IF REG-TRAIL(REG-IDX) = WS-LIVE-FILENAME
                   SET WS-REG-SUB TO REG-IDX
               END-IF
           END-PERFORM
           IF WS-REG-SUB = 0
               MOVE "N" TO WS-REG-PROOF-SWITCH
               MOVE "trailseal.dat row vanished - base not moved"
                   TO WS-REG-FINDING
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PREV-SEQ   TO REG-BASE-SEQ(WS-REG-SUB)
           MOVE WS-PREV-CHECK TO REG-BASE-CHECK(WS-REG-SUB)

           OPEN OUTPUT TrailSealFile
           IF TrailSealStatus NOT = "00"
               MOVE "N" TO WS-REG-PROOF-SWITCH
               MOVE WS-PREV-SEQ TO WS-COUNT-EDIT
               STRING "trailseal.dat cannot be rewritten, status "
                   DELIMITED BY SIZE
                   TrailSealStatus DELIMITED BY SIZE
                   " - set the base to seq " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-REG-FINDING
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-ROWS
                      OR WS-WRITE-FAILED
               MOVE WS-REG-ROW(REG-IDX) TO TrailSealRecord
               WRITE TrailSealRecord
               IF TrailSealStatus NOT = "00"
                   SET WS-WRITE-FAILED TO TRUE
                   MOVE "trailseal.dat" TO WS-WRITE-FAIL-FILE
                   MOVE TrailSealStatus TO WS-WRITE-FAIL-STATUS
                   MOVE "N" TO WS-REG-PROOF-SWITCH
                   MOVE WS-PREV-SEQ TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-REG-FINDING
                   STRING "trailseal.dat write failed, status "
                       DELIMITED BY SIZE
                       TrailSealStatus DELIMITED BY SIZE
                       " - set the base to seq " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                       INTO WS-REG-FINDING
               END-IF
           END-PERFORM
           CLOSE TrailSealFile.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Register Rollover -----"
               TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Closed   : period " DELIMITED BY SIZE
               WS-LAST-CLOSED-NUM DELIMITED BY SIZE
               " - rows dated before " DELIMITED BY SIZE
               WS-CUTOFF-NUM DELIMITED BY SIZE
               " are prior-period" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Purged   : catalog rows dated before "
               DELIMITED BY SIZE
               WS-PURGE-BOUNDARY DELIMITED BY SIZE
               " are off line" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord.

       WRITE-REGISTER-LINES-PROCEDURE.
           MOVE SPACES TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LIVE-FILENAME DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Rows before" TO WS-REPORT-LINE
           MOVE WS-BEFORE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(20:)
           MOVE "Moved" TO WS-REPORT-LINE(33:)
           MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(39:)
           MOVE "Kept" TO WS-REPORT-LINE(52:)
           MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(57:)
           MOVE "Rows after" TO WS-REPORT-LINE(70:)
           MOVE WS-AFTER-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(81:)
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord

           PERFORM VARYING YR-IDX FROM 1 BY 1
                   UNTIL YR-IDX > WS-YEAR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE YR-CCYY(YR-IDX) TO WS-ROW-YEAR
               STRING "  -> " DELIMITED BY SIZE
                   WS-REG-NAME DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-ROW-YEAR DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE "held" TO WS-REPORT-LINE(33:)
               MOVE YR-BEFORE(YR-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(39:)
               MOVE "added" TO WS-REPORT-LINE(51:)
               MOVE YR-WRITTEN(YR-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(57:)
               MOVE WS-REPORT-LINE TO RolloverReportRecord
               WRITE RolloverReportRecord
           END-PERFORM

           IF WS-REBASE-NEEDED AND WS-REG-PROOF-BALANCES
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-PREV-SEQ TO WS-COUNT-EDIT
               STRING "  Seal chain proved and re-based: the live "
                   DELIMITED BY SIZE
                   "trail now continues from seq " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RolloverReportRecord
               WRITE RolloverReportRecord
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-REG-PROOF-BALANCES
                   ADD 1 TO WS-FAILED-REGISTERS
                   STRING "  ** FINDING: " DELIMITED BY SIZE
                       WS-REG-FINDING DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               WHEN WS-SEAL-BROKEN
                   ADD 1 TO WS-FAILED-REGISTERS
                   MOVE "  Proof    : balances" TO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO RolloverReportRecord
                   WRITE RolloverReportRecord
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ** FINDING: " DELIMITED BY SIZE
                       WS-REG-FINDING DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               WHEN WS-REG-FINDING = SPACES
                   MOVE "  Proof    : balances" TO WS-REPORT-LINE
               WHEN OTHER
                   STRING "  Note     : " DELIMITED BY SIZE
                       WS-REG-FINDING DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
           END-EVALUATE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord.

       WRITE-REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE "----- Rollover Summary -----" TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-MOVED TO WS-COUNT-EDIT
           STRING "Rows moved to history : " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Registers with findings: " DELIMITED BY SIZE
               WS-FAILED-REGISTERS DELIMITED BY SIZE
               "   not rolled: " DELIMITED BY SIZE
               WS-SKIPPED-REGISTERS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RolloverReportRecord
           WRITE RolloverReportRecord.

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

       END PROGRAM FIZZBUZZ-ROLLOVR.
