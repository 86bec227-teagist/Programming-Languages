      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Ask whether tonight's run looks sane before the
      *          billing feed is released.  The reconciliation proves
      *          tonight's outputs agree with each other, but a
      *          numbers.dat sent twice or a bad rules version
      *          doubling one label balances perfectly; this check
      *          compares tonight's figures against the nights before
      *          it instead.
      *          Tonight's figures - Total, Combined, Numbers
      *          (plain), Rejected and the count under every rule
      *          label - come from the Run Summary trailer of
      *          output.<ccyymmdd>.txt.  The run date is read from
      *          anomdate.dat (a card-image file like recondate.dat,
      *          one CCYYMMDD record) and defaults to today.
      *          The baseline is a trailing window of prior
      *          processing nights: walking back from the night
      *          before, every date calendar.dat lists as
      *          non-processing is skipped, so a holiday is never an
      *          empty night dragging the average down.  A window
      *          night's run figures come from its last SUCCESS line
      *          in runlog.dat (or the year's runlog.<ccyy>.dat once
      *          FIZZBUZZ-ROLLOVR has moved it); its per-label
      *          figures come from volhist.dat, the per-night history
      *          this check keeps, because runlog.dat carries no
      *          label counts.  Every night checked is appended to
      *          volhist.dat, marked H when it was flagged, and a
      *          flagged night is left out of later baselines so one
      *          bad night cannot widen the band for the next.
      *          A figure is flagged when tonight falls outside the
      *          window average plus or minus the tolerance: a
      *          percentage of the average, but never less than a
      *          floor of whole tickets, so a label averaging three
      *          a night does not alarm on four.  Tonight's figures
      *          matching a window night exactly, every label alike,
      *          are flagged too - that is the same numbers.dat run
      *          twice, which no band can see - unless half or more of
      *          the window repeats tonight as well, as it does where
      *          the same fixed range is classified every night.  A
      *          figure with fewer window nights behind it than the
      *          minimum is reported as short of history, not judged.
      *          The tolerance comes from anomtol.dat when present, a
      *          card-image record of fixed fields: columns 1-3
      *          percent (default 25), 4-6 window nights (default 20,
      *          at most 60), 7-9 minimum nights (default 5) and
      *          10-14 floor (default 5); a blank or non-numeric field
      *          keeps its default.
      *          Everything goes to anomaly.<ccyymmdd>.txt, a line per
      *          figure with its band and verdict, and to events.dat:
      *          a WARN per flagged figure and one summary record -
      *          ERROR when the feed must be held - so the morning
      *          digest carries it.
      *          RETURN-CODE is 0 when every figure is inside its
      *          band, 4 when nothing is flagged but some figure is
      *          short of history, 8 when any figure is flagged or
      *          tonight's trailer cannot be read - the FZBZOUT chain
      *          holds the billing feed for review on 8 - and 16 when
      *          the report cannot be opened.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for
      *          (anomdate.dat, when present, still wins), so a chain
      *          resumed after midnight works the night it belongs to
      *          rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-ANOMALY.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AnomDateFile ASSIGN TO "anomdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS AnomDateStatus.

           SELECT AnomTolFile ASSIGN TO "anomtol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS AnomTolStatus.

           SELECT TextReportFile ASSIGN TO DYNAMIC WS-TXT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TextStatus.

           SELECT RunLogFile ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RunLogStatus.

           SELECT VolHistFile ASSIGN TO "volhist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS VolHistStatus.

           SELECT CalendarFile ASSIGN TO "calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CalendarStatus.

           SELECT AnomalyReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS AnomalyReportStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  AnomDateFile.
       01  AnomDateRecord          PIC X(8).

       FD  AnomTolFile.
       01  AnomTolRecord.
           05  TOL-PERCENT         PIC X(3).
           05  TOL-WINDOW          PIC X(3).
           05  TOL-MIN-NIGHTS      PIC X(3).
           05  TOL-FLOOR           PIC X(5).

       FD  TextReportFile.
       01  TextRecord              PIC X(100).

       FD  RunLogFile.
       01  RunLogRecord            PIC X(224).

      * One row per night checked: the run figures and up to ten
      * label counts, as tonight's trailer carried them.
       FD  VolHistFile.
       01  VolHistRecord.
           05  VOL-DATE            PIC 9(8).
           05  VOL-STATUS          PIC X(1).
           05  VOL-TOTAL           PIC 9(7).
           05  VOL-COMBINED        PIC 9(7).
           05  VOL-PLAIN           PIC 9(7).
           05  VOL-REJECTED        PIC 9(7).
           05  VOL-LABEL-ENTRY OCCURS 10 TIMES.
               10  VOL-LABEL           PIC X(10).
               10  VOL-COUNT           PIC 9(7).

       FD  CalendarFile.
       01  CalendarRecord.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DESC            PIC X(20).

       FD  AnomalyReportFile.
       01  AnomalyReportRecord     PIC X(132).

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
       01  AnomDateStatus          PIC XX.
       01  AnomTolStatus           PIC XX.
       01  TextStatus              PIC XX.
       01  RunLogStatus            PIC XX.
       01  VolHistStatus           PIC XX.
       01  CalendarStatus          PIC XX.
       01  AnomalyReportStatus     PIC XX.
       01  EventStatus             PIC XX.

       01  WS-TXT-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-RUNLOG-FILENAME      PIC X(30) VALUE SPACES.
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.

       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE    PIC X(8) VALUE SPACES.
       01  WS-CHECK-DATE           PIC 9(8) VALUE 0.

      * Tolerance, defaulted and then overridden from anomtol.dat.
       01  WS-TOL-PERCENT          PIC 9(3) VALUE 25.
       01  WS-TOL-WINDOW           PIC 9(3) VALUE 20.
       01  WS-TOL-MIN-NIGHTS       PIC 9(3) VALUE 5.
       01  WS-TOL-FLOOR            PIC 9(5) VALUE 5.

      * Tonight's Run Summary, walked the same way FIZZBUZZ-RECON
      * walks it: header block, detail lines, then the trailer.
       01  WS-TXT-SECTION          PIC X VALUE "H".
           88  WS-IN-HEADER            VALUE "H".
           88  WS-IN-DETAIL            VALUE "D".
           88  WS-IN-TRAILER           VALUE "T".
       01  WS-TXT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-TXT-EOF              VALUE "Y".
       01  WS-TRAILER-FOUND-SWITCH PIC X VALUE "N".
           88  WS-TRAILER-FOUND        VALUE "Y".
       01  WS-T-NAME               PIC X(30).
       01  WS-T-VALUE              PIC X(20).
       01  WS-T-LABEL              PIC X(10).

       01  WS-TONIGHT.
           05  TON-TOTAL           PIC 9(7) VALUE 0.
           05  TON-COMBINED        PIC 9(7) VALUE 0.
           05  TON-PLAIN           PIC 9(7) VALUE 0.
           05  TON-REJECTED        PIC 9(7) VALUE 0.
           05  TON-LBL-COUNT       PIC 9(7) OCCURS 10 TIMES.

      * Every label seen tonight or in the window's history, so a
      * label that vanished tonight is still judged (at zero).
       01  WS-LABEL-TABLE.
           05  LBL-NAME            PIC X(10) OCCURS 10 TIMES.
       01  WS-LABEL-COUNT          PIC 9(2) VALUE 0.
       01  WS-LABEL-SUB            PIC 9(2) VALUE 0.
       01  WS-LABEL-SCAN           PIC 9(2) VALUE 0.
       01  WS-LABEL-FULL-SWITCH    PIC X VALUE "N".
           88  WS-LABEL-TABLE-FULL     VALUE "Y".

      * The trailing window of prior processing nights, newest first.
       01  WS-WINDOW-TABLE.
           05  WS-WIN-ENTRY OCCURS 60 TIMES INDEXED BY WIN-IDX.
               10  WIN-DATE            PIC 9(8).
               10  WIN-RUN-SWITCH      PIC X(1).
                   88  WIN-HAS-RUN         VALUE "Y".
               10  WIN-VOL-SWITCH      PIC X(1).
                   88  WIN-HAS-VOL         VALUE "Y".
               10  WIN-HELD-SWITCH     PIC X(1).
                   88  WIN-HELD            VALUE "Y".
               10  WIN-TOTAL           PIC 9(7).
               10  WIN-COMBINED        PIC 9(7).
               10  WIN-PLAIN           PIC 9(7).
               10  WIN-REJECTED        PIC 9(7).
               10  WIN-LBL-COUNT       PIC 9(7) OCCURS 10 TIMES.
       01  WS-WIN-COUNT            PIC 9(2) VALUE 0.
       01  WS-WIN-SUB              PIC 9(2) VALUE 0.
       01  WS-SWEEP-INTEGER        PIC 9(8) VALUE 0.
       01  WS-SWEEP-LIMIT          PIC 9(8) VALUE 0.
       01  WS-SWEEP-DATE           PIC 9(8) VALUE 0.
       01  WS-OLDEST-YEAR          PIC 9(4) VALUE 0.
       01  WS-LOG-YEAR             PIC 9(4) VALUE 0.
       01  WS-RUN-NIGHTS           PIC 9(2) VALUE 0.
       01  WS-VOL-NIGHTS           PIC 9(2) VALUE 0.
       01  WS-HELD-NIGHTS          PIC 9(2) VALUE 0.

       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 100 TIMES INDEXED BY CAL-IDX.
               10  CAL-OFF-DATE        PIC 9(8).
       01  WS-CAL-COUNT            PIC 9(3) VALUE 0.
       01  WS-CAL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-CAL-CHECK-DATE       PIC 9(8) VALUE 0.
       01  WS-CAL-OFF-SWITCH       PIC X VALUE "N".
           88  WS-DAY-IS-OFF           VALUE "Y".

       01  WS-LOG-EOF-SWITCH       PIC X VALUE "N".
           88  WS-LOG-EOF              VALUE "Y".
       01  WS-VOL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-VOL-EOF              VALUE "Y".
       01  WS-LOG-DATE             PIC X(8).
       01  WS-LOG-DATE-NUM REDEFINES WS-LOG-DATE PIC 9(8).
       01  WS-LOG-PART-1           PIC X(224).
       01  WS-LOG-PART-2           PIC X(224).
       01  WS-LOG-FIGURE           PIC X(7).
       01  WS-LOG-FIGURE-NUM REDEFINES WS-LOG-FIGURE PIC 9(7).
       01  WS-LOG-KEYWORD          PIC X(10).

      * One figure being judged.
       01  WS-FIG-SUB              PIC 9(2) VALUE 0.
       01  WS-FIG-LAST             PIC 9(2) VALUE 0.
       01  WS-FIG-NAME             PIC X(10).
       01  WS-FIG-TONIGHT          PIC 9(7) VALUE 0.
       01  WS-FIG-VALUE            PIC 9(7) VALUE 0.
       01  WS-FIG-NIGHTS           PIC 9(2) VALUE 0.
       01  WS-FIG-SUM              PIC 9(9) VALUE 0.
       01  WS-FIG-MEAN             PIC 9(7) VALUE 0.
       01  WS-FIG-BAND             PIC 9(7) VALUE 0.
       01  WS-FIG-LOW              PIC 9(7) VALUE 0.
       01  WS-FIG-HIGH             PIC 9(7) VALUE 0.
       01  WS-FIG-RESULT           PIC X(10).
       01  WS-USE-SWITCH           PIC X VALUE "N".
           88  WS-USE-NIGHT            VALUE "Y".

       01  WS-FLAGGED-COUNT        PIC 9(3) VALUE 0.
       01  WS-SHORT-COUNT          PIC 9(3) VALUE 0.
       01  WS-REPEAT-DATE          PIC 9(8) VALUE 0.
       01  WS-SAME-NIGHTS          PIC 9(2) VALUE 0.
       01  WS-COMPARED-NIGHTS      PIC 9(2) VALUE 0.
       01  WS-SAME-SWITCH          PIC X VALUE "N".
           88  WS-NIGHT-IS-SAME        VALUE "Y".
       01  WS-TONIGHT-SWITCH       PIC X VALUE "N".
           88  WS-TONIGHT-READ         VALUE "Y".

       01  WS-REPORT-LINE          PIC X(132).
       01  WS-COUNT-EDIT           PIC Z(6)9.
       01  WS-COUNT-EDIT-2         PIC Z(6)9.
       01  WS-COUNT-EDIT-3         PIC Z(6)9.
       01  WS-NIGHTS-EDIT          PIC Z9.

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
           DISPLAY "----- FizzBuzz Volume Anomaly Check -----"
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-CHECK-DATE
      * Under the nightly chain (FIZZBUZZ-CHAIN) FIZZBUZZ_RUN_DATE
      * carries the chain's business date, so a chain resumed after
      * midnight still runs as the night it belongs to.
           MOVE SPACES TO WS-RUN-DATE-OVERRIDE
           ACCEPT WS-RUN-DATE-OVERRIDE
               FROM ENVIRONMENT "FIZZBUZZ_RUN_DATE"
           IF WS-RUN-DATE-OVERRIDE IS NUMERIC
            AND WS-RUN-DATE-OVERRIDE NOT = "00000000"
               MOVE WS-RUN-DATE-OVERRIDE TO WS-CHECK-DATE
               DISPLAY "Note: FIZZBUZZ_RUN_DATE=" WS-CHECK-DATE
                   "; running as that date."
           END-IF

           OPEN INPUT AnomDateFile
           IF AnomDateStatus = "00"
               READ AnomDateFile
                   NOT AT END
                       IF AnomDateRecord IS NUMERIC
                           MOVE AnomDateRecord TO WS-CHECK-DATE
                       ELSE
                           DISPLAY "Note: anomdate.dat record is not "
                               "numeric; checking today's run."
                       END-IF
               END-READ
               CLOSE AnomDateFile
           END-IF
           DISPLAY "Run Date  : " WS-CHECK-DATE

           PERFORM READ-TOLERANCE-PROCEDURE

           STRING "anomaly." DELIMITED BY SIZE
               WS-CHECK-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT AnomalyReportFile
           IF AnomalyReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " AnomalyReportStatus
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "anomaly check not run - "
                   "report cannot be opened, status "
                   DELIMITED BY SIZE
                   AnomalyReportStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           PERFORM READ-TONIGHT-PROCEDURE
           IF NOT WS-TONIGHT-READ
               MOVE SPACES TO AnomalyReportRecord
               WRITE AnomalyReportRecord
               MOVE SPACES TO WS-REPORT-LINE
               STRING "HOLD THE BILLING FEED - tonight's Run Summary "
                   DELIMITED BY SIZE
                   "could not be read from " DELIMITED BY SIZE
                   WS-TXT-FILENAME DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO AnomalyReportRecord
               WRITE AnomalyReportRecord
               CLOSE AnomalyReportFile
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "volume check " DELIMITED BY SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   " - no Run Summary to check; billing feed held"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               DISPLAY "Error: tonight's Run Summary could not be "
                   "read; hold the billing feed."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CALENDAR-PROCEDURE
           PERFORM BUILD-WINDOW-PROCEDURE
           PERFORM LOAD-RUN-HISTORY-PROCEDURE
           PERFORM LOAD-VOLUME-HISTORY-PROCEDURE
           PERFORM WRITE-WINDOW-LINES-PROCEDURE

           COMPUTE WS-FIG-LAST = 4 + WS-LABEL-COUNT
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                   UNTIL WS-FIG-SUB > WS-FIG-LAST
               PERFORM CHECK-FIGURE-PROCEDURE
           END-PERFORM

           PERFORM CHECK-REPEAT-PROCEDURE
           PERFORM WRITE-VERDICT-PROCEDURE
           CLOSE AnomalyReportFile

           PERFORM APPEND-VOLUME-HISTORY-PROCEDURE

           MOVE SPACES TO WS-EVT-TEXT
           EVALUATE TRUE
               WHEN WS-FLAGGED-COUNT > 0
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   STRING "volume check " DELIMITED BY SIZE
                       WS-CHECK-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-FLAGGED-COUNT DELIMITED BY SIZE
                       " finding(s); billing feed held for review"
                       DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               WHEN WS-SHORT-COUNT > 0
                   MOVE "WARN " TO WS-EVT-SEVERITY
                   STRING "volume check " DELIMITED BY SIZE
                       WS-CHECK-DATE DELIMITED BY SIZE
                       " - nothing flagged, " DELIMITED BY SIZE
                       WS-SHORT-COUNT DELIMITED BY SIZE
                       " figure(s) short of history" DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               WHEN OTHER
                   MOVE "INFO" TO WS-EVT-SEVERITY
                   STRING "volume check " DELIMITED BY SIZE
                       WS-CHECK-DATE DELIMITED BY SIZE
                       " - every figure inside its band"
                       DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
           END-EVALUATE
           PERFORM WRITE-EVENT-PROCEDURE

           DISPLAY "Window    : " WS-WIN-COUNT " processing nights"
           DISPLAY "Flagged   : " WS-FLAGGED-COUNT
           DISPLAY "Short     : " WS-SHORT-COUNT
           DISPLAY "Report    : " WS-RPT-FILENAME

           EVALUATE TRUE
               WHEN WS-FLAGGED-COUNT > 0
                   DISPLAY "Error: tonight is outside tolerance; hold "
                       "the billing feed for review."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SHORT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ** add other procedures here

      * Any field of anomtol.dat that is blank or not numeric keeps
      * its default, so a shop can set just the percentage.
       READ-TOLERANCE-PROCEDURE.
           OPEN INPUT AnomTolFile
           IF AnomTolStatus = "00"
               MOVE SPACES TO AnomTolRecord
               READ AnomTolFile
                   AT END
                       MOVE SPACES TO AnomTolRecord
               END-READ
               CLOSE AnomTolFile
               IF TOL-PERCENT IS NUMERIC
                   MOVE TOL-PERCENT TO WS-TOL-PERCENT
               END-IF
               IF TOL-WINDOW IS NUMERIC
                   MOVE TOL-WINDOW TO WS-TOL-WINDOW
               END-IF
               IF TOL-MIN-NIGHTS IS NUMERIC
                   MOVE TOL-MIN-NIGHTS TO WS-TOL-MIN-NIGHTS
               END-IF
               IF TOL-FLOOR IS NUMERIC
                   MOVE TOL-FLOOR TO WS-TOL-FLOOR
               END-IF
           ELSE
               DISPLAY "Note: anomtol.dat not available; using the "
                   "default tolerance."
           END-IF

           IF WS-TOL-WINDOW = 0 OR WS-TOL-WINDOW > 60
               DISPLAY "Note: window of " WS-TOL-WINDOW " nights is "
                   "outside 1-60; using 20."
               MOVE 20 TO WS-TOL-WINDOW
           END-IF
           IF WS-TOL-MIN-NIGHTS = 0
               MOVE 1 TO WS-TOL-MIN-NIGHTS
           END-IF
           IF WS-TOL-MIN-NIGHTS > WS-TOL-WINDOW
               MOVE WS-TOL-WINDOW TO WS-TOL-MIN-NIGHTS
           END-IF

           DISPLAY "Tolerance : " WS-TOL-PERCENT "% (floor "
               WS-TOL-FLOOR ") over " WS-TOL-WINDOW " nights, "
               "judged from " WS-TOL-MIN-NIGHTS.

       READ-TONIGHT-PROCEDURE.
           STRING "output." DELIMITED BY SIZE
               WS-CHECK-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-TXT-FILENAME
           INITIALIZE WS-TONIGHT

           OPEN INPUT TextReportFile
           IF TextStatus NOT = "00"
               DISPLAY "Warning: unable to open " WS-TXT-FILENAME
                   ", Status: " TextStatus
               EXIT PARAGRAPH
           END-IF

           MOVE "H" TO WS-TXT-SECTION
           PERFORM UNTIL WS-TXT-EOF
               READ TextReportFile
                   AT END
                       SET WS-TXT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-IN-HEADER
                               IF TextRecord = SPACES
                                   SET WS-IN-DETAIL TO TRUE
                               END-IF
                           WHEN WS-IN-DETAIL
                               IF TextRecord = SPACES
                                   SET WS-IN-TRAILER TO TRUE
                               END-IF
                           WHEN WS-IN-TRAILER
                               PERFORM EXAMINE-TRAILER-LINE-PROCEDURE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TextReportFile

           IF WS-TRAILER-FOUND
               SET WS-TONIGHT-READ TO TRUE
           ELSE
               DISPLAY "Warning: no Run Summary trailer found in "
                   WS-TXT-FILENAME
           END-IF.

      * Trailer lines all carry "<name> : <count>".  The fixed names
      * are the run figures; every other name is a rule label.
       EXAMINE-TRAILER-LINE-PROCEDURE.
           IF TextRecord = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-T-NAME WS-T-VALUE
           UNSTRING TextRecord DELIMITED BY ":"
               INTO WS-T-NAME WS-T-VALUE
           END-UNSTRING

           IF WS-T-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-T-NAME)
               WHEN "Total"
                   SET WS-TRAILER-FOUND TO TRUE
                   COMPUTE TON-TOTAL = FUNCTION NUMVAL(WS-T-VALUE)
               WHEN "Combined"
                   COMPUTE TON-COMBINED = FUNCTION NUMVAL(WS-T-VALUE)
               WHEN "Numbers"
                   COMPUTE TON-PLAIN = FUNCTION NUMVAL(WS-T-VALUE)
               WHEN "Rejected"
                   COMPUTE TON-REJECTED = FUNCTION NUMVAL(WS-T-VALUE)
               WHEN "Recycled"
                   CONTINUE
               WHEN "Forced"
                   CONTINUE
               WHEN "----- Run Summary -----"
                   CONTINUE
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-T-NAME) TO WS-T-LABEL
                   PERFORM FIND-LABEL-PROCEDURE
                   IF WS-LABEL-SUB > 0
                       COMPUTE TON-LBL-COUNT(WS-LABEL-SUB) =
                           FUNCTION NUMVAL(WS-T-VALUE)
                   END-IF
           END-EVALUATE.

      * Finds WS-T-LABEL in the label table, adding it when new.
       FIND-LABEL-PROCEDURE.
           MOVE 0 TO WS-LABEL-SUB
           PERFORM VARYING WS-LABEL-SCAN FROM 1 BY 1
                   UNTIL WS-LABEL-SCAN > WS-LABEL-COUNT
                      OR WS-LABEL-SUB > 0
               IF LBL-NAME(WS-LABEL-SCAN) = WS-T-LABEL
                   MOVE WS-LABEL-SCAN TO WS-LABEL-SUB
               END-IF
           END-PERFORM
           IF WS-LABEL-SUB > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-LABEL-COUNT >= 10
               IF NOT WS-LABEL-TABLE-FULL
                   DISPLAY "Warning: more than 10 labels; "
                       WS-T-LABEL " and any later label are not "
                       "checked."
                   SET WS-LABEL-TABLE-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LABEL-COUNT
           MOVE WS-LABEL-COUNT TO WS-LABEL-SUB
           MOVE WS-T-LABEL TO LBL-NAME(WS-LABEL-SUB).

       LOAD-CALENDAR-PROCEDURE.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-EOF-SWITCH

           OPEN INPUT CalendarFile
           IF CalendarStatus NOT = "00"
               DISPLAY "Note: calendar.dat not available, Status: "
                   CalendarStatus "; every prior day is a processing "
                   "night."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CAL-EOF
               READ CalendarFile
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF CAL-DATE IS NUMERIC AND CAL-DATE > 0
                           IF WS-CAL-COUNT >= 100
                               DISPLAY "Warning: calendar.dat has "
                                   "more than 100 dates; rows past "
                                   "the 100th are ignored."
                               SET WS-CAL-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CAL-DATE
                                   TO CAL-OFF-DATE(WS-CAL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CalendarFile.

       CHECK-CALENDAR-DATE-PROCEDURE.
           MOVE "N" TO WS-CAL-OFF-SWITCH
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > WS-CAL-COUNT
               IF CAL-OFF-DATE(CAL-IDX) = WS-CAL-CHECK-DATE
                   SET WS-DAY-IS-OFF TO TRUE
               END-IF
           END-PERFORM.

      * Walks back from the night before, skipping non-processing
      * days, until the window is full - never more than a year back.
       BUILD-WINDOW-PROCEDURE.
           MOVE 0 TO WS-WIN-COUNT
           COMPUTE WS-SWEEP-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1
           COMPUTE WS-SWEEP-LIMIT = WS-SWEEP-INTEGER - 366
           PERFORM UNTIL WS-WIN-COUNT >= WS-TOL-WINDOW
                      OR WS-SWEEP-INTEGER <= WS-SWEEP-LIMIT
               MOVE FUNCTION DATE-OF-INTEGER(WS-SWEEP-INTEGER)
                   TO WS-CAL-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE-PROCEDURE
               IF NOT WS-DAY-IS-OFF
                   ADD 1 TO WS-WIN-COUNT
                   INITIALIZE WS-WIN-ENTRY(WS-WIN-COUNT)
                   MOVE WS-CAL-CHECK-DATE TO WIN-DATE(WS-WIN-COUNT)
                   MOVE "N" TO WIN-RUN-SWITCH(WS-WIN-COUNT)
                   MOVE "N" TO WIN-VOL-SWITCH(WS-WIN-COUNT)
                   MOVE "N" TO WIN-HELD-SWITCH(WS-WIN-COUNT)
               END-IF
               SUBTRACT 1 FROM WS-SWEEP-INTEGER
           END-PERFORM

           IF WS-WIN-COUNT > 0
               COMPUTE WS-OLDEST-YEAR = WIN-DATE(WS-WIN-COUNT) / 10000
           ELSE
               COMPUTE WS-OLDEST-YEAR = WS-CHECK-DATE / 10000
           END-IF.

      * The window's run figures: every year's rolled-out history the
      * window reaches back into, then the live log.  The last
      * SUCCESS line for a date wins, as FIZZBUZZ-RECON reads it.
       LOAD-RUN-HISTORY-PROCEDURE.
           MOVE WS-OLDEST-YEAR TO WS-LOG-YEAR
           PERFORM UNTIL WS-LOG-YEAR > WS-CHECK-DATE / 10000
               MOVE SPACES TO WS-RUNLOG-FILENAME
               STRING "runlog." DELIMITED BY SIZE
                   WS-LOG-YEAR DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RUNLOG-FILENAME
               PERFORM READ-RUN-LOG-PROCEDURE
               ADD 1 TO WS-LOG-YEAR
           END-PERFORM

           MOVE "runlog.dat" TO WS-RUNLOG-FILENAME
           PERFORM READ-RUN-LOG-PROCEDURE.

       READ-RUN-LOG-PROCEDURE.
           OPEN INPUT RunLogFile
           IF RunLogStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOG-EOF-SWITCH
           PERFORM UNTIL WS-LOG-EOF
               READ RunLogFile
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM EXAMINE-LOG-LINE-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE RunLogFile.

       EXAMINE-LOG-LINE-PROCEDURE.
           IF RunLogRecord(1:5) NOT = "DATE="
               EXIT PARAGRAPH
           END-IF
           MOVE RunLogRecord(6:8) TO WS-LOG-DATE
           IF WS-LOG-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-WINDOW-NIGHT-PROCEDURE
           IF WS-WIN-SUB = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOG-PART-1 WS-LOG-PART-2
           UNSTRING RunLogRecord DELIMITED BY "OUTCOME="
               INTO WS-LOG-PART-1 WS-LOG-PART-2
           END-UNSTRING
           IF WS-LOG-PART-2(1:7) NOT = "SUCCESS"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WIN-RUN-SWITCH(WS-WIN-SUB)
           MOVE "TOTAL=" TO WS-LOG-KEYWORD
           PERFORM EXTRACT-LOG-FIGURE-PROCEDURE
           MOVE WS-LOG-FIGURE-NUM TO WIN-TOTAL(WS-WIN-SUB)
           MOVE "COMBINED=" TO WS-LOG-KEYWORD
           PERFORM EXTRACT-LOG-FIGURE-PROCEDURE
           MOVE WS-LOG-FIGURE-NUM TO WIN-COMBINED(WS-WIN-SUB)
           MOVE "PLAIN=" TO WS-LOG-KEYWORD
           PERFORM EXTRACT-LOG-FIGURE-PROCEDURE
           MOVE WS-LOG-FIGURE-NUM TO WIN-PLAIN(WS-WIN-SUB)
           MOVE "REJECTED=" TO WS-LOG-KEYWORD
           PERFORM EXTRACT-LOG-FIGURE-PROCEDURE
           MOVE WS-LOG-FIGURE-NUM TO WIN-REJECTED(WS-WIN-SUB).

      * The seven digits after WS-LOG-KEYWORD; zero when absent.
       EXTRACT-LOG-FIGURE-PROCEDURE.
           MOVE SPACES TO WS-LOG-PART-1 WS-LOG-PART-2
           UNSTRING RunLogRecord
               DELIMITED BY WS-LOG-KEYWORD(1:
                   FUNCTION LENGTH(FUNCTION TRIM(WS-LOG-KEYWORD)))
               INTO WS-LOG-PART-1 WS-LOG-PART-2
           END-UNSTRING
           MOVE WS-LOG-PART-2(1:7) TO WS-LOG-FIGURE
           IF WS-LOG-FIGURE IS NOT NUMERIC
               MOVE 0 TO WS-LOG-FIGURE-NUM
           END-IF.

       FIND-WINDOW-NIGHT-PROCEDURE.
           MOVE 0 TO WS-WIN-SUB
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WS-WIN-COUNT
                      OR WS-WIN-SUB > 0
               IF WIN-DATE(WIN-IDX) = WS-LOG-DATE-NUM
                   SET WS-WIN-SUB TO WIN-IDX
               END-IF
           END-PERFORM.

      * The window's label figures, and whether a night was held.  A
      * night rerun is on the history twice; its last row wins.  A
      * night the run log no longer shows takes its run figures from
      * here too.
       LOAD-VOLUME-HISTORY-PROCEDURE.
           OPEN INPUT VolHistFile
           IF VolHistStatus NOT = "00"
               DISPLAY "Note: volhist.dat not available, Status: "
                   VolHistStatus "; labels have no history yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VOL-EOF
               READ VolHistFile
                   AT END
                       SET WS-VOL-EOF TO TRUE
                   NOT AT END
                       IF VOL-DATE IS NUMERIC
                           MOVE VOL-DATE TO WS-LOG-DATE-NUM
                           PERFORM FIND-WINDOW-NIGHT-PROCEDURE
                           IF WS-WIN-SUB > 0
                               PERFORM TAKE-VOLUME-ROW-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VolHistFile.

       TAKE-VOLUME-ROW-PROCEDURE.
           MOVE "Y" TO WIN-VOL-SWITCH(WS-WIN-SUB)
           IF VOL-STATUS = "H"
               MOVE "Y" TO WIN-HELD-SWITCH(WS-WIN-SUB)
           ELSE
               MOVE "N" TO WIN-HELD-SWITCH(WS-WIN-SUB)
           END-IF
           IF NOT WIN-HAS-RUN(WS-WIN-SUB)
               MOVE VOL-TOTAL    TO WIN-TOTAL(WS-WIN-SUB)
               MOVE VOL-COMBINED TO WIN-COMBINED(WS-WIN-SUB)
               MOVE VOL-PLAIN    TO WIN-PLAIN(WS-WIN-SUB)
               MOVE VOL-REJECTED TO WIN-REJECTED(WS-WIN-SUB)
               MOVE "Y" TO WIN-RUN-SWITCH(WS-WIN-SUB)
           END-IF

           PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
                   UNTIL WS-LABEL-SUB > 10
               MOVE 0 TO WIN-LBL-COUNT(WS-WIN-SUB, WS-LABEL-SUB)
           END-PERFORM
           PERFORM VARYING WS-FIG-SUB FROM 1 BY 1 UNTIL WS-FIG-SUB > 10
               IF VOL-LABEL(WS-FIG-SUB) NOT = SPACES
                AND VOL-COUNT(WS-FIG-SUB) IS NUMERIC
                   MOVE VOL-LABEL(WS-FIG-SUB) TO WS-T-LABEL
                   PERFORM FIND-LABEL-PROCEDURE
                   IF WS-LABEL-SUB > 0
                       MOVE VOL-COUNT(WS-FIG-SUB)
                           TO WIN-LBL-COUNT(WS-WIN-SUB, WS-LABEL-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      * Judges one figure: 1-4 the run figures, then each label.
       CHECK-FIGURE-PROCEDURE.
           EVALUATE WS-FIG-SUB
               WHEN 1
                   MOVE "Total"    TO WS-FIG-NAME
                   MOVE TON-TOTAL  TO WS-FIG-TONIGHT
               WHEN 2
                   MOVE "Combined" TO WS-FIG-NAME
                   MOVE TON-COMBINED TO WS-FIG-TONIGHT
               WHEN 3
                   MOVE "Numbers"  TO WS-FIG-NAME
                   MOVE TON-PLAIN  TO WS-FIG-TONIGHT
               WHEN 4
                   MOVE "Rejected" TO WS-FIG-NAME
                   MOVE TON-REJECTED TO WS-FIG-TONIGHT
               WHEN OTHER
                   COMPUTE WS-LABEL-SUB = WS-FIG-SUB - 4
                   MOVE LBL-NAME(WS-LABEL-SUB) TO WS-FIG-NAME
                   MOVE TON-LBL-COUNT(WS-LABEL-SUB) TO WS-FIG-TONIGHT
           END-EVALUATE

           MOVE 0 TO WS-FIG-NIGHTS WS-FIG-SUM WS-FIG-MEAN
               WS-FIG-BAND WS-FIG-LOW WS-FIG-HIGH
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WS-WIN-COUNT
               PERFORM PICK-NIGHT-VALUE-PROCEDURE
               IF WS-USE-NIGHT
                   ADD 1 TO WS-FIG-NIGHTS
                   ADD WS-FIG-VALUE TO WS-FIG-SUM
               END-IF
           END-PERFORM

           IF WS-FIG-NIGHTS < WS-TOL-MIN-NIGHTS
               MOVE "SHORT" TO WS-FIG-RESULT
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               COMPUTE WS-FIG-MEAN ROUNDED =
                   WS-FIG-SUM / WS-FIG-NIGHTS
               COMPUTE WS-FIG-BAND ROUNDED =
                   WS-FIG-MEAN * WS-TOL-PERCENT / 100
               IF WS-FIG-BAND < WS-TOL-FLOOR
                   MOVE WS-TOL-FLOOR TO WS-FIG-BAND
               END-IF
               IF WS-FIG-BAND > WS-FIG-MEAN
                   MOVE 0 TO WS-FIG-LOW
               ELSE
                   COMPUTE WS-FIG-LOW = WS-FIG-MEAN - WS-FIG-BAND
               END-IF
               COMPUTE WS-FIG-HIGH = WS-FIG-MEAN + WS-FIG-BAND
               EVALUATE TRUE
                   WHEN WS-FIG-TONIGHT > WS-FIG-HIGH
                       MOVE "** HIGH" TO WS-FIG-RESULT
                   WHEN WS-FIG-TONIGHT < WS-FIG-LOW
                       MOVE "** LOW" TO WS-FIG-RESULT
                   WHEN OTHER
                       MOVE "ok" TO WS-FIG-RESULT
               END-EVALUATE
           END-IF

           PERFORM WRITE-FIGURE-LINE-PROCEDURE

           IF WS-FIG-RESULT(1:2) = "**"
               ADD 1 TO WS-FLAGGED-COUNT
               MOVE "WARN " TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               MOVE WS-FIG-TONIGHT TO WS-COUNT-EDIT
               MOVE WS-FIG-LOW TO WS-COUNT-EDIT-2
               MOVE WS-FIG-HIGH TO WS-COUNT-EDIT-3
               STRING "volume anomaly " DELIMITED BY SIZE
                   WS-CHECK-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-FIG-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " outside " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT-3) DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
           END-IF.

      * A held night never counts; a label figure needs the night's
      * volume history row, a run figure only its run line.
       PICK-NIGHT-VALUE-PROCEDURE.
           MOVE "N" TO WS-USE-SWITCH
           IF WIN-HELD(WIN-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FIG-SUB
               WHEN 1 THRU 4
                   IF NOT WIN-HAS-RUN(WIN-IDX)
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF NOT WIN-HAS-VOL(WIN-IDX)
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           SET WS-USE-NIGHT TO TRUE
           EVALUATE WS-FIG-SUB
               WHEN 1
                   MOVE WIN-TOTAL(WIN-IDX) TO WS-FIG-VALUE
               WHEN 2
                   MOVE WIN-COMBINED(WIN-IDX) TO WS-FIG-VALUE
               WHEN 3
                   MOVE WIN-PLAIN(WIN-IDX) TO WS-FIG-VALUE
               WHEN 4
                   MOVE WIN-REJECTED(WIN-IDX) TO WS-FIG-VALUE
               WHEN OTHER
                   MOVE WIN-LBL-COUNT(WIN-IDX, WS-FIG-SUB - 4)
                       TO WS-FIG-VALUE
           END-EVALUATE.

      * The same numbers.dat run twice balances and sits inside every
      * band; it shows only as a night whose figures repeat another
      * exactly.
       CHECK-REPEAT-PROCEDURE.
           MOVE 0 TO WS-REPEAT-DATE
           IF TON-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SAME-NIGHTS WS-COMPARED-NIGHTS
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WS-WIN-COUNT
               IF WIN-HAS-VOL(WIN-IDX) AND NOT WIN-HELD(WIN-IDX)
                   ADD 1 TO WS-COMPARED-NIGHTS
               END-IF
               MOVE "N" TO WS-SAME-SWITCH
               IF WIN-HAS-VOL(WIN-IDX) AND NOT WIN-HELD(WIN-IDX)
                AND WIN-TOTAL(WIN-IDX) = TON-TOTAL
                AND WIN-COMBINED(WIN-IDX) = TON-COMBINED
                AND WIN-PLAIN(WIN-IDX) = TON-PLAIN
                AND WIN-REJECTED(WIN-IDX) = TON-REJECTED
                   SET WS-NIGHT-IS-SAME TO TRUE
                   PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
                           UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
                       IF WIN-LBL-COUNT(WIN-IDX, WS-LABEL-SUB)
                          NOT = TON-LBL-COUNT(WS-LABEL-SUB)
                           MOVE "N" TO WS-SAME-SWITCH
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-NIGHT-IS-SAME
                   ADD 1 TO WS-SAME-NIGHTS
                   IF WS-REPEAT-DATE = 0
                       MOVE WIN-DATE(WIN-IDX) TO WS-REPEAT-DATE
                   END-IF
               END-IF
           END-PERFORM

      * A shop classifying the same fixed range every night repeats
      * itself by design; a repeat means something only where the
      * nights usually differ.
           IF WS-REPEAT-DATE = 0
            OR WS-SAME-NIGHTS * 2 >= WS-COMPARED-NIGHTS
               MOVE 0 TO WS-REPEAT-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "** REPEAT: every figure tonight equals "
               DELIMITED BY SIZE
               WS-REPEAT-DATE DELIMITED BY SIZE
               " exactly - the same numbers.dat may have been "
               DELIMITED BY SIZE
               "processed twice" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord

           MOVE "WARN " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "volume anomaly " DELIMITED BY SIZE
               WS-CHECK-DATE DELIMITED BY SIZE
               " - every figure repeats " DELIMITED BY SIZE
               WS-REPEAT-DATE DELIMITED BY SIZE
               " exactly" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE.

      * Tonight joins the history the next nights are judged by,
      * marked H when flagged so it never sets a later band.
       APPEND-VOLUME-HISTORY-PROCEDURE.
           OPEN EXTEND VolHistFile
           IF VolHistStatus = "35"
               OPEN OUTPUT VolHistFile
           END-IF
           IF VolHistStatus NOT = "00"
               DISPLAY "Warning: unable to open volhist.dat, Status: "
                   VolHistStatus "; tonight's figures are not kept "
                   "for later baselines."
               EXIT PARAGRAPH
           END-IF

           INITIALIZE VolHistRecord
           MOVE WS-CHECK-DATE TO VOL-DATE
           IF WS-FLAGGED-COUNT > 0
               MOVE "H" TO VOL-STATUS
           ELSE
               MOVE "N" TO VOL-STATUS
           END-IF
           MOVE TON-TOTAL    TO VOL-TOTAL
           MOVE TON-COMBINED TO VOL-COMBINED
           MOVE TON-PLAIN    TO VOL-PLAIN
           MOVE TON-REJECTED TO VOL-REJECTED
           PERFORM VARYING WS-LABEL-SUB FROM 1 BY 1
                   UNTIL WS-LABEL-SUB > WS-LABEL-COUNT
               MOVE LBL-NAME(WS-LABEL-SUB)
                   TO VOL-LABEL(WS-LABEL-SUB)
               MOVE TON-LBL-COUNT(WS-LABEL-SUB)
                   TO VOL-COUNT(WS-LABEL-SUB)
           END-PERFORM
           WRITE VolHistRecord
           IF VolHistStatus NOT = "00"
               DISPLAY "Warning: unable to write volhist.dat, "
                   "Status: " VolHistStatus
           END-IF
           CLOSE VolHistFile.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Volume Anomaly Check -----"
               TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date : " DELIMITED BY SIZE
               WS-CHECK-DATE DELIMITED BY SIZE
               "   Checked: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Tolerance: " DELIMITED BY SIZE
               WS-TOL-PERCENT DELIMITED BY SIZE
               "% of the window average, floor " DELIMITED BY SIZE
               WS-TOL-FLOOR DELIMITED BY SIZE
               ", judged from " DELIMITED BY SIZE
               WS-TOL-MIN-NIGHTS DELIMITED BY SIZE
               " nights" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord.

       WRITE-WINDOW-LINES-PROCEDURE.
           MOVE 0 TO WS-RUN-NIGHTS WS-VOL-NIGHTS WS-HELD-NIGHTS
           PERFORM VARYING WIN-IDX FROM 1 BY 1
                   UNTIL WIN-IDX > WS-WIN-COUNT
               IF WIN-HELD(WIN-IDX)
                   ADD 1 TO WS-HELD-NIGHTS
               ELSE
                   IF WIN-HAS-RUN(WIN-IDX)
                       ADD 1 TO WS-RUN-NIGHTS
                   END-IF
                   IF WIN-HAS-VOL(WIN-IDX)
                       ADD 1 TO WS-VOL-NIGHTS
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-WIN-COUNT > 0
               STRING "Window   : " DELIMITED BY SIZE
                   WS-WIN-COUNT DELIMITED BY SIZE
                   " prior processing nights, " DELIMITED BY SIZE
                   WIN-DATE(WS-WIN-COUNT) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WIN-DATE(1) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE "Window   : no prior processing nights"
                   TO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "History  : " DELIMITED BY SIZE
               WS-RUN-NIGHTS DELIMITED BY SIZE
               " with run figures, " DELIMITED BY SIZE
               WS-VOL-NIGHTS DELIMITED BY SIZE
               " with label figures, " DELIMITED BY SIZE
               WS-HELD-NIGHTS DELIMITED BY SIZE
               " held nights left out" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord

           MOVE SPACES TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Figure" TO WS-REPORT-LINE(1:)
           MOVE "Tonight" TO WS-REPORT-LINE(16:)
           MOVE "Average" TO WS-REPORT-LINE(27:)
           MOVE "Low" TO WS-REPORT-LINE(42:)
           MOVE "High" TO WS-REPORT-LINE(52:)
           MOVE "Nights" TO WS-REPORT-LINE(59:)
           MOVE "Result" TO WS-REPORT-LINE(67:)
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE ALL "-" TO WS-REPORT-LINE(1:80)
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord.

       WRITE-FIGURE-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FIG-NAME TO WS-REPORT-LINE(1:10)
           MOVE WS-FIG-TONIGHT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(15:7)
           MOVE WS-FIG-NIGHTS TO WS-NIGHTS-EDIT
           MOVE WS-NIGHTS-EDIT TO WS-REPORT-LINE(63:2)
           IF WS-FIG-RESULT = "SHORT"
               MOVE "short of history" TO WS-REPORT-LINE(67:)
           ELSE
               MOVE WS-FIG-MEAN TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(27:7)
               MOVE WS-FIG-LOW TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(38:7)
               MOVE WS-FIG-HIGH TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(49:7)
               MOVE WS-FIG-RESULT TO WS-REPORT-LINE(67:)
           END-IF
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord.

       WRITE-VERDICT-PROCEDURE.
           MOVE SPACES TO AnomalyReportRecord
           WRITE AnomalyReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-FLAGGED-COUNT > 0
                   STRING "Verdict  : HOLD THE BILLING FEED FOR REVIEW"
                       DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-FLAGGED-COUNT DELIMITED BY SIZE
                       " finding(s)" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               WHEN WS-SHORT-COUNT > 0
                   STRING "Verdict  : nothing flagged; "
                       DELIMITED BY SIZE
                       WS-SHORT-COUNT DELIMITED BY SIZE
                       " figure(s) short of history and not judged"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "Verdict  : every figure inside its band"
                       TO WS-REPORT-LINE
           END-EVALUATE
           MOVE WS-REPORT-LINE TO AnomalyReportRecord
           WRITE AnomalyReportRecord.

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
           MOVE WS-TODAY-DATE   TO EVT-DATE
           MOVE WS-EVT-TIME     TO EVT-TIME
           MOVE "ANOMALY"       TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-ANOMALY.
