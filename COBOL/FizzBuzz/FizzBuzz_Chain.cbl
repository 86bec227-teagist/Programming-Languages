      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Run the whole nightly sequence from one step table
      *          with step-level restart, instead of a job that
      *          covers only part of the night and leaves the
      *          liability pricing, the reject aging and the weekly
      *          roll-up to whoever remembers them - and whose only
      *          answer to a step failing at 3am is to resubmit
      *          everything or hand-run the rest in the right order.
      *          The steps come from chainstep.dat (card-image, one
      *          step per row, run in the order listed, "*" in
      *          column 1 for a comment):
      *            cols  1-8   step name
      *            cols 10-17  load module, run through the system
      *                        shell - the load library must be on
      *                        the PATH, as it is in the STEPLIB
      *            col  19     P = processing nights only
      *                        (calendar.dat, as FIZZBUZZ-CALCHK
      *                        reads it)
      *            col  20     M = month-end only - the last
      *                        processing night of the month
      *            cols 22-28  the days of the week the step may
      *                        run, 1 (Monday) to 7 (Sunday), e.g.
      *                        12345 for weekdays only; blank is
      *                        every day
      *            cols 30-44  up to five return codes that count
      *                        as success, two digits each, three
      *                        columns apart; blank means 00 only
      *            cols 45-80  up to four steps this step depends
      *                        on, eight columns each, nine apart;
      *                        each must be listed earlier
      *            cols 81-88  the step's parameter, handed to it in
      *                        FIZZBUZZ_STEP_PARM - NIGHTLY or
      *                        MONTHEND for the GL journal; blank is
      *                        none.
      *          A step whose conditions do not hold tonight is
      *          BYPASSED, which satisfies the steps depending on
      *          it - a holiday stands the whole chain down quietly,
      *          as the calendar check always has.  A step whose
      *          dependency did not complete is NOTRUN; a step
      *          ending with a return code outside its list is
      *          FAILED, and only the steps depending on it are held
      *          back - the checks that watch prior nights still
      *          run after a failed classification run, as they do
      *          in FZBZOUT.
      *          Every step is recorded in the job status file
      *          jobstat.dat before it starts and again when it
      *          ends, with its start and end date and time and its
      *          return code, under the chain's ID (the date and
      *          time it opened) and business date.  The file is
      *          appended to, never rewritten, so a chain killed
      *          mid-step still shows the step STARTED.
      *          Rerun, the driver resumes the latest open chain
      *          whatever its date: a step already DONE, BYPASSED or
      *          RELEASED is not repeated, and the run picks up at the
      *          first step that did not complete - a chain that failed
      *          before midnight and is resubmitted after it still
      *          finishes its own night.  A chain is closed LAPSED, with
      *          an ERROR event, only when an operator asks for it with
      *          a LAPSE card; tonight's chain then opens, and the
      *          lapsed night is made whole by FIZZBUZZ-CATCHUP, not by
      *          running tonight's chain over it.  A completed chain is
      *          never run twice.
      *          chaincard.dat (card-image, optional, up to ten rows):
      *          cols 1-8 the function, cols 10-17 the chain's business
      *          date, cols 19-26 a step name.
      *            LAPSE    - give up the open chain of that
      *                       date, leaving its unfinished steps to
      *                       be made whole by hand; tonight's own
      *                       chain cannot be lapsed.
      *            RELEASE  - accept a FAILED or NOTRUN step of
      *                       that date's chain as complete, so the
      *                       steps waiting on it run - the release
      *                       of a night the anomaly check or the
      *                       event digest held once its report has
      *                       been reviewed.
      *                       Both need a CHAINREL grant on
      *                       opauth.dat and are recorded on
      *                       jobstat.dat with the operator.
      *          A card naming another chain is ignored, so a card left
      *          in place cannot act on a later night.
      *          FIZZBUZZ_RUN_DATE is set to the chain's date for the
      *          steps, and every dated step - the calendar, catalog,
      *          feed-ack and seal checks, the hold release, the
      *          classification run, the reconciliation, the anomaly
      *          check, the liability report, the GL journal, the aging
      *          reports, the weekly roll-up, the event digest and the
      *          rollover - runs as the chain's night, however late the
      *          chain is resumed.  The chain is reported to
      *          chain.<ccyymmdd>.txt for its business date, every step
      *          with its state, times and return code, and the outcome
      *          goes to events.dat.
      *          RETURN-CODE is 0 when the chain completed with every
      *          step ending 0 or bypassed, 4 when it completed with a
      *          step ending on another accepted return code, a step
      *          released or an earlier chain lapsed, 8 when the chain
      *          is still incomplete, 12 when the operator lacks the
      *          CHAINREL grant for a release or a lapse, and 16 when
      *          the step table is missing or invalid or jobstat.dat or
      *          the report cannot be written.  A missing opauth.dat
      *          leaves releasing and lapsing unrestricted with a loud
      *          warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-CHAIN.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StepTableFile ASSIGN TO "chainstep.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS StepTableStatus.

           SELECT ChainCardFile ASSIGN TO "chaincard.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ChainCardStatus.

           SELECT JobStatusFile ASSIGN TO "jobstat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS JobStatusStatus.

           SELECT CalendarFile ASSIGN TO "calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CalendarStatus.

           SELECT OpAuthFile ASSIGN TO "opauth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpAuthStatus.

           SELECT ChainReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ChainReportStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  StepTableFile.
       01  StepTableRecord.
           05  STT-NAME            PIC X(8).
           05  FILLER              PIC X(1).
           05  STT-PROGRAM         PIC X(8).
           05  FILLER              PIC X(1).
           05  STT-COND-PROC       PIC X(1).
           05  STT-COND-MEND       PIC X(1).
           05  FILLER              PIC X(1).
           05  STT-DAYS            PIC X(7).
           05  FILLER              PIC X(1).
           05  STT-OK-RC OCCURS 5 TIMES.
               10  STT-OK-RC-VALUE PIC X(2).
               10  FILLER          PIC X(1).
           05  STT-DEP OCCURS 4 TIMES.
               10  STT-DEP-NAME    PIC X(8).
               10  FILLER          PIC X(1).
           05  STT-PARM            PIC X(8).

       FD  ChainCardFile.
       01  ChainCardRecord.
           05  CARD-FUNCTION       PIC X(8).
           05  FILLER              PIC X(1).
           05  CARD-CHAIN-DATE     PIC X(8).
           05  FILLER              PIC X(1).
           05  CARD-STEP           PIC X(8).
           05  FILLER              PIC X(54).

       FD  JobStatusFile.
       01  JobStatusRecord.
           05  JS-CHAIN-ID         PIC 9(14).
           05  JS-CHAIN-DATE       PIC 9(8).
           05  JS-STEP             PIC X(8).
           05  JS-PROGRAM          PIC X(8).
           05  JS-STATE            PIC X(8).
           05  JS-START-DATE       PIC 9(8).
           05  JS-START-TIME       PIC 9(8).
           05  JS-END-DATE         PIC 9(8).
           05  JS-END-TIME         PIC 9(8).
           05  JS-RC               PIC 9(3).
           05  JS-OPERATOR         PIC X(20).
           05  JS-NOTE             PIC X(40).

       FD  CalendarFile.
       01  CalendarRecord.
           05  CAL-DATE            PIC 9(8).
           05  CAL-DESC            PIC X(20).

       FD  OpAuthFile.
       01  OpAuthRecord.
           05  AUTH-OPERATOR       PIC X(20).
           05  AUTH-FUNCTION       PIC X(8).

       FD  ChainReportFile.
       01  ChainReportRecord       PIC X(132).

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
       01  StepTableStatus         PIC XX.
       01  ChainCardStatus         PIC XX.
       01  JobStatusStatus         PIC XX.
       01  CalendarStatus          PIC XX.
       01  OpAuthStatus            PIC XX.
       01  ChainReportStatus       PIC XX.
       01  EventStatus             PIC XX.

       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.
       01  WS-NOW-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-REPORT-LINE          PIC X(132).

      * The step table as loaded, with each step's standing in the
      * chain being run.
       01  WS-STEP-TABLE.
           05  WS-STEP OCCURS 40 TIMES INDEXED BY STP-IDX.
               10  STEP-NAME           PIC X(8).
               10  STEP-PROGRAM        PIC X(8).
               10  STEP-COND-PROC      PIC X(1).
               10  STEP-COND-MEND      PIC X(1).
               10  STEP-DAYS           PIC X(7).
               10  STEP-OK-COUNT       PIC 9(1).
               10  STEP-OK-RC          PIC 9(2) OCCURS 5 TIMES.
               10  STEP-DEP-COUNT      PIC 9(1).
               10  STEP-DEP            PIC X(8) OCCURS 4 TIMES.
               10  STEP-PARM           PIC X(8).
               10  STEP-STATE          PIC X(8).
               10  STEP-START-DATE     PIC 9(8).
               10  STEP-START-TIME     PIC 9(8).
               10  STEP-END-DATE       PIC 9(8).
               10  STEP-END-TIME       PIC 9(8).
               10  STEP-RC             PIC 9(3).
               10  STEP-NOTE           PIC X(40).
       01  WS-STEP-COUNT           PIC 9(2) VALUE 0.
       01  WS-TABLE-ERRORS         PIC 9(3) VALUE 0.
       01  WS-STT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-STT-EOF              VALUE "Y".
       01  WS-STT-ROW              PIC 9(4) VALUE 0.
       01  WS-SUB                  PIC 9(2) VALUE 0.
       01  WS-SUB-2                PIC 9(2) VALUE 0.
       01  WS-FIND-STEP            PIC X(8) VALUE SPACES.
       01  WS-FOUND-IDX            PIC 9(2) VALUE 0.
       01  WS-CHAR-IDX             PIC 9(2) VALUE 0.
       01  WS-ONE-CHAR             PIC X(1).

      * Operator cards for this run.
       01  WS-CARD-TABLE.
           05  WS-CARD OCCURS 10 TIMES INDEXED BY CRD-IDX.
               10  CRD-FUNCTION        PIC X(8).
               10  CRD-CHAIN-DATE      PIC X(8).
               10  CRD-STEP            PIC X(8).
       01  WS-CARD-COUNT           PIC 9(2) VALUE 0.
       01  WS-CRD-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CRD-EOF              VALUE "Y".

      * The chain being run.
       01  WS-CHAIN-ID             PIC 9(14) VALUE 0.
       01  WS-CHAIN-DATE           PIC 9(8) VALUE 0.
       01  WS-LAST-CHAIN-ID        PIC 9(14) VALUE 0.
       01  WS-LAST-CHAIN-DATE      PIC 9(8) VALUE 0.
       01  WS-LAST-OPEN-SWITCH     PIC X VALUE "N".
           88  WS-LAST-CHAIN-OPEN      VALUE "Y".
       01  WS-RESUME-SWITCH        PIC X VALUE "N".
           88  WS-RESUMING             VALUE "Y".
       01  WS-LAPSED-SWITCH        PIC X VALUE "N".
           88  WS-CHAIN-LAPSED         VALUE "Y".
       01  WS-LAPSED-DATE          PIC 9(8) VALUE 0.
       01  WS-LAPSE-WANTED-SWITCH  PIC X VALUE "N".
           88  WS-LAPSE-WANTED         VALUE "Y".
       01  WS-JS-EOF-SWITCH        PIC X VALUE "N".
           88  WS-JS-EOF               VALUE "Y".
       01  WS-JS-STATE             PIC X(8) VALUE SPACES.
       01  WS-JS-NOTE              PIC X(40) VALUE SPACES.

      * Tonight's conditions.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 100 TIMES INDEXED BY CAL-IDX.
               10  CAL-OFF-DATE    PIC 9(8).
       01  WS-CAL-COUNT            PIC 9(3) VALUE 0.
       01  WS-CAL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CAL-EOF              VALUE "Y".
       01  WS-CAL-OFF-SWITCH       PIC X VALUE "N".
           88  WS-DATE-IS-OFF          VALUE "Y".
       01  WS-CHECK-DATE           PIC 9(8) VALUE 0.
       01  WS-PROC-SWITCH          PIC X VALUE "N".
           88  WS-PROCESSING-NIGHT     VALUE "Y".
       01  WS-MEND-SWITCH          PIC X VALUE "N".
           88  WS-MONTH-END-NIGHT      VALUE "Y".
       01  WS-DATE-INTEGER         PIC 9(7) VALUE 0.
       01  WS-DAY-OF-WEEK          PIC 9(1) VALUE 0.
       01  WS-DAY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CHECK-MONTH          PIC 9(6) VALUE 0.
       01  WS-CHAIN-MONTH          PIC 9(6) VALUE 0.

      * One step's run.
       01  WS-COMMAND              PIC X(80) VALUE SPACES.
       01  WS-SYS-STATUS           PIC S9(9) VALUE 0.
       01  WS-SYS-SIGNAL           PIC 9(3) VALUE 0.
       01  WS-RUN-RC               PIC 9(3) VALUE 0.
       01  WS-RC-EDIT              PIC ZZ9.
       01  WS-DEP-OK-SWITCH        PIC X VALUE "Y".
           88  WS-DEPS-MET             VALUE "Y".
       01  WS-RC-OK-SWITCH         PIC X VALUE "N".
           88  WS-RC-ACCEPTED          VALUE "Y".
       01  WS-STEP-DONE-SWITCH     PIC X VALUE "N".
           88  WS-STEP-COMPLETE        VALUE "Y".
       01  WS-CHECK-STATE          PIC X(8) VALUE SPACES.

      * The chain's outcome.
       01  WS-DONE-COUNT           PIC 9(2) VALUE 0.
       01  WS-BYPASS-COUNT         PIC 9(2) VALUE 0.
       01  WS-RELEASE-COUNT        PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(2) VALUE 0.
       01  WS-NOTRUN-COUNT         PIC 9(2) VALUE 0.
       01  WS-NONZERO-COUNT        PIC 9(2) VALUE 0.
       01  WS-FIRST-OPEN-STEP      PIC X(8) VALUE SPACES.

       01  WS-AUTH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED         VALUE "Y".
       01  WS-RELEASE-WANTED       PIC 9(2) VALUE 0.

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
           05  WS-SEAL-STAMP       PIC X(24).
           05  WS-SEAL-RESULT      PIC X(2).
       01  WS-SEAL-TEXT            PIC X(400).
       01  WS-SEAL-SAVE-RC         PIC S9(9) VALUE 0.
      *-----------------------

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz Nightly Chain -----"
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM LOAD-STEP-TABLE-PROCEDURE
           IF WS-STEP-COUNT = 0 OR WS-TABLE-ERRORS > 0
               DISPLAY "Error: chainstep.dat is missing, empty or "
                   "invalid (" WS-TABLE-ERRORS " errors); no step run."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE "chain refused - chainstep.dat missing or invalid"
                   TO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CHAIN-CARDS-PROCEDURE
           PERFORM READ-JOB-STATUS-PROCEDURE
           PERFORM CHOOSE-CHAIN-PROCEDURE

           IF NOT WS-RESUMING AND WS-LAST-CHAIN-DATE = WS-TODAY-DATE
            AND NOT WS-LAST-CHAIN-OPEN AND WS-LAST-CHAIN-ID > 0
               DISPLAY "Chain     : " WS-LAST-CHAIN-DATE " already "
                   "completed (chain " WS-LAST-CHAIN-ID "); nothing "
                   "to run."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT WS-RESUMING
               PERFORM OPEN-NEW-CHAIN-PROCEDURE
           END-IF
           DISPLAY "Chain     : " WS-CHAIN-DATE " (chain "
               WS-CHAIN-ID ")"

           PERFORM APPLY-RELEASES-PROCEDURE

           PERFORM LOAD-CALENDAR-PROCEDURE
           PERFORM SET-CONDITIONS-PROCEDURE

           PERFORM FIND-FIRST-OPEN-PROCEDURE
           IF WS-RESUMING
               DISPLAY "Resuming  : at step " WS-FIRST-OPEN-STEP
           END-IF

           DISPLAY "FIZZBUZZ_RUN_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHAIN-DATE UPON ENVIRONMENT-VALUE
           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STEP-COUNT
               PERFORM RUN-ONE-STEP-PROCEDURE
           END-PERFORM
      * The overrides must not leak into a later run in this job.
           DISPLAY "FIZZBUZZ_RUN_DATE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "FIZZBUZZ_STEP_PARM" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE

           PERFORM TALLY-CHAIN-PROCEDURE
           IF WS-FAILED-COUNT = 0 AND WS-NOTRUN-COUNT = 0
               MOVE "COMPLETE" TO WS-JS-STATE
               MOVE SPACES TO WS-JS-NOTE
               PERFORM WRITE-CHAIN-ROW-PROCEDURE
           END-IF

           PERFORM WRITE-CHAIN-REPORT-PROCEDURE

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Done      : " WS-DONE-COUNT
           DISPLAY "Bypassed  : " WS-BYPASS-COUNT
           DISPLAY "Released  : " WS-RELEASE-COUNT
           DISPLAY "Failed    : " WS-FAILED-COUNT
           DISPLAY "Not run   : " WS-NOTRUN-COUNT

           PERFORM WRITE-OUTCOME-EVENT-PROCEDURE
           IF WS-FAILED-COUNT = 0 AND WS-NOTRUN-COUNT = 0
            AND WS-CHAIN-DATE < WS-TODAY-DATE
               DISPLAY "Note: the chain for " WS-TODAY-DATE " has "
                   "not run yet; it opens on the next submission."
           END-IF

           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0 OR WS-NOTRUN-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NONZERO-COUNT > 0 OR WS-RELEASE-COUNT > 0
                OR WS-CHAIN-LAPSED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ** add other procedures here

      * The step table.  Every row is checked before anything runs -
      * a chain that cannot be followed to its end must not start.
       LOAD-STEP-TABLE-PROCEDURE.
           OPEN INPUT StepTableFile
           IF StepTableStatus NOT = "00"
               DISPLAY "Error: Unable to open chainstep.dat, Status: "
                   StepTableStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STT-EOF
               READ StepTableFile
                   AT END
                       SET WS-STT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STT-ROW
                       IF StepTableRecord(1:1) NOT = "*"
                        AND StepTableRecord NOT = SPACES
                           PERFORM TAKE-STEP-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StepTableFile.

       TAKE-STEP-ROW-PROCEDURE.
           IF WS-STEP-COUNT >= 40
               DISPLAY "    Error: chainstep.dat row " WS-STT-ROW
                   " - more than 40 steps."
               ADD 1 TO WS-TABLE-ERRORS
               EXIT PARAGRAPH
           END-IF
           IF STT-NAME = SPACES OR STT-PROGRAM = SPACES
               DISPLAY "    Error: chainstep.dat row " WS-STT-ROW
                   " - step name or load module missing."
               ADD 1 TO WS-TABLE-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE STT-NAME TO WS-FIND-STEP
           PERFORM FIND-STEP-PROCEDURE
           IF WS-FOUND-IDX > 0
               DISPLAY "    Error: chainstep.dat row " WS-STT-ROW
                   " - step " STT-NAME " is listed twice."
               ADD 1 TO WS-TABLE-ERRORS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-STEP-COUNT
           SET STP-IDX TO WS-STEP-COUNT
           MOVE STT-NAME    TO STEP-NAME(STP-IDX)
           MOVE STT-PROGRAM TO STEP-PROGRAM(STP-IDX)
           MOVE STT-COND-PROC TO STEP-COND-PROC(STP-IDX)
           MOVE STT-COND-MEND TO STEP-COND-MEND(STP-IDX)
           MOVE STT-DAYS    TO STEP-DAYS(STP-IDX)
           MOVE STT-PARM    TO STEP-PARM(STP-IDX)
           MOVE SPACES TO STEP-STATE(STP-IDX)
           MOVE SPACES TO STEP-NOTE(STP-IDX)
           MOVE 0 TO STEP-START-DATE(STP-IDX)
           MOVE 0 TO STEP-START-TIME(STP-IDX)
           MOVE 0 TO STEP-END-DATE(STP-IDX)
           MOVE 0 TO STEP-END-TIME(STP-IDX)
           MOVE 0 TO STEP-RC(STP-IDX)

      * The load module goes to the shell, so it may hold only
      * letters and digits.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 8
               MOVE STT-PROGRAM(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR NOT = SPACE
                AND WS-ONE-CHAR IS NOT NUMERIC
                AND WS-ONE-CHAR IS NOT ALPHABETIC-UPPER
                   DISPLAY "    Error: chainstep.dat row " WS-STT-ROW
                       " - load module " STT-PROGRAM " is not a "
                       "load module name."
                   ADD 1 TO WS-TABLE-ERRORS
                   MOVE 9 TO WS-CHAR-IDX
               END-IF
           END-PERFORM

           IF (STT-COND-PROC NOT = SPACE AND STT-COND-PROC NOT = "P")
            OR (STT-COND-MEND NOT = SPACE AND STT-COND-MEND NOT = "M")
               DISPLAY "    Error: chainstep.dat row " WS-STT-ROW
                   " - conditions must be P and/or M."
               ADD 1 TO WS-TABLE-ERRORS
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 7
               MOVE STT-DAYS(WS-CHAR-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR NOT = SPACE
                AND (WS-ONE-CHAR < "1" OR WS-ONE-CHAR > "7")
                   DISPLAY "    Error: chainstep.dat row " WS-STT-ROW
                       " - days must be 1 (Monday) to 7 (Sunday)."
                   ADD 1 TO WS-TABLE-ERRORS
                   MOVE 8 TO WS-CHAR-IDX
               END-IF
           END-PERFORM

           MOVE 0 TO STEP-OK-COUNT(STP-IDX)
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF STT-OK-RC-VALUE(WS-SUB) NOT = SPACES
                   IF STT-OK-RC-VALUE(WS-SUB) IS NUMERIC
                       ADD 1 TO STEP-OK-COUNT(STP-IDX)
                       MOVE STT-OK-RC-VALUE(WS-SUB) TO
                           STEP-OK-RC(STP-IDX, STEP-OK-COUNT(STP-IDX))
                   ELSE
                       DISPLAY "    Error: chainstep.dat row "
                           WS-STT-ROW " - return code "
                           STT-OK-RC-VALUE(WS-SUB) " is not numeric."
                       ADD 1 TO WS-TABLE-ERRORS
                   END-IF
               END-IF
           END-PERFORM
           IF STEP-OK-COUNT(STP-IDX) = 0
               MOVE 1 TO STEP-OK-COUNT(STP-IDX)
               MOVE 0 TO STEP-OK-RC(STP-IDX, 1)
           END-IF

      * A dependency must be a step listed above this one, so the
      * table order is always a safe run order.
           MOVE 0 TO STEP-DEP-COUNT(STP-IDX)
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               IF STT-DEP-NAME(WS-SUB) NOT = SPACES
                   MOVE STT-DEP-NAME(WS-SUB) TO WS-FIND-STEP
                   PERFORM FIND-STEP-PROCEDURE
                   IF WS-FOUND-IDX = 0
                    OR WS-FOUND-IDX = WS-STEP-COUNT
                       DISPLAY "    Error: chainstep.dat row "
                           WS-STT-ROW " - step " STT-NAME
                           " depends on " STT-DEP-NAME(WS-SUB)
                           ", which is not listed above it."
                       ADD 1 TO WS-TABLE-ERRORS
                   ELSE
                       ADD 1 TO STEP-DEP-COUNT(STP-IDX)
                       MOVE STT-DEP-NAME(WS-SUB) TO
                           STEP-DEP(STP-IDX, STEP-DEP-COUNT(STP-IDX))
                   END-IF
               END-IF
           END-PERFORM.

      * Leaves WS-FOUND-IDX on the step named WS-FIND-STEP, or zero.
       FIND-STEP-PROCEDURE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-STEP-COUNT
                   OR WS-FOUND-IDX > 0
               IF STEP-NAME(WS-SUB-2) = WS-FIND-STEP
                   MOVE WS-SUB-2 TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-CHAIN-CARDS-PROCEDURE.
           OPEN INPUT ChainCardFile
           IF ChainCardStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CRD-EOF
               READ ChainCardFile
                   AT END
                       SET WS-CRD-EOF TO TRUE
                   NOT AT END
                       IF CARD-FUNCTION = "LAPSE"
                        OR CARD-FUNCTION = "RELEASE"
                           IF WS-CARD-COUNT < 10
                               ADD 1 TO WS-CARD-COUNT
                               MOVE CARD-FUNCTION TO
                                   CRD-FUNCTION(WS-CARD-COUNT)
                               MOVE CARD-CHAIN-DATE TO
                                   CRD-CHAIN-DATE(WS-CARD-COUNT)
                               MOVE CARD-STEP TO
                                   CRD-STEP(WS-CARD-COUNT)
                           END-IF
                       ELSE
                           IF ChainCardRecord NOT = SPACES
                               DISPLAY "Note: chaincard.dat function "
                                   CARD-FUNCTION " not recognized; "
                                   "card ignored."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChainCardFile.

      * The standing of the latest chain on jobstat.dat: each step's
      * last row under that chain's ID wins.
       READ-JOB-STATUS-PROCEDURE.
           OPEN INPUT JobStatusFile
           IF JobStatusStatus NOT = "00"
               DISPLAY "Note: jobstat.dat not available, Status: "
                   JobStatusStatus "; no earlier chain to resume."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JS-EOF
               READ JobStatusFile
                   AT END
                       SET WS-JS-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-STATUS-ROW-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE JobStatusFile.

       TAKE-STATUS-ROW-PROCEDURE.
           IF JS-CHAIN-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF JS-STEP = "*CHAIN"
               EVALUATE JS-STATE
                   WHEN "OPENED"
                       MOVE JS-CHAIN-ID   TO WS-LAST-CHAIN-ID
                       MOVE JS-CHAIN-DATE TO WS-LAST-CHAIN-DATE
                       SET WS-LAST-CHAIN-OPEN TO TRUE
                       PERFORM CLEAR-STEP-STATES-PROCEDURE
                   WHEN "COMPLETE"
                   WHEN "LAPSED"
                       IF JS-CHAIN-ID = WS-LAST-CHAIN-ID
                           MOVE "N" TO WS-LAST-OPEN-SWITCH
                       END-IF
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           IF JS-CHAIN-ID NOT = WS-LAST-CHAIN-ID
               EXIT PARAGRAPH
           END-IF
           MOVE JS-STEP TO WS-FIND-STEP
           PERFORM FIND-STEP-PROCEDURE
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           SET STP-IDX TO WS-FOUND-IDX
           MOVE JS-STATE      TO STEP-STATE(STP-IDX)
           MOVE JS-START-DATE TO STEP-START-DATE(STP-IDX)
           MOVE JS-START-TIME TO STEP-START-TIME(STP-IDX)
           MOVE JS-END-DATE   TO STEP-END-DATE(STP-IDX)
           MOVE JS-END-TIME   TO STEP-END-TIME(STP-IDX)
           MOVE JS-RC         TO STEP-RC(STP-IDX)
           MOVE JS-NOTE       TO STEP-NOTE(STP-IDX).

       CLEAR-STEP-STATES-PROCEDURE.
           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STEP-COUNT
               MOVE SPACES TO STEP-STATE(STP-IDX)
               MOVE SPACES TO STEP-NOTE(STP-IDX)
               MOVE 0 TO STEP-START-DATE(STP-IDX)
               MOVE 0 TO STEP-START-TIME(STP-IDX)
               MOVE 0 TO STEP-END-DATE(STP-IDX)
               MOVE 0 TO STEP-END-TIME(STP-IDX)
               MOVE 0 TO STEP-RC(STP-IDX)
           END-PERFORM.

      * The latest open chain is resumed, whatever its date, at its
      * first step that did not complete - a chain resubmitted after
      * midnight still finishes the night it belongs to.  It lapses
      * only on a LAPSE card naming its date, from an operator with
      * the CHAINREL grant, and tonight's chain then opens in its
      * place.  Tonight's own chain cannot be lapsed.
       CHOOSE-CHAIN-PROCEDURE.
           IF NOT WS-LAST-CHAIN-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LAPSE-WANTED-SWITCH
           PERFORM VARYING CRD-IDX FROM 1 BY 1
                   UNTIL CRD-IDX > WS-CARD-COUNT
               IF CRD-FUNCTION(CRD-IDX) = "LAPSE"
                AND CRD-CHAIN-DATE(CRD-IDX) = WS-LAST-CHAIN-DATE
                   SET WS-LAPSE-WANTED TO TRUE
               END-IF
           END-PERFORM
           IF WS-LAPSE-WANTED AND WS-LAST-CHAIN-DATE = WS-TODAY-DATE
               DISPLAY "Note: LAPSE names tonight's own chain; card "
                   "ignored and the chain resumed."
               MOVE "N" TO WS-LAPSE-WANTED-SWITCH
           END-IF
           IF NOT WS-LAPSE-WANTED
               SET WS-RESUMING TO TRUE
               MOVE WS-LAST-CHAIN-ID   TO WS-CHAIN-ID
               MOVE WS-LAST-CHAIN-DATE TO WS-CHAIN-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for CHAINREL; nothing run."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - CHAINREL by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-CHAIN-LAPSED TO TRUE
           MOVE WS-LAST-CHAIN-DATE TO WS-LAPSED-DATE
           MOVE WS-LAST-CHAIN-ID   TO WS-CHAIN-ID
           MOVE WS-LAST-CHAIN-DATE TO WS-CHAIN-DATE
           MOVE "LAPSED" TO WS-JS-STATE
           MOVE SPACES TO WS-JS-NOTE
           STRING "lapsed by " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-JS-NOTE
           PERFORM WRITE-CHAIN-ROW-PROCEDURE
           DISPLAY "Warning: the chain for " WS-LAPSED-DATE " was "
               "lapsed incomplete by " WS-OPERATOR "; make that "
               "night whole with FIZZBUZZ-CATCHUP."
           MOVE "ERROR" TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "chain " DELIMITED BY SIZE
               WS-LAPSED-DATE DELIMITED BY SIZE
               " lapsed incomplete by " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE
           MOVE "N" TO WS-LAST-OPEN-SWITCH.

       OPEN-NEW-CHAIN-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-DATE TO WS-CHAIN-DATE
           COMPUTE WS-CHAIN-ID = WS-TODAY-DATE * 1000000
               + WS-NOW-TIME / 100
           PERFORM CLEAR-STEP-STATES-PROCEDURE
           MOVE "OPENED" TO WS-JS-STATE
           MOVE SPACES TO WS-JS-NOTE
           PERFORM WRITE-CHAIN-ROW-PROCEDURE.

      * RELEASE cards for this chain accept a held step as complete.
      * Releasing is guarded: it lets work run past a failed check.
       APPLY-RELEASES-PROCEDURE.
           MOVE 0 TO WS-RELEASE-WANTED
           PERFORM VARYING CRD-IDX FROM 1 BY 1
                   UNTIL CRD-IDX > WS-CARD-COUNT
               IF CRD-FUNCTION(CRD-IDX) = "RELEASE"
                AND CRD-CHAIN-DATE(CRD-IDX) = WS-CHAIN-DATE
                   ADD 1 TO WS-RELEASE-WANTED
               END-IF
           END-PERFORM
           IF WS-RELEASE-WANTED = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for CHAINREL; nothing run."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - CHAINREL by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING CRD-IDX FROM 1 BY 1
                   UNTIL CRD-IDX > WS-CARD-COUNT
               IF CRD-FUNCTION(CRD-IDX) = "RELEASE"
                AND CRD-CHAIN-DATE(CRD-IDX) = WS-CHAIN-DATE
                   PERFORM RELEASE-ONE-STEP-PROCEDURE
               END-IF
           END-PERFORM.

       RELEASE-ONE-STEP-PROCEDURE.
           MOVE CRD-STEP(CRD-IDX) TO WS-FIND-STEP
           PERFORM FIND-STEP-PROCEDURE
           IF WS-FOUND-IDX = 0
               DISPLAY "Note: RELEASE names step " WS-FIND-STEP
                   ", which is not in chainstep.dat; card ignored."
               EXIT PARAGRAPH
           END-IF
           SET STP-IDX TO WS-FOUND-IDX
           IF STEP-STATE(STP-IDX) NOT = "FAILED"
            AND STEP-STATE(STP-IDX) NOT = "NOTRUN"
               DISPLAY "Note: step " WS-FIND-STEP " is "
                   STEP-STATE(STP-IDX) " - nothing to release."
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE "RELEASED" TO STEP-STATE(STP-IDX)
           MOVE WS-TODAY-DATE TO STEP-END-DATE(STP-IDX)
           MOVE WS-NOW-TIME TO STEP-END-TIME(STP-IDX)
           MOVE SPACES TO STEP-NOTE(STP-IDX)
           STRING "released by " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO STEP-NOTE(STP-IDX)
           PERFORM WRITE-STEP-ROW-PROCEDURE
           DISPLAY "Released  : step " STEP-NAME(STP-IDX)
               " accepted by " WS-OPERATOR
           MOVE "WARN " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "chain " DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
               " step " DELIMITED BY SIZE
               STEP-NAME(STP-IDX) DELIMITED BY SPACE
               " released by " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE.

       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; releasing a chain step "
                   "or lapsing a chain is unrestricted."
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = "CHAINREL"
                           SET WS-AUTH-ALLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpAuthFile.

       LOAD-CALENDAR-PROCEDURE.
           MOVE 0 TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-EOF-SWITCH
           OPEN INPUT CalendarFile
           IF CalendarStatus NOT = "00"
               DISPLAY "Note: calendar.dat not available; every "
                   "night is a processing night."
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
                                   "more than 100 rows; rows past "
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
               IF CAL-OFF-DATE(CAL-IDX) = WS-CHECK-DATE
                   SET WS-DATE-IS-OFF TO TRUE
               END-IF
           END-PERFORM.

      * Processing night, month-end (no processing night left in the
      * month after this one) and the day of the week (1 = Monday;
      * day 1 of the integer calendar, 1 Jan 1601, was a Monday).
       SET-CONDITIONS-PROCEDURE.
           MOVE WS-CHAIN-DATE TO WS-CHECK-DATE
           PERFORM CHECK-CALENDAR-DATE-PROCEDURE
           IF WS-DATE-IS-OFF
               MOVE "N" TO WS-PROC-SWITCH
           ELSE
               SET WS-PROCESSING-NIGHT TO TRUE
           END-IF

           MOVE "N" TO WS-MEND-SWITCH
           IF WS-PROCESSING-NIGHT
               SET WS-MONTH-END-NIGHT TO TRUE
               COMPUTE WS-CHAIN-MONTH = WS-CHAIN-DATE / 100
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CHAIN-DATE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO WS-CHECK-DATE
               COMPUTE WS-CHECK-MONTH = WS-CHECK-DATE / 100
               PERFORM UNTIL WS-CHECK-MONTH NOT = WS-CHAIN-MONTH
                       OR NOT WS-MONTH-END-NIGHT
                   PERFORM CHECK-CALENDAR-DATE-PROCEDURE
                   IF NOT WS-DATE-IS-OFF
                       MOVE "N" TO WS-MEND-SWITCH
                   END-IF
                   ADD 1 TO WS-DATE-INTEGER
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                       TO WS-CHECK-DATE
                   COMPUTE WS-CHECK-MONTH = WS-CHECK-DATE / 100
               END-PERFORM
           END-IF

           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CHAIN-DATE) - 1, 7) + 1

           DISPLAY "Night     : processing=" WS-PROC-SWITCH
               "  month-end=" WS-MEND-SWITCH
               "  day-of-week=" WS-DAY-OF-WEEK.

       FIND-FIRST-OPEN-PROCEDURE.
           MOVE SPACES TO WS-FIRST-OPEN-STEP
           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STEP-COUNT
                   OR WS-FIRST-OPEN-STEP NOT = SPACES
               MOVE STEP-STATE(STP-IDX) TO WS-CHECK-STATE
               PERFORM TEST-COMPLETE-PROCEDURE
               IF NOT WS-STEP-COMPLETE
                   MOVE STEP-NAME(STP-IDX) TO WS-FIRST-OPEN-STEP
               END-IF
           END-PERFORM.

       TEST-COMPLETE-PROCEDURE.
           IF WS-CHECK-STATE = "DONE" OR WS-CHECK-STATE = "BYPASSED"
            OR WS-CHECK-STATE = "RELEASED"
               SET WS-STEP-COMPLETE TO TRUE
           ELSE
               MOVE "N" TO WS-STEP-DONE-SWITCH
           END-IF.

      * One step: skipped when already complete in this chain,
      * bypassed when tonight's conditions exclude it, held back
      * when a dependency did not complete, otherwise run.
       RUN-ONE-STEP-PROCEDURE.
           MOVE STEP-STATE(STP-IDX) TO WS-CHECK-STATE
           PERFORM TEST-COMPLETE-PROCEDURE
           IF WS-STEP-COMPLETE
               DISPLAY "Step " STEP-NAME(STP-IDX) " : "
                   STEP-STATE(STP-IDX) " earlier - not repeated"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY-DATE TO STEP-START-DATE(STP-IDX)
           MOVE WS-NOW-TIME   TO STEP-START-TIME(STP-IDX)
           MOVE WS-TODAY-DATE TO STEP-END-DATE(STP-IDX)
           MOVE WS-NOW-TIME   TO STEP-END-TIME(STP-IDX)
           MOVE 0 TO STEP-RC(STP-IDX)
           MOVE SPACES TO STEP-NOTE(STP-IDX)

           IF STEP-COND-PROC(STP-IDX) = "P" AND NOT WS-PROCESSING-NIGHT
               MOVE "BYPASSED" TO STEP-STATE(STP-IDX)
               MOVE "not a processing night" TO STEP-NOTE(STP-IDX)
           END-IF
           IF STEP-COND-MEND(STP-IDX) = "M" AND NOT WS-MONTH-END-NIGHT
            AND STEP-STATE(STP-IDX) NOT = "BYPASSED"
               MOVE "BYPASSED" TO STEP-STATE(STP-IDX)
               MOVE "not month-end" TO STEP-NOTE(STP-IDX)
           END-IF
           IF STEP-DAYS(STP-IDX) NOT = SPACES
            AND STEP-STATE(STP-IDX) NOT = "BYPASSED"
               MOVE 0 TO WS-DAY-COUNT
               INSPECT STEP-DAYS(STP-IDX) TALLYING WS-DAY-COUNT
                   FOR ALL WS-DAY-OF-WEEK
               IF WS-DAY-COUNT = 0
                   MOVE "BYPASSED" TO STEP-STATE(STP-IDX)
                   MOVE "not one of its days of the week"
                       TO STEP-NOTE(STP-IDX)
               END-IF
           END-IF
           IF STEP-STATE(STP-IDX) = "BYPASSED"
               DISPLAY "Step " STEP-NAME(STP-IDX) " : BYPASSED - "
                   STEP-NOTE(STP-IDX)
               PERFORM WRITE-STEP-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-DEP-OK-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > STEP-DEP-COUNT(STP-IDX)
                   OR NOT WS-DEPS-MET
               MOVE STEP-DEP(STP-IDX, WS-SUB) TO WS-FIND-STEP
               PERFORM FIND-STEP-PROCEDURE
               MOVE STEP-STATE(WS-FOUND-IDX) TO WS-CHECK-STATE
               PERFORM TEST-COMPLETE-PROCEDURE
               IF NOT WS-STEP-COMPLETE
                   MOVE "N" TO WS-DEP-OK-SWITCH
                   MOVE "NOTRUN" TO STEP-STATE(STP-IDX)
                   STRING "waits on " DELIMITED BY SIZE
                       WS-FIND-STEP DELIMITED BY SPACE
                       INTO STEP-NOTE(STP-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-DEPS-MET
               DISPLAY "Step " STEP-NAME(STP-IDX) " : NOTRUN - "
                   STEP-NOTE(STP-IDX)
               PERFORM WRITE-STEP-ROW-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      * The STARTED row goes down before the step runs, so a chain
      * killed mid-step shows where it was.
           MOVE "STARTED" TO STEP-STATE(STP-IDX)
           MOVE 0 TO STEP-END-DATE(STP-IDX)
           MOVE 0 TO STEP-END-TIME(STP-IDX)
           PERFORM WRITE-STEP-ROW-PROCEDURE
           DISPLAY " "
           DISPLAY "Step " STEP-NAME(STP-IDX) " : running "
               STEP-PROGRAM(STP-IDX) " " STEP-PARM(STP-IDX)

      * The step's parameter reaches it the way the chain's date
      * does, through the environment; a step without one sees none.
           DISPLAY "FIZZBUZZ_STEP_PARM" UPON ENVIRONMENT-NAME
           DISPLAY STEP-PARM(STP-IDX) UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WS-COMMAND
           STRING STEP-PROGRAM(STP-IDX) DELIMITED BY SPACE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-STATUS
           MOVE 0 TO RETURN-CODE

      * The shell reports the step's exit code in the high byte and
      * a terminating signal in the low byte.
           DIVIDE WS-SYS-STATUS BY 256 GIVING WS-RUN-RC
               REMAINDER WS-SYS-SIGNAL
           ACCEPT WS-NOW-TIME FROM TIME
           ACCEPT STEP-END-DATE(STP-IDX) FROM DATE YYYYMMDD
           MOVE WS-NOW-TIME TO STEP-END-TIME(STP-IDX)
           MOVE WS-RUN-RC TO STEP-RC(STP-IDX)
           IF WS-SYS-SIGNAL NOT = 0 OR WS-SYS-STATUS < 0
               MOVE 999 TO STEP-RC(STP-IDX)
               MOVE "ended abnormally" TO STEP-NOTE(STP-IDX)
           END-IF
           IF WS-RUN-RC = 127 AND WS-SYS-SIGNAL = 0
               MOVE "load module not found" TO STEP-NOTE(STP-IDX)
           END-IF
      * A step the shell saw killed comes back as 128 plus the signal.
           IF WS-RUN-RC > 128 AND WS-SYS-SIGNAL = 0
               MOVE "ended abnormally" TO STEP-NOTE(STP-IDX)
           END-IF

           MOVE "N" TO WS-RC-OK-SWITCH
           IF STEP-RC(STP-IDX) NOT = 999
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > STEP-OK-COUNT(STP-IDX)
                   IF STEP-RC(STP-IDX) = STEP-OK-RC(STP-IDX, WS-SUB)
                       SET WS-RC-ACCEPTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RC-ACCEPTED
               MOVE "DONE" TO STEP-STATE(STP-IDX)
           ELSE
               MOVE "FAILED" TO STEP-STATE(STP-IDX)
               IF STEP-NOTE(STP-IDX) = SPACES
                   MOVE "return code not accepted"
                       TO STEP-NOTE(STP-IDX)
               END-IF
           END-IF
           MOVE STEP-RC(STP-IDX) TO WS-RC-EDIT
           DISPLAY "Step " STEP-NAME(STP-IDX) " : "
               STEP-STATE(STP-IDX) " RC=" WS-RC-EDIT
           PERFORM WRITE-STEP-ROW-PROCEDURE.

       WRITE-STEP-ROW-PROCEDURE.
           MOVE WS-CHAIN-ID              TO JS-CHAIN-ID
           MOVE WS-CHAIN-DATE            TO JS-CHAIN-DATE
           MOVE STEP-NAME(STP-IDX)       TO JS-STEP
           MOVE STEP-PROGRAM(STP-IDX)    TO JS-PROGRAM
           MOVE STEP-STATE(STP-IDX)      TO JS-STATE
           MOVE STEP-START-DATE(STP-IDX) TO JS-START-DATE
           MOVE STEP-START-TIME(STP-IDX) TO JS-START-TIME
           MOVE STEP-END-DATE(STP-IDX)   TO JS-END-DATE
           MOVE STEP-END-TIME(STP-IDX)   TO JS-END-TIME
           MOVE STEP-RC(STP-IDX)         TO JS-RC
           MOVE WS-OPERATOR              TO JS-OPERATOR
           MOVE STEP-NOTE(STP-IDX)       TO JS-NOTE
           PERFORM APPEND-STATUS-PROCEDURE.

       WRITE-CHAIN-ROW-PROCEDURE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-CHAIN-ID   TO JS-CHAIN-ID
           MOVE WS-CHAIN-DATE TO JS-CHAIN-DATE
           MOVE "*CHAIN"      TO JS-STEP
           MOVE SPACES        TO JS-PROGRAM
           MOVE WS-JS-STATE   TO JS-STATE
           MOVE WS-TODAY-DATE TO JS-START-DATE
           MOVE WS-NOW-TIME   TO JS-START-TIME
           MOVE WS-TODAY-DATE TO JS-END-DATE
           MOVE WS-NOW-TIME   TO JS-END-TIME
           MOVE 0             TO JS-RC
           MOVE WS-OPERATOR   TO JS-OPERATOR
           MOVE WS-JS-NOTE    TO JS-NOTE
           PERFORM APPEND-STATUS-PROCEDURE.

      * Each row is written and the file closed at once, so the
      * status survives whatever a step does next.  Without the job
      * status there is no restart, so the chain stops.
       APPEND-STATUS-PROCEDURE.
           OPEN EXTEND JobStatusFile
           IF JobStatusStatus = "35"
               OPEN OUTPUT JobStatusFile
           END-IF
           IF JobStatusStatus NOT = "00"
               DISPLAY "Error: Unable to open jobstat.dat, Status: "
                   JobStatusStatus "; the chain stops."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE JobStatusRecord
           IF JobStatusStatus NOT = "00"
               DISPLAY "Error: Unable to write jobstat.dat, Status: "
                   JobStatusStatus "; the chain stops."
               CLOSE JobStatusFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JobStatusFile.

       TALLY-CHAIN-PROCEDURE.
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-BYPASS-COUNT
           MOVE 0 TO WS-RELEASE-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-NOTRUN-COUNT
           MOVE 0 TO WS-NONZERO-COUNT
           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STEP-COUNT
               EVALUATE STEP-STATE(STP-IDX)
                   WHEN "DONE"
                       ADD 1 TO WS-DONE-COUNT
                       IF STEP-RC(STP-IDX) NOT = 0
                           ADD 1 TO WS-NONZERO-COUNT
                       END-IF
                   WHEN "BYPASSED"
                       ADD 1 TO WS-BYPASS-COUNT
                   WHEN "RELEASED"
                       ADD 1 TO WS-RELEASE-COUNT
                   WHEN "FAILED"
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-NOTRUN-COUNT
               END-EVALUATE
           END-PERFORM
           PERFORM FIND-FIRST-OPEN-PROCEDURE.

       WRITE-CHAIN-REPORT-PROCEDURE.
           STRING "chain." DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT ChainReportFile
           IF ChainReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " ChainReportStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "----- FizzBuzz Nightly Chain -----"
               TO ChainReportRecord
           WRITE ChainReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Chain date  : " DELIMITED BY SIZE
               WS-CHAIN-DATE DELIMITED BY SIZE
               "   Chain ID: " DELIMITED BY SIZE
               WS-CHAIN-ID DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ChainReportRecord
           WRITE ChainReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run date    : " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ChainReportRecord
           WRITE ChainReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Night       : processing=" DELIMITED BY SIZE
               WS-PROC-SWITCH DELIMITED BY SIZE
               "  month-end=" DELIMITED BY SIZE
               WS-MEND-SWITCH DELIMITED BY SIZE
               "  day-of-week=" DELIMITED BY SIZE
               WS-DAY-OF-WEEK DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ChainReportRecord
           WRITE ChainReportRecord
           IF WS-CHAIN-LAPSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Lapsed      : the chain for " DELIMITED BY SIZE
                   WS-LAPSED-DATE DELIMITED BY SIZE
                   " was left incomplete" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO ChainReportRecord
               WRITE ChainReportRecord
           END-IF
           MOVE SPACES TO ChainReportRecord
           WRITE ChainReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  STEP     MODULE   STATE     RC  STARTED"
               DELIMITED BY SIZE
               "            ENDED              NOTE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ChainReportRecord
           WRITE ChainReportRecord
           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > WS-STEP-COUNT
               MOVE STEP-RC(STP-IDX) TO WS-RC-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   STEP-NAME(STP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STEP-PROGRAM(STP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STEP-STATE(STP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STEP-START-DATE(STP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STEP-START-TIME(STP-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STEP-END-DATE(STP-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   STEP-END-TIME(STP-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   STEP-NOTE(STP-IDX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               IF STEP-STATE(STP-IDX) = SPACES
                   MOVE "(not reached)" TO WS-REPORT-LINE(21:)
               END-IF
               MOVE WS-REPORT-LINE TO ChainReportRecord
               WRITE ChainReportRecord
           END-PERFORM
           MOVE SPACES TO ChainReportRecord
           WRITE ChainReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Done " DELIMITED BY SIZE
               WS-DONE-COUNT DELIMITED BY SIZE
               "   Bypassed " DELIMITED BY SIZE
               WS-BYPASS-COUNT DELIMITED BY SIZE
               "   Released " DELIMITED BY SIZE
               WS-RELEASE-COUNT DELIMITED BY SIZE
               "   Failed " DELIMITED BY SIZE
               WS-FAILED-COUNT DELIMITED BY SIZE
               "   Not run " DELIMITED BY SIZE
               WS-NOTRUN-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ChainReportRecord
           WRITE ChainReportRecord
           IF WS-FAILED-COUNT = 0 AND WS-NOTRUN-COUNT = 0
               MOVE "Verdict     : CHAIN COMPLETE"
                   TO ChainReportRecord
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Verdict     : CHAIN INCOMPLETE - a rerun "
                   DELIMITED BY SIZE
                   "resumes at " DELIMITED BY SIZE
                   WS-FIRST-OPEN-STEP DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO ChainReportRecord
           END-IF
           WRITE ChainReportRecord
           CLOSE ChainReportFile.

       WRITE-OUTCOME-EVENT-PROCEDURE.
           MOVE SPACES TO WS-EVT-TEXT
           IF WS-FAILED-COUNT > 0 OR WS-NOTRUN-COUNT > 0
               MOVE "ERROR" TO WS-EVT-SEVERITY
               STRING "chain " DELIMITED BY SIZE
                   WS-CHAIN-DATE DELIMITED BY SIZE
                   " incomplete - " DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   " failed, " DELIMITED BY SIZE
                   WS-NOTRUN-COUNT DELIMITED BY SIZE
                   " not run, resumes at " DELIMITED BY SIZE
                   WS-FIRST-OPEN-STEP DELIMITED BY SPACE
                   INTO WS-EVT-TEXT
           ELSE
               IF WS-NONZERO-COUNT > 0 OR WS-RELEASE-COUNT > 0
                   MOVE "WARN " TO WS-EVT-SEVERITY
               ELSE
                   MOVE "INFO " TO WS-EVT-SEVERITY
               END-IF
               STRING "chain " DELIMITED BY SIZE
                   WS-CHAIN-DATE DELIMITED BY SIZE
                   " complete - " DELIMITED BY SIZE
                   WS-DONE-COUNT DELIMITED BY SIZE
                   " done, " DELIMITED BY SIZE
                   WS-BYPASS-COUNT DELIMITED BY SIZE
                   " bypassed, " DELIMITED BY SIZE
                   WS-RELEASE-COUNT DELIMITED BY SIZE
                   " released" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
           END-IF
           PERFORM WRITE-EVENT-PROCEDURE.

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
           MOVE "CHAIN"         TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-CHAIN.
