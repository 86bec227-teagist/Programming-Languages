      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Nightly seal verification of the tamper-evident
      *          trails.  Every record appended to events.dat,
      *          runlog.dat, rulesaudit.dat, ratesaudit.dat and
      *          tktaudit.dat carries the seal FIZZBUZZ-SEAL issues -
      *          a sequence number and a check value chained from the
      *          previous record - and trailseal.dat registers where
      *          each chain starts and the last seal issued.  This
      *          program walks each trail front to back, recomputes
      *          every check value through FIZZBUZZ-SEAL itself and
      *          reports the FIRST record that does not hold up:
      *            - an unsealed record after the chain has started
      *              (inserted, or edited so the seal was lost),
      *            - a sequence number past the one expected (the
      *              records in between are missing),
      *            - a sequence number at or before the previous one
      *              (a record inserted or duplicated),
      *            - a check value that does not recompute (the
      *              record, or the one it was chained from, was
      *              altered),
      *          and, once the walk is done, a last record short of
      *          the register (records missing from the end), past it
      *          (the register has lost an update) or disagreeing
      *          with it.  Records written before sealing began - the
      *          unsealed lines ahead of the first seal - are counted
      *          and reported but cannot be proved.
      *          Each trail's line count, chain range and verdict go
      *          to sealchk.<ccyymmdd>.txt, and each broken trail is
      *          logged to events.dat at ERROR severity once every
      *          trail, events.dat included, has been walked.
      *          RETURN-CODE is 0 when every trail holds, 8 when any
      *          is broken - FZBZOUT pages on that, the same way it
      *          pages the catalog check and the acknowledgement
      *          aging - and 16 when the report or trailseal.dat
      *          cannot be opened.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for, so a
      *          chain resumed after midnight works the night it belongs
      *          to rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-SEALCHK.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrailSealFile ASSIGN TO "trailseal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TrailSealStatus.

           SELECT TrailFile ASSIGN TO DYNAMIC WS-TRAIL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TrailStatus.

           SELECT SealReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS SealReportStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  TrailSealFile.
       01  TrailSealRecord.
           05  TSL-TRAIL           PIC X(16).
           05  TSL-BASE-SEQ        PIC 9(9).
           05  TSL-BASE-CHECK      PIC 9(9).
           05  TSL-LAST-SEQ        PIC 9(9).
           05  TSL-LAST-CHECK      PIC 9(9).
           05  TSL-UPDATED-DATE    PIC 9(8).
           05  TSL-UPDATED-TIME    PIC 9(8).

      * Wide enough for the longest trail record, content plus seal;
      * a shorter line reads in padded with spaces.
       FD  TrailFile.
       01  TrailRecord             PIC X(400).

       FD  SealReportFile.
       01  SealReportRecord        PIC X(132).

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
       01  TrailSealStatus     PIC XX.
       01  TrailStatus         PIC XX.
       01  SealReportStatus    PIC XX.
       01  EventStatus         PIC XX.

       01  WS-TRAIL-FILENAME   PIC X(16) VALUE SPACES.
       01  WS-RPT-FILENAME     PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.

      * The trails and the content length each one seals; the seal
      * sits in the 24 bytes after the content.
       01  WS-TRAIL-TABLE.
           05  WS-TRAIL OCCURS 5 TIMES INDEXED BY TRL-IDX.
               10  TRAIL-NAME          PIC X(16).
               10  TRAIL-LEN           PIC 9(4).
               10  TRAIL-LINES         PIC 9(9).
               10  TRAIL-UNSEALED      PIC 9(9).
               10  TRAIL-SEALED        PIC 9(9).
               10  TRAIL-FIRST-SEQ     PIC 9(9).
               10  TRAIL-LAST-SEQ      PIC 9(9).
               10  TRAIL-FINDING       PIC X(100).
       01  WS-TRAIL-COUNT      PIC 9(1) VALUE 5.

       01  WS-REG-TABLE.
           05  WS-REG-ROW OCCURS 20 TIMES INDEXED BY REG-IDX.
               10  REG-TRAIL           PIC X(16).
               10  REG-BASE-SEQ        PIC 9(9).
               10  REG-BASE-CHECK      PIC 9(9).
               10  REG-LAST-SEQ        PIC 9(9).
               10  REG-LAST-CHECK      PIC 9(9).
               10  REG-UPDATED-DATE    PIC 9(8).
               10  REG-UPDATED-TIME    PIC 9(8).
       01  WS-REG-ROWS         PIC 9(2) VALUE 0.
       01  WS-REG-SUB          PIC 9(2) VALUE 0.
       01  WS-TSL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-TSL-EOF          VALUE "Y".

       01  WS-TRAIL-EOF-SWITCH PIC X VALUE "N".
           88  WS-TRAIL-EOF        VALUE "Y".
       01  WS-CHAIN-SWITCH     PIC X VALUE "N".
           88  WS-CHAIN-STARTED    VALUE "Y".

       01  WS-LEN              PIC 9(4) VALUE 0.
       01  WS-STAMP.
           05  WS-STAMP-TAG        PIC X(5).
           05  WS-STAMP-SEQ        PIC X(9).
           05  WS-STAMP-SEQ-NUM REDEFINES WS-STAMP-SEQ PIC 9(9).
           05  WS-STAMP-DOT        PIC X(1).
           05  WS-STAMP-CHECK      PIC X(9).
           05  WS-STAMP-CHECK-NUM REDEFINES WS-STAMP-CHECK PIC 9(9).
       01  WS-PREV-SEQ         PIC 9(9) VALUE 0.
       01  WS-PREV-CHECK       PIC 9(9) VALUE 0.
       01  WS-EXPECTED-SEQ     PIC 9(10) VALUE 0.
       01  WS-GAP              PIC 9(9) VALUE 0.
       01  WS-LINE-EDIT        PIC Z(8)9.
       01  WS-NUM-EDIT         PIC Z(8)9.
       01  WS-NUM-EDIT-2       PIC Z(8)9.

       01  WS-BROKEN-COUNT     PIC 9(1) VALUE 0.
       01  WS-REPORT-LINE      PIC X(132).

       01  WS-EVT-TIME             PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY         PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT             PIC X(80) VALUE SPACES.

      * Request block and record content for FIZZBUZZ-SEAL, which
      * stamps every record appended to a trail with its chained
      * check value - and here recomputes the check values read.
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
           DISPLAY "----- FizzBuzz Trail Seal Check -----"
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

           MOVE "events.dat"     TO TRAIL-NAME(1)
           MOVE 111              TO TRAIL-LEN(1)
           MOVE "runlog.dat"     TO TRAIL-NAME(2)
           MOVE 200              TO TRAIL-LEN(2)
           MOVE "rulesaudit.dat" TO TRAIL-NAME(3)
           MOVE 350              TO TRAIL-LEN(3)
           MOVE "ratesaudit.dat" TO TRAIL-NAME(4)
           MOVE 250              TO TRAIL-LEN(4)
           MOVE "tktaudit.dat"   TO TRAIL-NAME(5)
           MOVE 350              TO TRAIL-LEN(5)

           PERFORM LOAD-REGISTER-PROCEDURE

           PERFORM VARYING TRL-IDX FROM 1 BY 1
                   UNTIL TRL-IDX > WS-TRAIL-COUNT
               PERFORM CHECK-TRAIL-PROCEDURE
               IF TRAIL-FINDING(TRL-IDX) NOT = SPACES
                   ADD 1 TO WS-BROKEN-COUNT
               END-IF
           END-PERFORM

           STRING "sealchk." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME

           OPEN OUTPUT SealReportFile
           IF SealReportStatus NOT = "00"
               DISPLAY "Error: Unable to open the seal check report, "
                   "Status: " SealReportStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-PROCEDURE
           CLOSE SealReportFile

      * Only now, with events.dat walked, may it be appended to.
           PERFORM VARYING TRL-IDX FROM 1 BY 1
                   UNTIL TRL-IDX > WS-TRAIL-COUNT
               IF TRAIL-FINDING(TRL-IDX) NOT = SPACES
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   MOVE SPACES TO WS-EVT-TEXT
                   STRING "seal broken - " DELIMITED BY SIZE
                       TRAIL-NAME(TRL-IDX) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       TRAIL-FINDING(TRL-IDX) DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
                   PERFORM WRITE-EVENT-PROCEDURE
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Broken    : " WS-BROKEN-COUNT

           IF WS-BROKEN-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * A missing register means no record has been sealed yet; any
      * other failure leaves nothing to check against.
       LOAD-REGISTER-PROCEDURE.
           OPEN INPUT TrailSealFile
           IF TrailSealStatus = "35"
               DISPLAY "Note: trailseal.dat not found; no trail has "
                   "been sealed yet."
               EXIT PARAGRAPH
           END-IF
           IF TrailSealStatus NOT = "00"
               DISPLAY "Error: Unable to open trailseal.dat, Status: "
                   TrailSealStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
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

      * One trail, front to back, stopping at the first record that
      * does not hold up.
       CHECK-TRAIL-PROCEDURE.
           MOVE 0 TO TRAIL-LINES(TRL-IDX) TRAIL-UNSEALED(TRL-IDX)
               TRAIL-SEALED(TRL-IDX) TRAIL-FIRST-SEQ(TRL-IDX)
               TRAIL-LAST-SEQ(TRL-IDX)
           MOVE SPACES TO TRAIL-FINDING(TRL-IDX)
           MOVE TRAIL-LEN(TRL-IDX) TO WS-LEN
           MOVE "N" TO WS-CHAIN-SWITCH
           MOVE "N" TO WS-TRAIL-EOF-SWITCH

           MOVE 0 TO WS-REG-SUB
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REG-ROWS
               IF REG-TRAIL(REG-IDX) = TRAIL-NAME(TRL-IDX)
                   SET WS-REG-SUB TO REG-IDX
               END-IF
           END-PERFORM
           IF WS-REG-SUB > 0
               MOVE REG-BASE-SEQ(WS-REG-SUB)   TO WS-PREV-SEQ
               MOVE REG-BASE-CHECK(WS-REG-SUB) TO WS-PREV-CHECK
           ELSE
               MOVE 0 TO WS-PREV-SEQ
               MOVE 0 TO WS-PREV-CHECK
           END-IF

           MOVE TRAIL-NAME(TRL-IDX) TO WS-TRAIL-FILENAME
           OPEN INPUT TrailFile
           IF TrailStatus NOT = "00"
               IF WS-REG-SUB > 0
                AND REG-LAST-SEQ(WS-REG-SUB) >
                    REG-BASE-SEQ(WS-REG-SUB)
                   MOVE SPACES TO TRAIL-FINDING(TRL-IDX)
                   STRING "trail cannot be opened (status "
                       DELIMITED BY SIZE
                       TrailStatus DELIMITED BY SIZE
                       ") but the register shows sealed records"
                       DELIMITED BY SIZE
                       INTO TRAIL-FINDING(TRL-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TRAIL-EOF
               READ TrailFile
                   AT END
                       SET WS-TRAIL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TRAIL-LINES(TRL-IDX)
                       PERFORM CHECK-RECORD-PROCEDURE
                       IF TRAIL-FINDING(TRL-IDX) NOT = SPACES
                           SET WS-TRAIL-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrailFile

           IF TRAIL-FINDING(TRL-IDX) = SPACES
               PERFORM CHECK-REGISTER-PROCEDURE
           END-IF.

       CHECK-RECORD-PROCEDURE.
           MOVE TrailRecord(WS-LEN + 1:24) TO WS-STAMP
           MOVE TRAIL-LINES(TRL-IDX) TO WS-LINE-EDIT

           IF WS-STAMP-TAG NOT = "SEAL="
            OR WS-STAMP-SEQ IS NOT NUMERIC
            OR WS-STAMP-CHECK IS NOT NUMERIC
               IF WS-CHAIN-STARTED
                   STRING "line " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
                       " is unsealed - inserted or altered"
                       DELIMITED BY SIZE
                       INTO TRAIL-FINDING(TRL-IDX)
               ELSE
                   ADD 1 TO TRAIL-UNSEALED(TRL-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-CHAIN-STARTED
               SET WS-CHAIN-STARTED TO TRUE
               MOVE WS-STAMP-SEQ-NUM TO TRAIL-FIRST-SEQ(TRL-IDX)
           END-IF

           COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
           MOVE WS-EXPECTED-SEQ TO WS-NUM-EDIT
           MOVE WS-STAMP-SEQ-NUM TO WS-NUM-EDIT-2

           IF WS-STAMP-SEQ-NUM > WS-EXPECTED-SEQ
               COMPUTE WS-GAP = WS-STAMP-SEQ-NUM - WS-EXPECTED-SEQ
               MOVE WS-GAP TO WS-NUM-EDIT
               STRING "line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
                   " seq " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-2) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                   " record(s) missing before it" DELIMITED BY SIZE
                   INTO TRAIL-FINDING(TRL-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-STAMP-SEQ-NUM < WS-EXPECTED-SEQ
               STRING "line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
                   " seq " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-2) DELIMITED BY SIZE
                   ", expected " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                   " - record inserted or duplicated"
                   DELIMITED BY SIZE
                   INTO TRAIL-FINDING(TRL-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "C"               TO WS-SEAL-FUNCTION
           MOVE TRAIL-NAME(TRL-IDX) TO WS-SEAL-TRAIL
           MOVE WS-LEN            TO WS-SEAL-TEXT-LEN
           MOVE WS-PREV-SEQ       TO WS-SEAL-PREV-SEQ
           MOVE WS-PREV-CHECK     TO WS-SEAL-PREV-CHECK
           MOVE WS-STAMP-SEQ-NUM  TO WS-SEAL-SEQ
           MOVE TrailRecord(1:WS-LEN) TO WS-SEAL-TEXT
           MOVE RETURN-CODE TO WS-SEAL-SAVE-RC
           CALL "FIZZBUZZ-SEAL" USING WS-SEAL-REQUEST WS-SEAL-TEXT
           MOVE WS-SEAL-SAVE-RC TO RETURN-CODE

           IF WS-SEAL-CHECK NOT = WS-STAMP-CHECK-NUM
               STRING "line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
                   " seq " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT-2) DELIMITED BY SIZE
                   " check value does not match - record altered"
                   DELIMITED BY SIZE
                   INTO TRAIL-FINDING(TRL-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TRAIL-SEALED(TRL-IDX)
           MOVE WS-STAMP-SEQ-NUM   TO WS-PREV-SEQ
           MOVE WS-STAMP-CHECK-NUM TO WS-PREV-CHECK
           MOVE WS-STAMP-SEQ-NUM   TO TRAIL-LAST-SEQ(TRL-IDX).

      * The chain held; the register says whether it is whole at the
      * end.  WS-PREV-SEQ/CHECK are the last sealed record's (or the
      * base, when the file holds none).
       CHECK-REGISTER-PROCEDURE.
           IF WS-REG-SUB = 0
               IF TRAIL-SEALED(TRL-IDX) > 0
                   MOVE "sealed records but no trailseal.dat row"
                       TO TRAIL-FINDING(TRL-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE REG-LAST-SEQ(WS-REG-SUB) TO WS-NUM-EDIT
           MOVE WS-PREV-SEQ TO WS-NUM-EDIT-2
           EVALUATE TRUE
               WHEN REG-LAST-SEQ(WS-REG-SUB) > WS-PREV-SEQ
                   COMPUTE WS-GAP =
                       REG-LAST-SEQ(WS-REG-SUB) - WS-PREV-SEQ
                   MOVE WS-GAP TO WS-LINE-EDIT
                   STRING FUNCTION TRIM(WS-LINE-EDIT)
                       DELIMITED BY SIZE
                       " record(s) missing from the end - register "
                       DELIMITED BY SIZE
                       "last seq " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                       INTO TRAIL-FINDING(TRL-IDX)
               WHEN REG-LAST-SEQ(WS-REG-SUB) < WS-PREV-SEQ
                   STRING "trail runs to seq " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-EDIT-2) DELIMITED BY SIZE
                       " past the register's " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                       INTO TRAIL-FINDING(TRL-IDX)
               WHEN REG-LAST-CHECK(WS-REG-SUB) NOT = WS-PREV-CHECK
                   STRING "last record seq " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NUM-EDIT-2) DELIMITED BY SIZE
                       " disagrees with the register's check value"
                       DELIMITED BY SIZE
                       INTO TRAIL-FINDING(TRL-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-PROCEDURE.
           MOVE "----- FizzBuzz Trail Seal Check -----"
               TO SealReportRecord
           WRITE SealReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "As of      : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SealReportRecord
           WRITE SealReportRecord
           MOVE SPACES TO SealReportRecord
           WRITE SealReportRecord
           MOVE "  Trail                 Lines   Unsealed     Sealed  "
               TO WS-REPORT-LINE
           MOVE "First seq   Last seq  Verdict" TO WS-REPORT-LINE(55:)
           MOVE WS-REPORT-LINE TO SealReportRecord
           WRITE SealReportRecord

           PERFORM VARYING TRL-IDX FROM 1 BY 1
                   UNTIL TRL-IDX > WS-TRAIL-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE TRAIL-NAME(TRL-IDX) TO WS-REPORT-LINE(3:16)
               MOVE TRAIL-LINES(TRL-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO WS-REPORT-LINE(19:9)
               MOVE TRAIL-UNSEALED(TRL-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO WS-REPORT-LINE(30:9)
               MOVE TRAIL-SEALED(TRL-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO WS-REPORT-LINE(41:9)
               MOVE TRAIL-FIRST-SEQ(TRL-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO WS-REPORT-LINE(53:9)
               MOVE TRAIL-LAST-SEQ(TRL-IDX) TO WS-NUM-EDIT
               MOVE WS-NUM-EDIT TO WS-REPORT-LINE(64:9)
               IF TRAIL-FINDING(TRL-IDX) = SPACES
                   MOVE "OK" TO WS-REPORT-LINE(75:)
               ELSE
                   MOVE "BROKEN" TO WS-REPORT-LINE(75:)
               END-IF
               MOVE WS-REPORT-LINE TO SealReportRecord
               WRITE SealReportRecord
               IF TRAIL-FINDING(TRL-IDX) NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "      first break: " DELIMITED BY SIZE
                       TRAIL-FINDING(TRL-IDX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   MOVE WS-REPORT-LINE TO SealReportRecord
                   WRITE SealReportRecord
                   DISPLAY "BROKEN: " TRAIL-NAME(TRL-IDX) " "
                       TRAIL-FINDING(TRL-IDX)
               END-IF
           END-PERFORM

           MOVE SPACES TO SealReportRecord
           WRITE SealReportRecord
           MOVE "  Unsealed lines ahead of the first seal predate "
               TO WS-REPORT-LINE
           MOVE "sealing and cannot be proved." TO WS-REPORT-LINE(50:)
           MOVE WS-REPORT-LINE TO SealReportRecord
           WRITE SealReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Trails broken: " DELIMITED BY SIZE
               WS-BROKEN-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SealReportRecord
           WRITE SealReportRecord.

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
           MOVE "SEALCHK"       TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-SEALCHK.
