      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Report the customer dispute cases that are still
      *          unresolved, oldest first within their age band, so
      *          customer service can see which customers have been
      *          waiting and for how long.  Every case on dispute.dat
      *          (maintained by FIZZBUZZ-DSPMNT) that is open or
      *          approved-but-not-yet-resolved is listed with its
      *          case ID, ticket number and run date, status, the
      *          date it was opened and by whom, its age in days and
      *          its latest note; an approved case also shows the
      *          classification it has been forced to.  Cases are
      *          grouped into age bands (0-7, 8-14, 15-30 and over
      *          30 days) with a count per band, and any case older
      *          than the allowed age (dispagedays.dat card-image,
      *          1-3 digits, default 10 days) is flagged OVERDUE.
      *          The report is dispage.<ccyymmdd>.txt.  RETURN-CODE
      *          is 0 when no case is overdue, 4 when any is, 16 when
      *          dispute.dat or the report cannot be opened.  No
      *          dispute.dat at all means no case has been opened yet:
      *          the report shows nothing unresolved and RETURN-CODE
      *          is 0.
      *          Under the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date this program runs for, so a
      *          chain resumed after midnight works the night it belongs
      *          to rather than the day it was resumed.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-DSPAGE.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DispAgeDaysFile ASSIGN TO "dispagedays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DispAgeDaysStatus.

           SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DisputeStatus.

           SELECT DispAgeReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DispAgeReportStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  DispAgeDaysFile.
       01  DispAgeDaysRecord       PIC X(3).

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

       FD  DispAgeReportFile.
       01  DispAgeRecord           PIC X(132).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  DispAgeDaysStatus   PIC XX.
       01  DisputeStatus       PIC XX.
       01  DispAgeReportStatus PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-AGE-DAYS         PIC 9(3) VALUE 10.
       01  WS-RPT-FILENAME     PIC X(30) VALUE SPACES.

       01  WS-DSP-EOF-SWITCH   PIC X VALUE "N".
           88  WS-DSP-EOF          VALUE "Y".

      * The unresolved cases, kept so they can be listed oldest
      * first within each age band.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-CASE OCCURS 5000 TIMES INDEXED BY OPN-IDX.
               10  OPN-CASE-ID         PIC 9(6).
               10  OPN-NUMBER          PIC 9(6).
               10  OPN-TKT-DATE        PIC 9(8).
               10  OPN-STATUS          PIC X(1).
               10  OPN-OPENED-DATE     PIC 9(8).
               10  OPN-OPENED-BY       PIC X(20).
               10  OPN-FORCED-CLASS    PIC X(20).
               10  OPN-NOTES           PIC X(60).
               10  OPN-AGE             PIC 9(5).
               10  OPN-BAND            PIC 9(1).
       01  WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPEN-OVERFLOW    PIC 9(5) VALUE 0.

       01  WS-BAND-TABLE.
           05  WS-BAND OCCURS 4 TIMES.
               10  BAND-TITLE          PIC X(20).
               10  BAND-LOW            PIC 9(5).
               10  BAND-COUNT          PIC 9(5).
       01  WS-BAND-SUB         PIC 9(1) VALUE 0.

       01  WS-AGE              PIC 9(5) VALUE 0.
       01  WS-SORT-I           PIC 9(5) VALUE 0.
       01  WS-SORT-J           PIC 9(5) VALUE 0.
       01  WS-SWAP-CASE        PIC X(135).
       01  WS-STATUS-TEXT      PIC X(8).
       01  WS-FLAG-TEXT        PIC X(8).

       01  WS-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-RESOLVED-COUNT   PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(5) VALUE 0.

       01  WS-REPORT-LINE      PIC X(132).
      *-----------------------

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz Dispute Aging Report -----"
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

           MOVE "0 - 7 days"      TO BAND-TITLE(1)
           MOVE 0                 TO BAND-LOW(1)
           MOVE "8 - 14 days"     TO BAND-TITLE(2)
           MOVE 8                 TO BAND-LOW(2)
           MOVE "15 - 30 days"    TO BAND-TITLE(3)
           MOVE 15                TO BAND-LOW(3)
           MOVE "Over 30 days"    TO BAND-TITLE(4)
           MOVE 31                TO BAND-LOW(4)
           MOVE 0 TO BAND-COUNT(1) BAND-COUNT(2) BAND-COUNT(3)
               BAND-COUNT(4)

           PERFORM READ-AGE-DAYS-PROCEDURE
           PERFORM LOAD-OPEN-CASES-PROCEDURE
           PERFORM SORT-OPEN-CASES-PROCEDURE

           STRING "dispage." DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME

           OPEN OUTPUT DispAgeReportFile
           IF DispAgeReportStatus NOT = "00"
               DISPLAY "Error: Unable to open the aging report, "
                   "Status: " DispAgeReportStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           PERFORM VARYING WS-BAND-SUB FROM 4 BY -1
                   UNTIL WS-BAND-SUB < 1
               PERFORM WRITE-ONE-BAND-PROCEDURE
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS-PROCEDURE
           CLOSE DispAgeReportFile

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Cases read: " WS-READ-COUNT
           DISPLAY "Unresolved: " WS-OPEN-COUNT
           DISPLAY "Overdue   : " WS-OVERDUE-COUNT

           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * The allowed age comes from dispagedays.dat when present;
      * without one a case is overdue after 10 days.
       READ-AGE-DAYS-PROCEDURE.
           OPEN INPUT DispAgeDaysFile
           IF DispAgeDaysStatus = "00"
               READ DispAgeDaysFile
                   NOT AT END
                       IF DispAgeDaysRecord IS NUMERIC
                           MOVE DispAgeDaysRecord TO WS-AGE-DAYS
                       ELSE
                           DISPLAY "Note: dispagedays.dat record is "
                               "not numeric; allowing " WS-AGE-DAYS
                               " days."
                       END-IF
               END-READ
               CLOSE DispAgeDaysFile
           ELSE
               DISPLAY "Note: dispagedays.dat not available; "
                   "allowing " WS-AGE-DAYS " days."
           END-IF

           DISPLAY "Allowed   : " WS-AGE-DAYS " days".

      * A missing register means no case has been keyed yet - the
      * report goes out with nothing unresolved.  Any other failure
      * leaves nothing to age.
       LOAD-OPEN-CASES-PROCEDURE.
           OPEN INPUT DisputeFile
           IF DisputeStatus = "35"
               DISPLAY "Note: dispute.dat not found; no case has been "
                   "opened yet."
               EXIT PARAGRAPH
           END-IF
           IF DisputeStatus NOT = "00"
               DISPLAY "Error: Unable to open dispute.dat, Status: "
                   DisputeStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-DSP-EOF
               READ DisputeFile
                   AT END
                       SET WS-DSP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF DSP-STATUS = "O" OR DSP-STATUS = "A"
                           PERFORM NOTE-OPEN-CASE-PROCEDURE
                       ELSE
                           ADD 1 TO WS-RESOLVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DisputeFile.

       NOTE-OPEN-CASE-PROCEDURE.
           IF WS-OPEN-COUNT >= 5000
               ADD 1 TO WS-OPEN-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF DSP-OPENED-DATE IS NUMERIC
            AND DSP-OPENED-DATE > 16010101
            AND DSP-OPENED-DATE <= WS-TODAY-DATE
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE)
           ELSE
               MOVE 0 TO WS-AGE
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           MOVE DSP-CASE-ID      TO OPN-CASE-ID(WS-OPEN-COUNT)
           MOVE DSP-NUMBER       TO OPN-NUMBER(WS-OPEN-COUNT)
           MOVE DSP-TKT-DATE     TO OPN-TKT-DATE(WS-OPEN-COUNT)
           MOVE DSP-STATUS       TO OPN-STATUS(WS-OPEN-COUNT)
           MOVE DSP-OPENED-DATE  TO OPN-OPENED-DATE(WS-OPEN-COUNT)
           MOVE DSP-OPENED-BY    TO OPN-OPENED-BY(WS-OPEN-COUNT)
           MOVE DSP-FORCED-CLASS TO OPN-FORCED-CLASS(WS-OPEN-COUNT)
           MOVE DSP-NOTES        TO OPN-NOTES(WS-OPEN-COUNT)
           MOVE WS-AGE           TO OPN-AGE(WS-OPEN-COUNT)

           EVALUATE TRUE
               WHEN WS-AGE >= BAND-LOW(4)
                   MOVE 4 TO OPN-BAND(WS-OPEN-COUNT)
               WHEN WS-AGE >= BAND-LOW(3)
                   MOVE 3 TO OPN-BAND(WS-OPEN-COUNT)
               WHEN WS-AGE >= BAND-LOW(2)
                   MOVE 2 TO OPN-BAND(WS-OPEN-COUNT)
               WHEN OTHER
                   MOVE 1 TO OPN-BAND(WS-OPEN-COUNT)
           END-EVALUATE
           ADD 1 TO BAND-COUNT(OPN-BAND(WS-OPEN-COUNT))

           IF DSP-STATUS = "A"
               ADD 1 TO WS-APPROVED-COUNT
           END-IF
           IF WS-AGE > WS-AGE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

      * One band; the table is already oldest first.
       WRITE-ONE-BAND-PROCEDURE.
           MOVE SPACES TO DispAgeRecord
           WRITE DispAgeRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               BAND-TITLE(WS-BAND-SUB) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               BAND-COUNT(WS-BAND-SUB) DELIMITED BY SIZE
               " cases)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           IF BAND-COUNT(WS-BAND-SUB) = 0
               MOVE "    (none)" TO DispAgeRecord
               WRITE DispAgeRecord
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING OPN-IDX FROM 1 BY 1
                   UNTIL OPN-IDX > WS-OPEN-COUNT
               IF OPN-BAND(OPN-IDX) = WS-BAND-SUB
                   PERFORM WRITE-CASE-LINE-PROCEDURE
               END-IF
           END-PERFORM.

      * Oldest first: a plain exchange sort on age, descending - the
      * register holds a few hundred unresolved cases at most.
       SORT-OPEN-CASES-PROCEDURE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-OPEN-COUNT
               PERFORM VARYING WS-SORT-J FROM WS-SORT-I BY 1
                       UNTIL WS-SORT-J > WS-OPEN-COUNT
                   IF OPN-AGE(WS-SORT-J) > OPN-AGE(WS-SORT-I)
                       MOVE WS-OPEN-CASE(WS-SORT-I) TO WS-SWAP-CASE
                       MOVE WS-OPEN-CASE(WS-SORT-J)
                           TO WS-OPEN-CASE(WS-SORT-I)
                       MOVE WS-SWAP-CASE TO WS-OPEN-CASE(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CASE-LINE-PROCEDURE.
           IF OPN-STATUS(OPN-IDX) = "A"
               MOVE "APPROVED" TO WS-STATUS-TEXT
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-IF
           IF OPN-AGE(OPN-IDX) > WS-AGE-DAYS
               MOVE "OVERDUE" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               OPN-CASE-ID(OPN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPN-NUMBER(OPN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPN-TKT-DATE(OPN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPN-OPENED-DATE(OPN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPN-AGE(OPN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPN-OPENED-BY(OPN-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPN-NOTES(OPN-IDX)(1:40) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           IF OPN-STATUS(OPN-IDX) = "A"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "            forced to " DELIMITED BY SIZE
                   OPN-FORCED-CLASS(OPN-IDX) DELIMITED BY SIZE
                   " - awaiting resolution" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO DispAgeRecord
               WRITE DispAgeRecord
           END-IF.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Dispute Aging Report -----"
               TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "As of      : " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Allowed age: " DELIMITED BY SIZE
               WS-AGE-DAYS DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE SPACES TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE "    Case    Ticket  Tkt Date  Status    Opened    "
               TO WS-REPORT-LINE
           MOVE "Age    Flag      Opened by             Note"
               TO WS-REPORT-LINE(51:)
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord
           MOVE "  Unresolved cases, oldest band first:"
               TO DispAgeRecord
           WRITE DispAgeRecord.

       WRITE-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO DispAgeRecord
           WRITE DispAgeRecord

           IF WS-OPEN-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Warning    : " DELIMITED BY SIZE
                   WS-OPEN-OVERFLOW DELIMITED BY SIZE
                   " unresolved case(s) past the 5000 the report "
                   DELIMITED BY SIZE
                   "holds are not listed" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO DispAgeRecord
               WRITE DispAgeRecord
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Cases read : " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Resolved   : " DELIMITED BY SIZE
               WS-RESOLVED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Unresolved : " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-APPROVED-COUNT DELIMITED BY SIZE
               " approved, awaiting resolution)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Overdue    : " DELIMITED BY SIZE
               WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DispAgeRecord
           WRITE DispAgeRecord.

       END PROGRAM FIZZBUZZ-DSPAGE.
