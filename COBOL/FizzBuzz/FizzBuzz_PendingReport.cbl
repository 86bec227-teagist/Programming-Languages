      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Report the maintenance items that are waiting on
      *          pending.dat, the dual-control queue that
      *          FIZZBUZZ-RULEMNT, FIZZBUZZ-RATEMNT and FIZZBUZZ-TKTMNT
      *          key into and FIZZBUZZ-APPROVE decides, so a change
      *          that nobody has checked does not sit there unseen.
      *          Two sections, oldest first: items awaiting a
      *          checker's approval, and items approved but not yet
      *          applied because the maintenance program has not run
      *          since.  Each line shows the pending ID, the file it
      *          changes (RULES, RATES or TICKETS), the maker, the
      *          date and time it was keyed, how many days it has
      *          waited, the checker where there is one and the
      *          transaction image.  An item that has waited longer
      *          than the allowed age (pendagedays.dat card-image,
      *          1-3 digits, default 2 days) is flagged OVERDUE.
      *          Totals show the waiting items per file.
      *          The report is pendrpt.<ccyymmdd>.txt.  RETURN-CODE is
      *          0 when nothing is overdue, 4 when any item is, 16
      *          when the report cannot be opened.  A missing
      *          pending.dat is an empty queue.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-PENDRPT.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendAgeDaysFile ASSIGN TO "pendagedays.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS PendAgeDaysStatus.

           SELECT PendingFile ASSIGN TO "pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS PendingStatus.

           SELECT PendReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS PendReportStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  PendAgeDaysFile.
       01  PendAgeDaysRecord       PIC X(3).

       FD  PendingFile.
       01  PendingRecord.
           05  PND-ID              PIC 9(6).
           05  PND-FILE            PIC X(8).
           05  PND-STATUS          PIC X(1).
           05  PND-MAKER           PIC X(20).
           05  PND-KEYED-DATE      PIC 9(8).
           05  PND-KEYED-TIME      PIC 9(8).
           05  PND-CHECKER         PIC X(20).
           05  PND-DECIDED-DATE    PIC 9(8).
           05  PND-NOTE            PIC X(30).
           05  PND-APPLIED-DATE    PIC 9(8).
           05  PND-TRAN            PIC X(60).

       FD  PendReportFile.
       01  PendReportRecord        PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  PendAgeDaysStatus   PIC XX.
       01  PendingStatus       PIC XX.
       01  PendReportStatus    PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS         PIC 9(3) VALUE 2.
       01  WS-RPT-FILENAME     PIC X(30) VALUE SPACES.

       01  WS-PND-EOF-SWITCH   PIC X VALUE "N".
           88  WS-PND-EOF          VALUE "Y".

      * The waiting items, in the order they were keyed - which is
      * already oldest first.
       01  WS-WAIT-TABLE.
           05  WS-WAIT OCCURS 5000 TIMES INDEXED BY WAIT-IDX.
               10  WAIT-ID             PIC 9(6).
               10  WAIT-FILE           PIC X(8).
               10  WAIT-STATUS         PIC X(1).
               10  WAIT-MAKER          PIC X(20).
               10  WAIT-KEYED-DATE     PIC 9(8).
               10  WAIT-KEYED-TIME     PIC 9(8).
               10  WAIT-CHECKER        PIC X(20).
               10  WAIT-TRAN           PIC X(60).
               10  WAIT-AGE            PIC 9(5).
       01  WS-WAIT-COUNT       PIC 9(5) VALUE 0.
       01  WS-WAIT-OVERFLOW    PIC 9(5) VALUE 0.

       01  WS-SECTION-STATUS   PIC X(1).
       01  WS-SECTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-AGE              PIC 9(5) VALUE 0.
       01  WS-FLAG-TEXT        PIC X(8).

       01  WS-READ-COUNT       PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT     PIC 9(7) VALUE 0.
       01  WS-AWAITING-COUNT   PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT   PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.
       01  WS-RULES-COUNT      PIC 9(5) VALUE 0.
       01  WS-RATES-COUNT      PIC 9(5) VALUE 0.
       01  WS-TICKETS-COUNT    PIC 9(5) VALUE 0.

       01  WS-REPORT-LINE      PIC X(160).
      *-----------------------

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz Pending Maintenance Report -----"
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-AGE-DAYS-PROCEDURE
           PERFORM LOAD-WAITING-PROCEDURE

           STRING "pendrpt." DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME

           OPEN OUTPUT PendReportFile
           IF PendReportStatus NOT = "00"
               DISPLAY "Error: Unable to open the pending report, "
                   "Status: " PendReportStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           MOVE "P" TO WS-SECTION-STATUS
           MOVE WS-AWAITING-COUNT TO WS-SECTION-COUNT
           MOVE "  Awaiting a checker's approval" TO WS-REPORT-LINE
           PERFORM WRITE-ONE-SECTION-PROCEDURE

           MOVE "A" TO WS-SECTION-STATUS
           MOVE WS-APPROVED-COUNT TO WS-SECTION-COUNT
           MOVE "  Approved, not yet applied" TO WS-REPORT-LINE
           PERFORM WRITE-ONE-SECTION-PROCEDURE

           PERFORM WRITE-REPORT-TOTALS-PROCEDURE
           CLOSE PendReportFile

           DISPLAY " "
           DISPLAY "Report    : " WS-RPT-FILENAME
           DISPLAY "Items read: " WS-READ-COUNT
           DISPLAY "Awaiting  : " WS-AWAITING-COUNT
           DISPLAY "Approved  : " WS-APPROVED-COUNT
           DISPLAY "Overdue   : " WS-OVERDUE-COUNT

           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * The allowed age comes from pendagedays.dat when present;
      * without one an item is overdue after 2 days.
       READ-AGE-DAYS-PROCEDURE.
           OPEN INPUT PendAgeDaysFile
           IF PendAgeDaysStatus = "00"
               READ PendAgeDaysFile
                   NOT AT END
                       IF PendAgeDaysRecord IS NUMERIC
                           MOVE PendAgeDaysRecord TO WS-AGE-DAYS
                       ELSE
                           DISPLAY "Note: pendagedays.dat record is "
                               "not numeric; allowing " WS-AGE-DAYS
                               " days."
                       END-IF
               END-READ
               CLOSE PendAgeDaysFile
           ELSE
               DISPLAY "Note: pendagedays.dat not available; "
                   "allowing " WS-AGE-DAYS " days."
           END-IF

           DISPLAY "Allowed   : " WS-AGE-DAYS " days".

       LOAD-WAITING-PROCEDURE.
           OPEN INPUT PendingFile
           IF PendingStatus NOT = "00"
               DISPLAY "Note: pending.dat not available, Status: "
                   PendingStatus "; nothing is waiting."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PND-EOF
               READ PendingFile
                   AT END
                       SET WS-PND-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PND-STATUS = "P" OR PND-STATUS = "A"
                           PERFORM NOTE-WAITING-ITEM-PROCEDURE
                       ELSE
                           ADD 1 TO WS-CLOSED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingFile.

       NOTE-WAITING-ITEM-PROCEDURE.
           IF WS-WAIT-COUNT >= 5000
               ADD 1 TO WS-WAIT-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           IF PND-KEYED-DATE IS NUMERIC
            AND PND-KEYED-DATE > 16010101
            AND PND-KEYED-DATE <= WS-TODAY-DATE
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(PND-KEYED-DATE)
           ELSE
               MOVE 0 TO WS-AGE
           END-IF

           ADD 1 TO WS-WAIT-COUNT
           MOVE PND-ID         TO WAIT-ID(WS-WAIT-COUNT)
           MOVE PND-FILE       TO WAIT-FILE(WS-WAIT-COUNT)
           MOVE PND-STATUS     TO WAIT-STATUS(WS-WAIT-COUNT)
           MOVE PND-MAKER      TO WAIT-MAKER(WS-WAIT-COUNT)
           MOVE PND-KEYED-DATE TO WAIT-KEYED-DATE(WS-WAIT-COUNT)
           MOVE PND-KEYED-TIME TO WAIT-KEYED-TIME(WS-WAIT-COUNT)
           MOVE PND-CHECKER    TO WAIT-CHECKER(WS-WAIT-COUNT)
           MOVE PND-TRAN       TO WAIT-TRAN(WS-WAIT-COUNT)
           MOVE WS-AGE         TO WAIT-AGE(WS-WAIT-COUNT)

           IF PND-STATUS = "P"
               ADD 1 TO WS-AWAITING-COUNT
           ELSE
               ADD 1 TO WS-APPROVED-COUNT
           END-IF
           EVALUATE PND-FILE
               WHEN "RULES"
                   ADD 1 TO WS-RULES-COUNT
               WHEN "RATES"
                   ADD 1 TO WS-RATES-COUNT
               WHEN "TICKETS"
                   ADD 1 TO WS-TICKETS-COUNT
           END-EVALUATE
           IF WS-AGE > WS-AGE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

      * One section; the caller has put its title in the report line.
       WRITE-ONE-SECTION-PROCEDURE.
           MOVE SPACES TO PendReportRecord
           WRITE PendReportRecord
           STRING " (" DELIMITED BY SIZE
               WS-SECTION-COUNT DELIMITED BY SIZE
               " items)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE(36:)
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord

           IF WS-SECTION-COUNT = 0
               MOVE "    (none)" TO PendReportRecord
               WRITE PendReportRecord
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > WS-WAIT-COUNT
               IF WAIT-STATUS(WAIT-IDX) = WS-SECTION-STATUS
                   PERFORM WRITE-ITEM-LINE-PROCEDURE
               END-IF
           END-PERFORM.

       WRITE-ITEM-LINE-PROCEDURE.
           IF WAIT-AGE(WAIT-IDX) > WS-AGE-DAYS
               MOVE "OVERDUE" TO WS-FLAG-TEXT
           ELSE
               MOVE SPACES TO WS-FLAG-TEXT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               WAIT-ID(WAIT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WAIT-FILE(WAIT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WAIT-MAKER(WAIT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WAIT-KEYED-DATE(WAIT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WAIT-KEYED-TIME(WAIT-IDX)(1:4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WAIT-AGE(WAIT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WAIT-CHECKER(WAIT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WAIT-TRAN(WAIT-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Pending Maintenance Report -----"
               TO PendReportRecord
           WRITE PendReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "As of      : " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Allowed age: " DELIMITED BY SIZE
               WS-AGE-DAYS DELIMITED BY SIZE
               " days" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord

           MOVE SPACES TO PendReportRecord
           WRITE PendReportRecord

           MOVE "    Pend    File      Maker                 Keyed  "
               TO WS-REPORT-LINE
           MOVE "         Age    Flag      Checker               Tran"
               TO WS-REPORT-LINE(51:)
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord.

       WRITE-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO PendReportRecord
           WRITE PendReportRecord

           IF WS-WAIT-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Warning    : " DELIMITED BY SIZE
                   WS-WAIT-OVERFLOW DELIMITED BY SIZE
                   " waiting item(s) past the 5000 the report "
                   DELIMITED BY SIZE
                   "holds are not listed" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO PendReportRecord
               WRITE PendReportRecord
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Items read : " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               " applied, failed or rejected)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Waiting    : " DELIMITED BY SIZE
               WS-WAIT-COUNT DELIMITED BY SIZE
               " (RULES " DELIMITED BY SIZE
               WS-RULES-COUNT DELIMITED BY SIZE
               ", RATES " DELIMITED BY SIZE
               WS-RATES-COUNT DELIMITED BY SIZE
               ", TICKETS " DELIMITED BY SIZE
               WS-TICKETS-COUNT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Overdue    : " DELIMITED BY SIZE
               WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO PendReportRecord
           WRITE PendReportRecord.

       END PROGRAM FIZZBUZZ-PENDRPT.
