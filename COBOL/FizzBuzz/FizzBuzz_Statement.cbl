      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Give every customer a monthly statement of the
      *          promotions their tickets received, instead of
      *          customer service answering "which of my tickets got
      *          a discount this month" one night at a time -
      *          custxref.<ccyymmdd>.dat is purged after seven days
      *          and FIZZBUZZ-CUSTINQ only reads a single date.
      *          The statement period is the month FIZZBUZZ-MCLOSE
      *          has closed: the CCYYMM on stmtcard.dat (card-image)
      *          when present, otherwise the last close stamped on
      *          ctlmast.dat.  A period that is not closed yet is
      *          refused, as the month-end journal refuses it.
      *          The month is read from the liability detail the
      *          nightly liability report keeps for every night,
      *          liabdtl.<ccyymmdd>.dat - one row per ticket and
      *          label, the discount already priced from rates.dat
      *          at the rate in force that night - so the statements
      *          carry the very figures booked as the month's
      *          liability.  Each ticket is listed once with its
      *          date, number, classification, region, amount and
      *          discount (a FizzBuzz ticket's Fizz and Buzz rows
      *          together; an unrated ticket shows no discount and
      *          is marked UNRATED), grouped by region with a region
      *          total and closed with the customer total.  The
      *          customer ID is taken from custmast.dat by name, the
      *          link the nightly enrichment uses; a customer the
      *          master does not carry is printed with ID 000000 and
      *          counted on the control page.
      *          Two outputs are written for the period:
      *            stmt.<ccyymm>.txt  - print-ready, each statement
      *                                 starting a fresh page, with
      *                                 the control page last;
      *            stmtx.<ccyymm>.dat - the fixed-format mail house
      *                                 extract: an H header, per
      *                                 customer a C record, D
      *                                 records per ticket and R
      *                                 records per region, and a T
      *                                 trailer with the record,
      *                                 customer and ticket counts
      *                                 and the amount and discount
      *                                 totals.
      *          The control page proves the statements against the
      *          liability: night by night and region by region the
      *          liability detail is totaled as it is read, and the
      *          statement totals - plus any ticket that carried no
      *          customer and so could not be statemented - must
      *          agree with it to the penny, in total and for every
      *          region.
      *          RETURN-CODE is 0 when the statements tie, 4 when
      *          they tie but the period held no liability detail,
      *          a ticket was unrated or had no customer, or a
      *          customer was not on custmast.dat, 8 when the
      *          statements do not tie to the liability, and 16 when
      *          the period is not closed or a file this program
      *          needs cannot be opened.  The outcome is recorded in
      *          events.dat.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-STMT.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StmtCardFile ASSIGN TO "stmtcard.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS StmtCardStatus.

           SELECT ControlMasterFile ASSIGN TO "ctlmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ControlMasterStatus.

           SELECT CustMasterFile ASSIGN TO "custmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CustMasterStatus.

           SELECT LiabDetailFile ASSIGN TO DYNAMIC WS-DTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiabDetailStatus.

           SELECT StmtWorkFile ASSIGN TO "stmt.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS StmtWorkStatus.

           SELECT StmtSortFile ASSIGN TO "stmtsort.tmp".

           SELECT SortedStmtFile ASSIGN TO "stmt.srt"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS SortedStmtStatus.

           SELECT StmtPrintFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS StmtPrintStatus.

           SELECT StmtExtractFile ASSIGN TO DYNAMIC WS-EXT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS StmtExtractStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  StmtCardFile.
       01  StmtCardRecord.
           05  CARD-PERIOD         PIC X(6).
           05  FILLER              PIC X(74).

       FD  ControlMasterFile.
       01  ControlMasterRecord.
           05  CTL-LAST-RUN-DATE   PIC 9(8).
           05  CTL-LAST-CLOSED     PIC 9(6).
           05  FILLER              PIC X(434).

       FD  CustMasterFile.
       01  CustMasterRecord.
           05  CUST-ID             PIC 9(6).
           05  CUST-NAME           PIC X(20).
           05  CUST-STATUS         PIC X(1).
           05  CUST-EFF-DATE       PIC 9(8).
           05  CUST-PRIOR-STATUS   PIC X(1).

       FD  LiabDetailFile.
       01  LiabDetailRecord.
           05  LDT-DATE            PIC 9(8).
           05  LDT-NUMBER          PIC 9(6).
           05  LDT-CLASSIFICATION  PIC X(20).
           05  LDT-LABEL           PIC X(10).
           05  LDT-REGION          PIC X(10).
           05  LDT-CUSTOMER        PIC X(20).
           05  LDT-AMOUNT          PIC 9(7)V99.
           05  LDT-PCT             PIC 9(2)V99.
           05  LDT-LIABILITY       PIC 9(7)V99.

      * One ticket of the month, its label rows folded together.
       FD  StmtWorkFile.
       01  StmtWorkRecord.
           05  SWK-CUSTOMER        PIC X(20).
           05  SWK-REGION          PIC X(10).
           05  SWK-DATE            PIC 9(8).
           05  SWK-NUMBER          PIC 9(6).
           05  SWK-CLASSIFICATION  PIC X(20).
           05  SWK-AMOUNT          PIC 9(7)V99.
           05  SWK-DISCOUNT        PIC 9(7)V99.
           05  SWK-RATED           PIC X(1).

       SD  StmtSortFile.
       01  StmtSortRecord.
           05  SSR-CUSTOMER        PIC X(20).
           05  SSR-REGION          PIC X(10).
           05  SSR-DATE            PIC 9(8).
           05  SSR-NUMBER          PIC 9(6).
           05  SSR-CLASSIFICATION  PIC X(20).
           05  SSR-AMOUNT          PIC 9(7)V99.
           05  SSR-DISCOUNT        PIC 9(7)V99.
           05  SSR-RATED           PIC X(1).

       FD  SortedStmtFile.
       01  SortedStmtRecord.
           05  SST-CUSTOMER        PIC X(20).
           05  SST-REGION          PIC X(10).
           05  SST-DATE            PIC 9(8).
           05  SST-NUMBER          PIC 9(6).
           05  SST-CLASSIFICATION  PIC X(20).
           05  SST-AMOUNT          PIC 9(7)V99.
           05  SST-DISCOUNT        PIC 9(7)V99.
           05  SST-RATED           PIC X(1).

       FD  StmtPrintFile.
       01  StmtPrintRecord         PIC X(132).

       FD  StmtExtractFile.
       01  StmtExtractRecord       PIC X(100).

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
       01  StmtCardStatus          PIC XX.
       01  ControlMasterStatus     PIC XX.
       01  CustMasterStatus        PIC XX.
       01  LiabDetailStatus        PIC XX.
       01  StmtWorkStatus          PIC XX.
       01  SortedStmtStatus        PIC XX.
       01  StmtPrintStatus         PIC XX.
       01  StmtExtractStatus       PIC XX.
       01  EventStatus             PIC XX.

       01  WS-TODAY-DATE           PIC 9(8) VALUE 0.
       01  WS-PERIOD               PIC 9(6) VALUE 0.
       01  WS-PERIOD-START         PIC 9(8) VALUE 0.
       01  WS-PERIOD-END           PIC 9(8) VALUE 0.
       01  WS-NEXT-PERIOD-1ST      PIC 9(8) VALUE 0.
       01  WS-DATE-INTEGER         PIC 9(7) VALUE 0.
       01  WS-END-INTEGER          PIC 9(7) VALUE 0.
       01  WS-SCAN-DATE            PIC 9(8) VALUE 0.

       01  WS-DTL-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.
       01  WS-EXT-FILENAME         PIC X(30) VALUE SPACES.

       01  WS-CUST-EOF-SWITCH      PIC X VALUE "N".
           88  WS-CUST-EOF             VALUE "Y".
       01  WS-DTL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-DTL-EOF              VALUE "Y".
       01  WS-SRT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-SRT-EOF              VALUE "Y".
       01  WS-CUSTMAST-SWITCH      PIC X VALUE "N".
           88  WS-CUSTMAST-LOADED      VALUE "Y".

      * Customer IDs by name, from the eligibility master.
       01  WS-CUST-TABLE.
           05  WS-CUST OCCURS 5000 TIMES INDEXED BY CUST-IDX.
               10  CUSTOMER-ID         PIC 9(6).
               10  CUSTOMER-NAME       PIC X(20).
       01  WS-CUST-COUNT           PIC 9(5) VALUE 0.

      * The liability as read, night by night.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT OCCURS 31 TIMES INDEXED BY NGT-IDX.
               10  NIGHT-DATE          PIC 9(8).
               10  NIGHT-TICKETS       PIC 9(7).
               10  NIGHT-LIABILITY     PIC 9(11)V99.
       01  WS-NIGHT-COUNT          PIC 9(2) VALUE 0.

      * The liability as read and the statements as printed, region
      * by region - the two columns the control page ties.
       01  WS-REGION-TABLE.
           05  WS-REGION OCCURS 50 TIMES INDEXED BY REG-IDX.
               10  REGION-NAME         PIC X(10).
               10  REGION-LIAB-TICKETS PIC 9(7).
               10  REGION-LIABILITY    PIC 9(11)V99.
               10  REGION-STMT-TICKETS PIC 9(7).
               10  REGION-STMT-DISC    PIC 9(11)V99.
               10  REGION-NOCUST-DISC  PIC 9(11)V99.
       01  WS-REGION-COUNT         PIC 9(2) VALUE 0.
       01  WS-REGION-OVERFLOW      PIC 9(5) VALUE 0.
       01  WS-FIND-REGION          PIC X(10) VALUE SPACES.

      * The ticket being folded from its label rows.
       01  WS-PEND-SWITCH          PIC X VALUE "N".
           88  WS-TICKET-PENDING       VALUE "Y".
       01  WS-PEND-TICKET.
           05  WS-PEND-CUSTOMER    PIC X(20).
           05  WS-PEND-REGION      PIC X(10).
           05  WS-PEND-DATE        PIC 9(8).
           05  WS-PEND-NUMBER      PIC 9(6).
           05  WS-PEND-CLASS       PIC X(20).
           05  WS-PEND-AMOUNT      PIC 9(7)V99.
           05  WS-PEND-DISCOUNT    PIC 9(7)V99.
           05  WS-PEND-RATED       PIC X(1).

      * Month totals from the liability detail.
       01  WS-LIAB-ROWS            PIC 9(7) VALUE 0.
       01  WS-LIAB-TICKETS         PIC 9(7) VALUE 0.
       01  WS-LIAB-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-LIAB-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-BAD-ROWS             PIC 9(7) VALUE 0.
       01  WS-UNRATED-TICKETS      PIC 9(7) VALUE 0.

      * Statement totals as printed.
       01  WS-STMT-CUSTOMERS       PIC 9(5) VALUE 0.
       01  WS-STMT-TICKETS         PIC 9(7) VALUE 0.
       01  WS-STMT-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-STMT-DISCOUNT        PIC 9(11)V99 VALUE 0.
       01  WS-NOCUST-TICKETS       PIC 9(7) VALUE 0.
       01  WS-NOCUST-DISCOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-NOT-ON-MASTER        PIC 9(5) VALUE 0.
       01  WS-ACCOUNTED-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-DIFFERENCE           PIC S9(11)V99 VALUE 0.
       01  WS-REGION-OFF-COUNT     PIC 9(2) VALUE 0.
       01  WS-REGION-ACCOUNTED     PIC 9(11)V99 VALUE 0.
       01  WS-TIE-SWITCH           PIC X VALUE "Y".
           88  WS-STATEMENTS-TIE       VALUE "Y".

      * The statement being printed.
       01  WS-CUR-CUSTOMER         PIC X(20) VALUE SPACES.
       01  WS-CUR-CUST-ID          PIC 9(6) VALUE 0.
       01  WS-CUR-REGION           PIC X(10) VALUE SPACES.
       01  WS-CUST-TICKETS         PIC 9(5) VALUE 0.
       01  WS-CUST-AMOUNT          PIC 9(9)V99 VALUE 0.
       01  WS-CUST-DISCOUNT        PIC 9(9)V99 VALUE 0.
       01  WS-RGN-TICKETS          PIC 9(5) VALUE 0.
       01  WS-RGN-AMOUNT           PIC 9(9)V99 VALUE 0.
       01  WS-RGN-DISCOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-FIRST-SWITCH         PIC X VALUE "Y".
           88  WS-FIRST-ROW            VALUE "Y".

      * Print paging, as the nightly print generation pages.
       01  WS-PAGE-NUMBER          PIC 9(4) VALUE 0.
       01  WS-PAGE-EDIT            PIC ZZZ9.
       01  WS-LINE-COUNT           PIC 9(2) VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(2) VALUE 50.
       01  WS-PRINT-LINE           PIC X(132).
       01  WS-MONEY-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-MONEY-EDIT-2         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-EDIT            PIC -,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-DISC-EDIT            PIC Z,ZZZ,ZZ9.99.

      * The mail house extract, 100-byte fixed records.
       01  WS-EXT-RECORDS          PIC 9(7) VALUE 0.
       01  WS-EXT-DTL-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXT-H.
           05  FILLER              PIC X(1) VALUE "H".
           05  WS-EXH-PERIOD       PIC 9(6).
           05  WS-EXH-CREATED      PIC 9(8).
           05  WS-EXH-SOURCE       PIC X(10) VALUE "FIZZBUZZ".
           05  FILLER              PIC X(75) VALUE SPACES.
       01  WS-EXT-C.
           05  FILLER              PIC X(1) VALUE "C".
           05  WS-EXC-CUST-ID      PIC 9(6).
           05  WS-EXC-CUSTOMER     PIC X(20).
           05  WS-EXC-PERIOD       PIC 9(6).
           05  WS-EXC-TICKETS      PIC 9(5).
           05  WS-EXC-AMOUNT       PIC 9(9)V99.
           05  WS-EXC-DISCOUNT     PIC 9(9)V99.
           05  FILLER              PIC X(40) VALUE SPACES.
       01  WS-EXT-D.
           05  FILLER              PIC X(1) VALUE "D".
           05  WS-EXD-CUST-ID      PIC 9(6).
           05  WS-EXD-DATE         PIC 9(8).
           05  WS-EXD-NUMBER       PIC 9(6).
           05  WS-EXD-CLASS        PIC X(20).
           05  WS-EXD-REGION       PIC X(10).
           05  WS-EXD-AMOUNT       PIC 9(7)V99.
           05  WS-EXD-DISCOUNT     PIC 9(7)V99.
           05  WS-EXD-RATED        PIC X(1).
           05  FILLER              PIC X(30) VALUE SPACES.
       01  WS-EXT-R.
           05  FILLER              PIC X(1) VALUE "R".
           05  WS-EXR-CUST-ID      PIC 9(6).
           05  WS-EXR-REGION       PIC X(10).
           05  WS-EXR-TICKETS      PIC 9(5).
           05  WS-EXR-AMOUNT       PIC 9(9)V99.
           05  WS-EXR-DISCOUNT     PIC 9(9)V99.
           05  FILLER              PIC X(56) VALUE SPACES.
       01  WS-EXT-T.
           05  FILLER              PIC X(1) VALUE "T".
           05  WS-EXT-T-RECORDS    PIC 9(7).
           05  WS-EXT-T-CUSTOMERS  PIC 9(5).
           05  WS-EXT-T-TICKETS    PIC 9(7).
           05  WS-EXT-T-AMOUNT     PIC 9(11)V99.
           05  WS-EXT-T-DISCOUNT   PIC 9(11)V99.
           05  FILLER              PIC X(54) VALUE SPACES.

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
           DISPLAY "----- FizzBuzz Monthly Customer Statements -----"
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM READ-STMT-CARD-PROCEDURE
           PERFORM FIND-CLOSED-PERIOD-PROCEDURE
           DISPLAY "Period    : " WS-PERIOD " (" WS-PERIOD-START
               " - " WS-PERIOD-END ")"
           PERFORM LOAD-CUSTOMERS-PROCEDURE

           OPEN OUTPUT StmtWorkFile
           IF StmtWorkStatus NOT = "00"
               DISPLAY "Error: Unable to open stmt.tmp, Status: "
                   StmtWorkStatus
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements not run - "
                   "stmt.tmp cannot be opened, status "
                   DELIMITED BY SIZE
                   StmtWorkStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END)
           PERFORM UNTIL WS-DATE-INTEGER > WS-END-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO WS-SCAN-DATE
               PERFORM READ-ONE-NIGHT-PROCEDURE
               ADD 1 TO WS-DATE-INTEGER
           END-PERFORM
           CLOSE StmtWorkFile

           SORT StmtSortFile
               ON ASCENDING KEY SSR-CUSTOMER SSR-REGION SSR-DATE
                                SSR-NUMBER
               USING StmtWorkFile GIVING SortedStmtFile
           IF SORT-RETURN NOT = 0
               DISPLAY "Error: the statement SORT ended with "
                   SORT-RETURN "; no statements written."
               PERFORM DELETE-WORK-FILES-PROCEDURE
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               MOVE "statements not run - the statement SORT failed"
                   TO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "stmt." DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           STRING "stmtx." DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-EXT-FILENAME

           OPEN OUTPUT StmtPrintFile
           IF StmtPrintStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " StmtPrintStatus
               PERFORM DELETE-WORK-FILES-PROCEDURE
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements not run - "
                   "print file cannot be opened, status "
                   DELIMITED BY SIZE
                   StmtPrintStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT StmtExtractFile
           IF StmtExtractStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-EXT-FILENAME
                   ", Status: " StmtExtractStatus
               CLOSE StmtPrintFile
               PERFORM DELETE-WORK-FILES-PROCEDURE
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements not run - "
                   "extract cannot be opened, status "
                   DELIMITED BY SIZE
                   StmtExtractStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SortedStmtFile
           IF SortedStmtStatus NOT = "00"
               DISPLAY "Error: Unable to open stmt.srt, Status: "
                   SortedStmtStatus
               CLOSE StmtPrintFile
               CLOSE StmtExtractFile
               PERFORM DELETE-WORK-FILES-PROCEDURE
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements not run - "
                   "stmt.srt cannot be opened, status "
                   DELIMITED BY SIZE
                   SortedStmtStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PERIOD     TO WS-EXH-PERIOD
           MOVE WS-TODAY-DATE TO WS-EXH-CREATED
           MOVE WS-EXT-H TO StmtExtractRecord
           PERFORM WRITE-EXTRACT-PROCEDURE

           PERFORM UNTIL WS-SRT-EOF
               READ SortedStmtFile
                   AT END
                       SET WS-SRT-EOF TO TRUE
                   NOT AT END
                       PERFORM STATEMENT-ROW-PROCEDURE
               END-READ
           END-PERFORM
           IF NOT WS-FIRST-ROW
            AND WS-CUR-CUSTOMER NOT = SPACES
               PERFORM END-REGION-PROCEDURE
               PERFORM END-STATEMENT-PROCEDURE
           END-IF
           CLOSE SortedStmtFile

           ADD 1 TO WS-EXT-RECORDS
           MOVE WS-EXT-RECORDS    TO WS-EXT-T-RECORDS
           MOVE WS-STMT-CUSTOMERS TO WS-EXT-T-CUSTOMERS
           MOVE WS-STMT-TICKETS   TO WS-EXT-T-TICKETS
           MOVE WS-STMT-AMOUNT    TO WS-EXT-T-AMOUNT
           MOVE WS-STMT-DISCOUNT  TO WS-EXT-T-DISCOUNT
           MOVE WS-EXT-T TO StmtExtractRecord
           WRITE StmtExtractRecord
           CLOSE StmtExtractFile

           PERFORM PROVE-STATEMENTS-PROCEDURE
           PERFORM WRITE-CONTROL-PAGE-PROCEDURE
           CLOSE StmtPrintFile
           PERFORM DELETE-WORK-FILES-PROCEDURE

           DISPLAY " "
           DISPLAY "Print     : " WS-RPT-FILENAME
           DISPLAY "Extract   : " WS-EXT-FILENAME
           DISPLAY "Nights    : " WS-NIGHT-COUNT
           DISPLAY "Customers : " WS-STMT-CUSTOMERS
           DISPLAY "Tickets   : " WS-STMT-TICKETS
           MOVE WS-STMT-DISCOUNT TO WS-MONEY-EDIT
           DISPLAY "Discount  : " WS-MONEY-EDIT
           MOVE WS-LIAB-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Liability : " WS-MONEY-EDIT

           IF NOT WS-STATEMENTS-TIE
               DISPLAY "Verdict   : statements DO NOT TIE to the "
                   "month's liability"
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements for " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " do not tie to the month's liability"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Verdict   : statements tie to the month's "
               "liability"
           MOVE WS-STMT-CUSTOMERS TO WS-COUNT-EDIT
           IF WS-NIGHT-COUNT = 0 OR WS-UNRATED-TICKETS > 0
            OR WS-NOCUST-TICKETS > 0 OR WS-NOT-ON-MASTER > 0
            OR WS-BAD-ROWS > 0 OR WS-REGION-OVERFLOW > 0
               MOVE "WARN " TO WS-EVT-SEVERITY
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "INFO " TO WS-EVT-SEVERITY
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-EVT-TEXT
           STRING "statements for " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " written - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " customers, tied to liability" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE
           STOP RUN.
      ** add other procedures here

      * stmtcard.dat may name the period (CCYYMM in cols 1-6); with
      * no card the period is the one last closed.
       READ-STMT-CARD-PROCEDURE.
           OPEN INPUT StmtCardFile
           IF StmtCardStatus = "00"
               READ StmtCardFile
                   NOT AT END
                       IF CARD-PERIOD IS NUMERIC
                           MOVE CARD-PERIOD TO WS-PERIOD
                       ELSE
                           IF CARD-PERIOD NOT = SPACES
                               DISPLAY "Note: stmtcard.dat period is "
                                   "not numeric; using the last "
                                   "closed period."
                           END-IF
                       END-IF
               END-READ
               CLOSE StmtCardFile
           ELSE
               DISPLAY "Note: stmtcard.dat not available; using the "
                   "last closed period."
           END-IF.

      * The period must already be closed - a statement for an open
      * month would miss the nights still to come.
       FIND-CLOSED-PERIOD-PROCEDURE.
           OPEN INPUT ControlMasterFile
           IF ControlMasterStatus NOT = "00"
               DISPLAY "Error: Unable to open ctlmast.dat, Status: "
                   ControlMasterStatus "; no period has been closed."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements not run - "
                   "ctlmast.dat cannot be opened, status "
                   DELIMITED BY SIZE
                   ControlMasterStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ControlMasterFile
               AT END
                   MOVE 0 TO CTL-LAST-CLOSED
           END-READ
           CLOSE ControlMasterFile

           IF CTL-LAST-CLOSED IS NOT NUMERIC
               MOVE 0 TO CTL-LAST-CLOSED
           END-IF
           IF WS-PERIOD = 0
               MOVE CTL-LAST-CLOSED TO WS-PERIOD
           END-IF

           IF WS-PERIOD = 0 OR WS-PERIOD > CTL-LAST-CLOSED
            OR FUNCTION MOD(WS-PERIOD, 100) = 0
            OR FUNCTION MOD(WS-PERIOD, 100) > 12
               DISPLAY "Error: period " WS-PERIOD " is not closed "
                   "(last closed " CTL-LAST-CLOSED "); run the "
                   "month-end close first."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "statements refused - period " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " is not closed" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           IF FUNCTION MOD(WS-PERIOD, 100) = 12
               COMPUTE WS-NEXT-PERIOD-1ST =
                   (FUNCTION INTEGER-PART(WS-PERIOD / 100) + 1)
                   * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-PERIOD-1ST = (WS-PERIOD + 1) * 100 + 1
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-1ST) - 1).

      * Customer IDs by name.  Without the master every statement
      * goes out under ID 000000 and the control page says so.
       LOAD-CUSTOMERS-PROCEDURE.
           OPEN INPUT CustMasterFile
           IF CustMasterStatus NOT = "00"
               DISPLAY "    Warning: custmast.dat not available, "
                   "Status: " CustMasterStatus "; statements carry "
                   "no customer ID."
               EXIT PARAGRAPH
           END-IF
           SET WS-CUSTMAST-LOADED TO TRUE
           PERFORM UNTIL WS-CUST-EOF
               READ CustMasterFile
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-ID IS NUMERIC AND CUST-ID > 0
                           IF WS-CUST-COUNT >= 5000
                               DISPLAY "    Warning: custmast.dat "
                                   "has more than 5000 rows; rows "
                                   "past the 5000th are ignored."
                               SET WS-CUST-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CUST-ID
                                   TO CUSTOMER-ID(WS-CUST-COUNT)
                               MOVE CUST-NAME
                                   TO CUSTOMER-NAME(WS-CUST-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CustMasterFile.

      * One night's liability detail.  A night with no detail file
      * (no run, or a holiday) simply adds nothing.
       READ-ONE-NIGHT-PROCEDURE.
           MOVE SPACES TO WS-DTL-FILENAME
           STRING "liabdtl." DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-DTL-FILENAME
           OPEN INPUT LiabDetailFile
           IF LiabDetailStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NIGHT-COUNT
           SET NGT-IDX TO WS-NIGHT-COUNT
           MOVE WS-SCAN-DATE TO NIGHT-DATE(NGT-IDX)
           MOVE 0 TO NIGHT-TICKETS(NGT-IDX)
           MOVE 0 TO NIGHT-LIABILITY(NGT-IDX)

           MOVE "N" TO WS-PEND-SWITCH
           MOVE "N" TO WS-DTL-EOF-SWITCH
           PERFORM UNTIL WS-DTL-EOF
               READ LiabDetailFile
                   AT END
                       SET WS-DTL-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-DETAIL-ROW-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE LiabDetailFile
           IF WS-TICKET-PENDING
               PERFORM FLUSH-TICKET-PROCEDURE
           END-IF.

      * A ticket's label rows are written together, so a change of
      * ticket number closes the ticket before it.  The liability is
      * totaled here, row by row, independently of the statements.
       TAKE-DETAIL-ROW-PROCEDURE.
           IF LiabDetailRecord(1:14) IS NOT NUMERIC
            OR LDT-AMOUNT IS NOT NUMERIC
            OR LDT-LIABILITY IS NOT NUMERIC
               ADD 1 TO WS-BAD-ROWS
               DISPLAY "    Warning: unreadable " WS-DTL-FILENAME
                   " row skipped: " LiabDetailRecord(1:40)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LIAB-ROWS
           ADD LDT-LIABILITY TO WS-LIAB-TOTAL
           ADD LDT-LIABILITY TO NIGHT-LIABILITY(NGT-IDX)
           MOVE LDT-REGION TO WS-FIND-REGION
           PERFORM FIND-REGION-PROCEDURE
           IF REG-IDX <= WS-REGION-COUNT
               ADD LDT-LIABILITY TO REGION-LIABILITY(REG-IDX)
           END-IF

           IF WS-TICKET-PENDING
            AND LDT-NUMBER = WS-PEND-NUMBER
               ADD LDT-LIABILITY TO WS-PEND-DISCOUNT
               IF LDT-LABEL NOT = SPACES
                   MOVE "Y" TO WS-PEND-RATED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TICKET-PENDING
               PERFORM FLUSH-TICKET-PROCEDURE
           END-IF

           SET WS-TICKET-PENDING TO TRUE
           MOVE LDT-CUSTOMER       TO WS-PEND-CUSTOMER
           MOVE LDT-REGION         TO WS-PEND-REGION
           MOVE WS-SCAN-DATE       TO WS-PEND-DATE
           MOVE LDT-NUMBER         TO WS-PEND-NUMBER
           MOVE LDT-CLASSIFICATION TO WS-PEND-CLASS
           MOVE LDT-AMOUNT         TO WS-PEND-AMOUNT
           MOVE LDT-LIABILITY      TO WS-PEND-DISCOUNT
           IF LDT-LABEL = SPACES
               MOVE "N" TO WS-PEND-RATED
           ELSE
               MOVE "Y" TO WS-PEND-RATED
           END-IF.

       FLUSH-TICKET-PROCEDURE.
           MOVE "N" TO WS-PEND-SWITCH
           ADD 1 TO WS-LIAB-TICKETS
           ADD WS-PEND-AMOUNT TO WS-LIAB-AMOUNT
           ADD 1 TO NIGHT-TICKETS(NGT-IDX)
           IF WS-PEND-RATED = "N"
               ADD 1 TO WS-UNRATED-TICKETS
           END-IF
           MOVE WS-PEND-REGION TO WS-FIND-REGION
           PERFORM FIND-REGION-PROCEDURE
           IF REG-IDX <= WS-REGION-COUNT
               ADD 1 TO REGION-LIAB-TICKETS(REG-IDX)
           END-IF
           MOVE WS-PEND-TICKET TO StmtWorkRecord
           WRITE StmtWorkRecord
           IF StmtWorkStatus NOT = "00"
               DISPLAY "    Warning: unable to write stmt.tmp, "
                   "Status: " StmtWorkStatus
           END-IF.

      * Leaves REG-IDX on the region's row, adding it when new; past
      * the table's end REG-IDX is left beyond WS-REGION-COUNT and
      * the region is not broken out (the totals still carry it).
       FIND-REGION-PROCEDURE.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REGION-COUNT
                   OR REGION-NAME(REG-IDX) = WS-FIND-REGION
               CONTINUE
           END-PERFORM
           IF REG-IDX > WS-REGION-COUNT
               IF WS-REGION-COUNT >= 50
                   ADD 1 TO WS-REGION-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REGION-COUNT
               SET REG-IDX TO WS-REGION-COUNT
               MOVE WS-FIND-REGION TO REGION-NAME(REG-IDX)
               MOVE 0 TO REGION-LIAB-TICKETS(REG-IDX)
               MOVE 0 TO REGION-LIABILITY(REG-IDX)
               MOVE 0 TO REGION-STMT-TICKETS(REG-IDX)
               MOVE 0 TO REGION-STMT-DISC(REG-IDX)
               MOVE 0 TO REGION-NOCUST-DISC(REG-IDX)
           END-IF.

      * One sorted ticket: breaks on customer and region, then the
      * detail line.  Tickets that reached the liability without a
      * customer cannot be statemented and are only counted.
       STATEMENT-ROW-PROCEDURE.
           IF SST-CUSTOMER = SPACES
               ADD 1 TO WS-NOCUST-TICKETS
               ADD SST-DISCOUNT TO WS-NOCUST-DISCOUNT
               MOVE SST-REGION TO WS-FIND-REGION
               PERFORM FIND-REGION-PROCEDURE
               IF REG-IDX <= WS-REGION-COUNT
                   ADD SST-DISCOUNT TO REGION-NOCUST-DISC(REG-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FIRST-ROW OR SST-CUSTOMER NOT = WS-CUR-CUSTOMER
               IF NOT WS-FIRST-ROW AND WS-CUR-CUSTOMER NOT = SPACES
                   PERFORM END-REGION-PROCEDURE
                   PERFORM END-STATEMENT-PROCEDURE
               END-IF
               MOVE "N" TO WS-FIRST-SWITCH
               PERFORM BEGIN-STATEMENT-PROCEDURE
               PERFORM BEGIN-REGION-PROCEDURE
           ELSE
               IF SST-REGION NOT = WS-CUR-REGION
                   PERFORM END-REGION-PROCEDURE
                   PERFORM BEGIN-REGION-PROCEDURE
               END-IF
           END-IF

           ADD 1 TO WS-RGN-TICKETS
           ADD SST-AMOUNT   TO WS-RGN-AMOUNT
           ADD SST-DISCOUNT TO WS-RGN-DISCOUNT

           MOVE SST-AMOUNT   TO WS-AMOUNT-EDIT
           MOVE SST-DISCOUNT TO WS-DISC-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
               SST-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SST-NUMBER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SST-CLASSIFICATION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SST-REGION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DISC-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           IF SST-RATED = "N"
               MOVE "UNRATED" TO WS-PRINT-LINE(88:)
           END-IF
           PERFORM WRITE-STMT-LINE-PROCEDURE

           MOVE WS-CUR-CUST-ID     TO WS-EXD-CUST-ID
           MOVE SST-DATE           TO WS-EXD-DATE
           MOVE SST-NUMBER         TO WS-EXD-NUMBER
           MOVE SST-CLASSIFICATION TO WS-EXD-CLASS
           MOVE SST-REGION         TO WS-EXD-REGION
           MOVE SST-AMOUNT         TO WS-EXD-AMOUNT
           MOVE SST-DISCOUNT       TO WS-EXD-DISCOUNT
           MOVE SST-RATED          TO WS-EXD-RATED
           MOVE WS-EXT-D TO StmtExtractRecord
           PERFORM WRITE-EXTRACT-PROCEDURE
           ADD 1 TO WS-EXT-DTL-COUNT.

       BEGIN-STATEMENT-PROCEDURE.
           MOVE SST-CUSTOMER TO WS-CUR-CUSTOMER
           MOVE 0 TO WS-CUR-CUST-ID
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
                   OR WS-CUR-CUST-ID > 0
               IF CUSTOMER-NAME(CUST-IDX) = WS-CUR-CUSTOMER
                   MOVE CUSTOMER-ID(CUST-IDX) TO WS-CUR-CUST-ID
               END-IF
           END-PERFORM
           IF WS-CUR-CUST-ID = 0
               ADD 1 TO WS-NOT-ON-MASTER
           END-IF

           ADD 1 TO WS-STMT-CUSTOMERS
           MOVE 0 TO WS-CUST-TICKETS
           MOVE 0 TO WS-CUST-AMOUNT
           MOVE 0 TO WS-CUST-DISCOUNT
           MOVE 0 TO WS-PAGE-NUMBER
           PERFORM WRITE-STMT-HEADING-PROCEDURE.

       BEGIN-REGION-PROCEDURE.
           MOVE SST-REGION TO WS-CUR-REGION
           MOVE 0 TO WS-RGN-TICKETS
           MOVE 0 TO WS-RGN-AMOUNT
           MOVE 0 TO WS-RGN-DISCOUNT.

      * The region total line, the R extract record, and the region
      * column of the control page.
       END-REGION-PROCEDURE.
           MOVE WS-RGN-AMOUNT   TO WS-AMOUNT-EDIT
           MOVE WS-RGN-DISCOUNT TO WS-DISC-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " DELIMITED BY SIZE
               "REGION " DELIMITED BY SIZE
               WS-CUR-REGION DELIMITED BY SIZE
               " TOTAL - " DELIMITED BY SIZE
               WS-RGN-TICKETS DELIMITED BY SIZE
               " TICKETS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(62:)
           MOVE WS-DISC-EDIT   TO WS-PRINT-LINE(76:)
           PERFORM WRITE-STMT-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-STMT-LINE-PROCEDURE

           ADD WS-RGN-TICKETS  TO WS-CUST-TICKETS
           ADD WS-RGN-AMOUNT   TO WS-CUST-AMOUNT
           ADD WS-RGN-DISCOUNT TO WS-CUST-DISCOUNT

           MOVE WS-CUR-REGION TO WS-FIND-REGION
           PERFORM FIND-REGION-PROCEDURE
           IF REG-IDX <= WS-REGION-COUNT
               ADD WS-RGN-TICKETS  TO REGION-STMT-TICKETS(REG-IDX)
               ADD WS-RGN-DISCOUNT TO REGION-STMT-DISC(REG-IDX)
           END-IF

           MOVE WS-CUR-CUST-ID  TO WS-EXR-CUST-ID
           MOVE WS-CUR-REGION   TO WS-EXR-REGION
           MOVE WS-RGN-TICKETS  TO WS-EXR-TICKETS
           MOVE WS-RGN-AMOUNT   TO WS-EXR-AMOUNT
           MOVE WS-RGN-DISCOUNT TO WS-EXR-DISCOUNT
           MOVE WS-EXT-R TO StmtExtractRecord
           PERFORM WRITE-EXTRACT-PROCEDURE.

      * The customer total closes the statement; the C record goes
      * to the extract after the customer's D and R records, so the
      * mail house reads a customer's detail before its total.
       END-STATEMENT-PROCEDURE.
           MOVE WS-CUST-AMOUNT   TO WS-AMOUNT-EDIT
           MOVE WS-CUST-DISCOUNT TO WS-DISC-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  CUSTOMER TOTAL - " DELIMITED BY SIZE
               WS-CUST-TICKETS DELIMITED BY SIZE
               " TICKETS" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(62:)
           MOVE WS-DISC-EDIT   TO WS-PRINT-LINE(76:)
           PERFORM WRITE-STMT-LINE-PROCEDURE

           ADD WS-CUST-TICKETS  TO WS-STMT-TICKETS
           ADD WS-CUST-AMOUNT   TO WS-STMT-AMOUNT
           ADD WS-CUST-DISCOUNT TO WS-STMT-DISCOUNT

           MOVE WS-CUR-CUST-ID   TO WS-EXC-CUST-ID
           MOVE WS-CUR-CUSTOMER  TO WS-EXC-CUSTOMER
           MOVE WS-PERIOD        TO WS-EXC-PERIOD
           MOVE WS-CUST-TICKETS  TO WS-EXC-TICKETS
           MOVE WS-CUST-AMOUNT   TO WS-EXC-AMOUNT
           MOVE WS-CUST-DISCOUNT TO WS-EXC-DISCOUNT
           MOVE WS-EXT-C TO StmtExtractRecord
           PERFORM WRITE-EXTRACT-PROCEDURE.

      * One statement line, breaking to a continuation page with the
      * full heading when the page is out of lines.
       WRITE-STMT-LINE-PROCEDURE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-STMT-HEADING-PROCEDURE
           END-IF
           MOVE WS-PRINT-LINE TO StmtPrintRecord
           WRITE StmtPrintRecord
           ADD 1 TO WS-LINE-COUNT.

       WRITE-STMT-HEADING-PROCEDURE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT

           MOVE SPACES TO WS-PRINT-LINE
           STRING "FIZZBUZZ PROMOTION STATEMENT" DELIMITED BY SIZE
               "                                          PAGE "
               DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO WS-PRINT-LINE
           STRING "PERIOD: " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               "  STATEMENT DATE: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO WS-PRINT-LINE
           STRING "CUSTOMER: " DELIMITED BY SIZE
               WS-CUR-CUST-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUR-CUSTOMER DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           IF WS-CUR-CUST-ID = 0
               MOVE "(NOT ON CUSTOMER MASTER)" TO WS-PRINT-LINE(41:)
           END-IF
           MOVE WS-PRINT-LINE TO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  DATE      TICKET  CLASSIFICATION        "
               DELIMITED BY SIZE
               "REGION            AMOUNT      DISCOUNT"
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-PRINT-LINE TO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE 0 TO WS-LINE-COUNT.

       WRITE-EXTRACT-PROCEDURE.
           WRITE StmtExtractRecord
           IF StmtExtractStatus NOT = "00"
               DISPLAY "    Warning: unable to write "
                   WS-EXT-FILENAME " record, Status: "
                   StmtExtractStatus
           ELSE
               ADD 1 TO WS-EXT-RECORDS
           END-IF.

      * The statements tie when what they carry, plus what could not
      * be statemented for want of a customer, is the month's
      * liability as read - in total and region by region.
       PROVE-STATEMENTS-PROCEDURE.
           MOVE "Y" TO WS-TIE-SWITCH
           COMPUTE WS-ACCOUNTED-TOTAL =
               WS-STMT-DISCOUNT + WS-NOCUST-DISCOUNT
           COMPUTE WS-DIFFERENCE = WS-ACCOUNTED-TOTAL - WS-LIAB-TOTAL
           IF WS-DIFFERENCE NOT = 0
               MOVE "N" TO WS-TIE-SWITCH
           END-IF
           IF WS-STMT-TICKETS + WS-NOCUST-TICKETS
                   NOT = WS-LIAB-TICKETS
               MOVE "N" TO WS-TIE-SWITCH
           END-IF

           MOVE 0 TO WS-REGION-OFF-COUNT
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REGION-COUNT
               COMPUTE WS-REGION-ACCOUNTED = REGION-STMT-DISC(REG-IDX)
                   + REGION-NOCUST-DISC(REG-IDX)
               IF WS-REGION-ACCOUNTED NOT = REGION-LIABILITY(REG-IDX)
                   ADD 1 TO WS-REGION-OFF-COUNT
                   MOVE "N" TO WS-TIE-SWITCH
               END-IF
           END-PERFORM.

      * The last page of the print file: the liability night by
      * night and region by region beside the statements.  A region
      * differs only when its statements plus its tickets that had
      * no customer fall short of (or over) its liability.
       WRITE-CONTROL-PAGE-PROCEDURE.
           MOVE SPACES TO WS-CUR-CUSTOMER
           MOVE 0 TO WS-CUR-CUST-ID
           MOVE 0 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-HEADING-PROCEDURE

           MOVE "  ----- LIABILITY DETAIL BY NIGHT -----"
               TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE
           PERFORM VARYING NGT-IDX FROM 1 BY 1
                   UNTIL NGT-IDX > WS-NIGHT-COUNT
               MOVE NIGHT-TICKETS(NGT-IDX) TO WS-COUNT-EDIT
               MOVE NIGHT-LIABILITY(NGT-IDX) TO WS-MONEY-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                   NIGHT-DATE(NGT-IDX) DELIMITED BY SIZE
                   "  TICKETS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  LIABILITY " DELIMITED BY SIZE
                   WS-MONEY-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-CONTROL-LINE-PROCEDURE
           END-PERFORM
           IF WS-NIGHT-COUNT = 0
               MOVE "  (no liability detail for the period)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-CONTROL-LINE-PROCEDURE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE "  ----- BY REGION -----" TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  REGION      LIABILITY TKTS          LIABILITY"
               DELIMITED BY SIZE
               "  STATEMENT TKTS         STATEMENTS"
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > WS-REGION-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE REGION-NAME(REG-IDX) TO WS-PRINT-LINE(3:10)
               MOVE REGION-LIAB-TICKETS(REG-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(20:)
               MOVE REGION-LIABILITY(REG-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(32:)
               MOVE REGION-STMT-TICKETS(REG-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(58:)
               MOVE REGION-STMT-DISC(REG-IDX) TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-PRINT-LINE(69:)
               COMPUTE WS-REGION-ACCOUNTED = REGION-STMT-DISC(REG-IDX)
                   + REGION-NOCUST-DISC(REG-IDX)
               IF WS-REGION-ACCOUNTED NOT = REGION-LIABILITY(REG-IDX)
                   MOVE "DIFFERS" TO WS-PRINT-LINE(88:)
               END-IF
               PERFORM WRITE-CONTROL-LINE-PROCEDURE
           END-PERFORM
           IF WS-REGION-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  (more than 50 regions - " DELIMITED BY SIZE
                   "the rest are in the totals only)"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-CONTROL-LINE-PROCEDURE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE "  ----- PROOF -----" TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE WS-LIAB-TICKETS TO WS-COUNT-EDIT
           MOVE WS-LIAB-TOTAL TO WS-MONEY-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Month's liability     : TICKETS "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE WS-STMT-TICKETS TO WS-COUNT-EDIT
           MOVE WS-STMT-DISCOUNT TO WS-MONEY-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Statements            : TICKETS "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE WS-NOCUST-TICKETS TO WS-COUNT-EDIT
           MOVE WS-NOCUST-DISCOUNT TO WS-MONEY-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  No customer - not sent: TICKETS "
               DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE WS-DIFFERENCE TO WS-DIFF-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Difference            :                    "
               DELIMITED BY SIZE
               WS-DIFF-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Nights " DELIMITED BY SIZE
               WS-NIGHT-COUNT DELIMITED BY SIZE
               "   Detail rows " DELIMITED BY SIZE
               WS-LIAB-ROWS DELIMITED BY SIZE
               "   Unreadable rows " DELIMITED BY SIZE
               WS-BAD-ROWS DELIMITED BY SIZE
               "   Unrated tickets " DELIMITED BY SIZE
               WS-UNRATED-TICKETS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  Statements " DELIMITED BY SIZE
               WS-STMT-CUSTOMERS DELIMITED BY SIZE
               "   Not on customer master " DELIMITED BY SIZE
               WS-NOT-ON-MASTER DELIMITED BY SIZE
               "   Extract records " DELIMITED BY SIZE
               WS-EXT-RECORDS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-CONTROL-LINE-PROCEDURE

           IF WS-STATEMENTS-TIE
               MOVE "  VERDICT: STATEMENTS TIE TO THE MONTH'S LIABILITY"
                   TO WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  VERDICT: OUT OF BALANCE - THE STATEMENTS "
                   DELIMITED BY SIZE
                   "MUST NOT BE MAILED" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-CONTROL-LINE-PROCEDURE.

       WRITE-CONTROL-LINE-PROCEDURE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-CONTROL-HEADING-PROCEDURE
           END-IF
           MOVE WS-PRINT-LINE TO StmtPrintRecord
           WRITE StmtPrintRecord
           ADD 1 TO WS-LINE-COUNT.

       WRITE-CONTROL-HEADING-PROCEDURE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT

           MOVE SPACES TO StmtPrintRecord
           STRING "FIZZBUZZ STATEMENT CONTROL PAGE" DELIMITED BY SIZE
               "                                       PAGE "
               DELIMITED BY SIZE
               WS-PAGE-EDIT DELIMITED BY SIZE
               INTO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO StmtPrintRecord
           STRING "PERIOD: " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               "  RUN DATE: " DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "  EXTRACT: " DELIMITED BY SIZE
               WS-EXT-FILENAME DELIMITED BY SPACE
               INTO StmtPrintRecord
           WRITE StmtPrintRecord

           MOVE SPACES TO StmtPrintRecord
           WRITE StmtPrintRecord
           MOVE 0 TO WS-LINE-COUNT.

       DELETE-WORK-FILES-PROCEDURE.
           CALL "CBL_DELETE_FILE" USING "stmt.tmp"
           CALL "CBL_DELETE_FILE" USING "stmt.srt".

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
           MOVE "STMT"          TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-STMT.
