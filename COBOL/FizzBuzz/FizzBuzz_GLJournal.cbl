      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Turn the promotion liability into a general ledger
      *          journal file instead of finance keying the grand
      *          total from liability.<ccyymmdd>.txt by hand.
      *          The liability report writes liabdtl.<ccyymmdd>.dat,
      *          one row per ticket and label priced.  This program
      *          totals that detail by region and label, maps each
      *          region and label through glmap.dat (maintained by
      *          FIZZBUZZ-GLMAPMNT; a row for region * serves every
      *          region without a row of its own) to a cost center,
      *          a promotion expense account and an accrued
      *          liability account, and writes one debit to expense
      *          and one credit to accrued liability per region and
      *          label.  The journal is gljrnl.<batch>.dat: an H
      *          header (batch ID, type, effective date, created
      *          date and time), the D lines, and a T trailer with
      *          the line count and the debit and credit totals.
      *          The function comes from glcard.dat (card-image):
      *          columns 1-8 NIGHTLY or MONTHEND, then for NIGHTLY
      *          the CCYYMMDD to journal and for MONTHEND the CCYYMM
      *          period.  With no card the program journals today's
      *          liability; NIGHTLY without a date also means today.
      *          NIGHTLY posts batch N<ccyymmdd> dated the run date.
      *          MONTHEND is run after FIZZBUZZ-MCLOSE, and takes the
      *          period it just closed from ctlmast.dat when the card
      *          names none; a period that is not closed yet is
      *          refused.  It produces the month-end accrual,
      *          batch A<ccyymm> dated the last day of the period,
      *          for every night of the period that has liability
      *          detail but no posted nightly batch - the liability
      *          the ledger would otherwise miss at the close - and
      *          the matching reversal, batch R<ccyymm> dated the
      *          first of the next month, with the debits and
      *          credits swapped, so the nightly batches for those
      *          nights post normally afterwards without doubling the
      *          cost.  A period with every night posted needs no
      *          accrual and none is written.
      *          Every batch is built in storage and proved before a
      *          record is written: a batch whose debits and credits
      *          do not agree to the penny is refused and never
      *          written, and so is a batch with a region and label
      *          glmap.dat cannot map.  Each batch written is added
      *          to the posted-batch register glpost.dat (batch ID,
      *          type, effective date, line count, debit and credit
      *          totals, date, time and operator), and a batch ID
      *          already on the register is refused, so the same
      *          night or month cannot be posted twice.
      *          The outcome is recorded in events.dat.  RETURN-CODE
      *          is 0 when the batches were written (or there was
      *          nothing to accrue), 4 when the batch was already
      *          posted or there was no liability to journal, 8 when
      *          a region and label could not be mapped, and 16 when
      *          the batch did not balance, a file this program needs
      *          cannot be opened, or a journal could not be written
      *          in full.  A journal whose header, a line, the trailer
      *          or the close fails is deleted and never registered,
      *          so the batch is written afresh by the next run; at
      *          month end the accrual and the reversal are both
      *          written before either is registered, and the accrual
      *          is deleted if its reversal cannot be written.
      *          Every events.dat record now carries a 24-byte seal
      *          after the text - a sequence number and a check value
      *          chained from the previous record - issued by
      *          FIZZBUZZ-SEAL and registered on trailseal.dat, so the
      *          nightly FIZZBUZZ-SEALCHK can prove no event was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      *          A nightly batch for a night whose month already carries
      *          the month-end accrual A<ccyymm> is dated the first of
      *          the next month, with the reversal R<ccyymm> it nets
      *          against, rather than the run date - the accrual has
      *          already booked that night into the closed month.  Under
      *          the nightly chain, FIZZBUZZ_RUN_DATE, when set,
      *          replaces today as the date journaled (a NIGHTLY card
      *          date still wins), and the chain step's parameter
      *          FIZZBUZZ_STEP_PARM, NIGHTLY or MONTHEND, names the
      *          function in place of glcard.dat, which is then not read
      *          - the chain runs the nightly journal after the
      *          liability report and the month-end accrual after the
      *          close.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-GLJRNL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlCardFile ASSIGN TO "glcard.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlCardStatus.

           SELECT GlMapFile ASSIGN TO "glmap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlMapStatus.

           SELECT LiabDetailFile ASSIGN TO DYNAMIC WS-DTL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiabDetailStatus.

           SELECT GlJournalFile ASSIGN TO DYNAMIC WS-JRNL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlJournalStatus.

           SELECT GlPostFile ASSIGN TO "glpost.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlPostStatus.

           SELECT ControlMasterFile ASSIGN TO "ctlmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ControlMasterStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  GlCardFile.
       01  GlCardRecord.
           05  CARD-FUNCTION       PIC X(8).
           05  CARD-DATE           PIC X(8).

       FD  GlMapFile.
       01  GlMapRecord.
           05  GLM-REC-REGION      PIC X(10).
           05  GLM-REC-LABEL       PIC X(10).
           05  GLM-REC-COST-CENTER PIC X(6).
           05  GLM-REC-EXPENSE     PIC X(8).
           05  GLM-REC-LIABILITY   PIC X(8).

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

       FD  GlJournalFile.
       01  GlJournalRecord         PIC X(100).

       FD  GlPostFile.
       01  GlPostRecord.
           05  GLP-BATCH-ID        PIC X(10).
           05  GLP-BATCH-TYPE      PIC X(8).
           05  GLP-EFF-DATE        PIC 9(8).
           05  GLP-LINES           PIC 9(5).
           05  GLP-DEBITS          PIC 9(11)V99.
           05  GLP-CREDITS         PIC 9(11)V99.
           05  GLP-POSTED-DATE     PIC 9(8).
           05  GLP-POSTED-TIME     PIC 9(8).
           05  GLP-OPERATOR        PIC X(20).

       FD  ControlMasterFile.
       01  ControlMasterRecord.
           05  CTL-LAST-RUN-DATE   PIC 9(8).
           05  CTL-LAST-CLOSED     PIC 9(6).
           05  FILLER              PIC X(434).

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
       01  GlCardStatus        PIC XX.
       01  GlMapStatus         PIC XX.
       01  LiabDetailStatus    PIC XX.
       01  GlJournalStatus     PIC XX.
       01  GlPostStatus        PIC XX.
       01  ControlMasterStatus PIC XX.
       01  EventStatus         PIC XX.

       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-TODAY-TIME       PIC 9(8) VALUE 0.
       01  WS-OPERATOR         PIC X(20).
       01  WS-FUNCTION         PIC X(8) VALUE "NIGHTLY".
           88  WS-NIGHTLY          VALUE "NIGHTLY".
           88  WS-MONTHEND         VALUE "MONTHEND".
       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01  WS-STEP-PARM        PIC X(8) VALUE SPACES.
       01  WS-ACCRUED-SWITCH   PIC X VALUE "N".
           88  WS-PERIOD-ACCRUED   VALUE "Y".
       01  WS-PERIOD           PIC 9(6) VALUE 0.
       01  WS-PERIOD-START     PIC 9(8) VALUE 0.
       01  WS-PERIOD-END       PIC 9(8) VALUE 0.
       01  WS-NEXT-PERIOD-1ST  PIC 9(8) VALUE 0.
       01  WS-DATE-INTEGER     PIC 9(7) VALUE 0.
       01  WS-END-INTEGER      PIC 9(7) VALUE 0.
       01  WS-SCAN-DATE        PIC 9(8) VALUE 0.
       01  WS-NIGHTS-ACCRUED   PIC 9(3) VALUE 0.
       01  WS-NIGHTS-POSTED    PIC 9(3) VALUE 0.

       01  WS-DTL-FILENAME     PIC X(30) VALUE SPACES.
       01  WS-JRNL-FILENAME    PIC X(30) VALUE SPACES.
       01  WS-ACCRUAL-FILENAME PIC X(30) VALUE SPACES.
       01  WS-JRNL-FAIL-STATUS PIC XX VALUE SPACES.
       01  WS-JRNL-WRITE-SWITCH PIC X VALUE "Y".
           88  WS-JRNL-WRITES-OK       VALUE "Y".

       01  WS-MAP-EOF-SWITCH   PIC X VALUE "N".
           88  WS-MAP-EOF          VALUE "Y".
       01  WS-DTL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-DTL-EOF          VALUE "Y".
       01  WS-POST-EOF-SWITCH  PIC X VALUE "N".
           88  WS-POST-EOF         VALUE "Y".
       01  WS-POSTED-SWITCH    PIC X VALUE "N".
           88  WS-BATCH-IS-POSTED  VALUE "Y".

       01  WS-MAP-TABLE.
           05  WS-MAP OCCURS 200 TIMES INDEXED BY MAP-IDX.
               10  MAP-REGION          PIC X(10).
               10  MAP-LABEL           PIC X(10).
               10  MAP-COST-CENTER     PIC X(6).
               10  MAP-EXPENSE         PIC X(8).
               10  MAP-LIABILITY       PIC X(8).
       01  WS-MAP-COUNT        PIC 9(3) VALUE 0.

      * The liability totaled by region and label, each carrying the
      * cost center and accounts it maps to.
       01  WS-ACCUM-TABLE.
           05  WS-ACCUM OCCURS 200 TIMES INDEXED BY ACC-IDX.
               10  ACC-REGION          PIC X(10).
               10  ACC-LABEL           PIC X(10).
               10  ACC-AMOUNT          PIC 9(11)V99.
               10  ACC-COST-CENTER     PIC X(6).
               10  ACC-EXPENSE         PIC X(8).
               10  ACC-LIABILITY       PIC X(8).
               10  ACC-MAPPED-SW       PIC X.
                   88  ACC-IS-MAPPED       VALUE "Y".
       01  WS-ACCUM-COUNT      PIC 9(3) VALUE 0.
       01  WS-ACCUM-OVERFLOW   PIC 9(5) VALUE 0.
       01  WS-UNMAPPED-COUNT   PIC 9(3) VALUE 0.
       01  WS-MATCH-SUB        PIC 9(3) VALUE 0.
       01  WS-DTL-ROWS         PIC 9(7) VALUE 0.

      * One journal batch, built whole before anything is written.
       01  WS-BATCH-ID         PIC X(10) VALUE SPACES.
       01  WS-BATCH-TYPE       PIC X(8) VALUE SPACES.
       01  WS-BATCH-EFF-DATE   PIC 9(8) VALUE 0.
       01  WS-BATCH-DESC       PIC X(30) VALUE SPACES.
       01  WS-REVERSE-SWITCH   PIC X VALUE "N".
           88  WS-REVERSING        VALUE "Y".
       01  WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 400 TIMES INDEXED BY JRN-IDX.
               10  JRN-COST-CENTER     PIC X(6).
               10  JRN-ACCOUNT         PIC X(8).
               10  JRN-DR-CR           PIC X.
               10  JRN-AMOUNT          PIC 9(11)V99.
               10  JRN-REGION          PIC X(10).
               10  JRN-LABEL           PIC X(10).
               10  JRN-DESC            PIC X(20).
       01  WS-JRNL-COUNT       PIC 9(5) VALUE 0.
       01  WS-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.
       01  WS-BATCHES-WRITTEN  PIC 9(1) VALUE 0.

       01  WS-GLH.
           05  FILLER              PIC X VALUE "H".
           05  WS-GLH-BATCH-ID     PIC X(10).
           05  WS-GLH-BATCH-TYPE   PIC X(8).
           05  WS-GLH-EFF-DATE     PIC 9(8).
           05  WS-GLH-CREATED-DATE PIC 9(8).
           05  WS-GLH-CREATED-TIME PIC 9(8).
           05  WS-GLH-SOURCE       PIC X(10) VALUE "FIZZBUZZ".
           05  WS-GLH-DESC         PIC X(30).
           05  FILLER              PIC X(17) VALUE SPACES.

       01  WS-GLD.
           05  FILLER              PIC X VALUE "D".
           05  WS-GLD-BATCH-ID     PIC X(10).
           05  WS-GLD-LINE-NO      PIC 9(5).
           05  WS-GLD-EFF-DATE     PIC 9(8).
           05  WS-GLD-COST-CENTER  PIC X(6).
           05  WS-GLD-ACCOUNT      PIC X(8).
           05  WS-GLD-DR-CR        PIC X.
           05  WS-GLD-AMOUNT       PIC 9(11)V99.
           05  WS-GLD-REGION       PIC X(10).
           05  WS-GLD-LABEL        PIC X(10).
           05  WS-GLD-DESC         PIC X(20).
           05  FILLER              PIC X(8) VALUE SPACES.

       01  WS-GLT.
           05  FILLER              PIC X VALUE "T".
           05  WS-GLT-BATCH-ID     PIC X(10).
           05  WS-GLT-LINE-COUNT   PIC 9(5).
           05  WS-GLT-DEBIT-TOTAL  PIC 9(13)V99.
           05  WS-GLT-CREDIT-TOTAL PIC 9(13)V99.
           05  FILLER              PIC X(54) VALUE SPACES.

       01  WS-MONEY-EDIT       PIC Z(12)9.99.
       01  WS-EVT-TIME         PIC 9(8) VALUE 0.
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
      *-----------------------

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz General Ledger Journal -----"
           DISPLAY " "

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM READ-GL-CARD-PROCEDURE
           PERFORM LOAD-MAP-PROCEDURE

           IF WS-MONTHEND
               PERFORM MONTH-END-PROCEDURE
           ELSE
               PERFORM NIGHTLY-PROCEDURE
           END-IF
           STOP RUN.
      ** add other procedures here

      * glcard.dat names the function and its date or period; with
      * no card the program journals today's liability.
       READ-GL-CARD-PROCEDURE.
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
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

      * A chain step names its function in its parameter; the card
      * is for a hand run, and a card left behind must not turn the
      * chain's nightly journal into a month-end one or back.
           MOVE SPACES TO WS-STEP-PARM
           ACCEPT WS-STEP-PARM FROM ENVIRONMENT "FIZZBUZZ_STEP_PARM"
           IF WS-STEP-PARM NOT = SPACES
               EVALUATE WS-STEP-PARM
                   WHEN "NIGHTLY"
                   WHEN "MONTHEND"
                       MOVE WS-STEP-PARM TO WS-FUNCTION
                   WHEN OTHER
                       DISPLAY "Error: chain step parameter "
                           WS-STEP-PARM " is not NIGHTLY or MONTHEND."
                       MOVE "ERROR" TO WS-EVT-SEVERITY
                       MOVE SPACES TO WS-EVT-TEXT
                       STRING "journal refused - unknown function "
                           DELIMITED BY SIZE
                           WS-STEP-PARM DELIMITED BY SIZE
                           INTO WS-EVT-TEXT
                       PERFORM WRITE-EVENT-PROCEDURE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               DISPLAY "Note: function from the chain step; "
                   "glcard.dat not read."
               DISPLAY "Function  : " WS-FUNCTION
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT GlCardFile
           IF GlCardStatus = "00"
               READ GlCardFile
                   NOT AT END
                       PERFORM EDIT-GL-CARD-PROCEDURE
               END-READ
               CLOSE GlCardFile
           ELSE
               DISPLAY "Note: glcard.dat not available; journaling "
                   "today's liability."
           END-IF

           DISPLAY "Function  : " WS-FUNCTION.

       EDIT-GL-CARD-PROCEDURE.
           EVALUATE CARD-FUNCTION
               WHEN "NIGHTLY"
               WHEN SPACES
                   MOVE "NIGHTLY" TO WS-FUNCTION
                   IF CARD-DATE IS NUMERIC
                       MOVE CARD-DATE TO WS-RUN-DATE
                   ELSE
                       IF CARD-DATE NOT = SPACES
                           DISPLAY "Note: glcard.dat date is not "
                               "numeric; journaling today."
                       END-IF
                   END-IF
               WHEN "MONTHEND"
                   MOVE "MONTHEND" TO WS-FUNCTION
                   IF CARD-DATE(1:6) IS NUMERIC
                       MOVE CARD-DATE(1:6) TO WS-PERIOD
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: glcard.dat function "
                       CARD-FUNCTION " is not NIGHTLY or MONTHEND."
                   MOVE "ERROR" TO WS-EVT-SEVERITY
                   MOVE SPACES TO WS-EVT-TEXT
                   STRING "journal refused - unknown function "
                       DELIMITED BY SIZE
                       CARD-FUNCTION DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
                   PERFORM WRITE-EVENT-PROCEDURE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-MAP-PROCEDURE.
           OPEN INPUT GlMapFile
           IF GlMapStatus NOT = "00"
               DISPLAY "Error: Unable to open glmap.dat, Status: "
                   GlMapStatus
               DISPLAY "There is nothing to map the liability to - "
                   "cut the table with the mapping maintenance run."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE "journal refused - glmap.dat not available"
                   TO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MAP-EOF
               READ GlMapFile
                   AT END
                       SET WS-MAP-EOF TO TRUE
                   NOT AT END
                       IF GlMapRecord NOT = SPACES
                           IF WS-MAP-COUNT >= 200
                               DISPLAY "    Warning: glmap.dat has "
                                   "more than 200 rows; ignoring "
                                   "rows past the 200th."
                               SET WS-MAP-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GlMapRecord
                                   TO WS-MAP(WS-MAP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GlMapFile.

      * One night's liability as batch N<ccyymmdd>.  A night whose
      * month has already been accrued and reversed at the close was
      * booked to that month by the accrual; its own batch is dated
      * with the reversal, on the first of the next month, so the two
      * net there instead of booking the night into the closed month
      * a second time.
       NIGHTLY-PROCEDURE.
           DISPLAY "Run date  : " WS-RUN-DATE

           COMPUTE WS-PERIOD = WS-RUN-DATE / 100
           MOVE SPACES TO WS-BATCH-ID
           STRING "A" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-BATCH-ID
           PERFORM CHECK-POSTED-PROCEDURE
           IF WS-BATCH-IS-POSTED
               SET WS-PERIOD-ACCRUED TO TRUE
               PERFORM FIND-NEXT-PERIOD-PROCEDURE
               DISPLAY "Note: period " WS-PERIOD " was accrued at the "
                   "close (batch " WS-BATCH-ID "); this batch is "
                   "dated " WS-NEXT-PERIOD-1ST "."
           END-IF

           MOVE SPACES TO WS-BATCH-ID
           STRING "N" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-BATCH-ID
           PERFORM CHECK-POSTED-PROCEDURE
           IF WS-BATCH-IS-POSTED
               PERFORM REFUSE-POSTED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE TO WS-SCAN-DATE
           PERFORM BUILD-DTL-FILENAME-PROCEDURE
           OPEN INPUT LiabDetailFile
           IF LiabDetailStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-DTL-FILENAME
                   ", Status: " LiabDetailStatus
               DISPLAY "Run the liability report for " WS-RUN-DATE
                   " first."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "journal " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   " refused - no liability detail" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCUMULATE-DETAIL-PROCEDURE

           IF WS-ACCUM-COUNT = 0
               DISPLAY "Note: no liability to journal for "
                   WS-RUN-DATE "; no batch written."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM MAP-ACCUMULATIONS-PROCEDURE
           IF WS-UNMAPPED-COUNT > 0 OR WS-ACCUM-OVERFLOW > 0
               PERFORM REFUSE-UNMAPPED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "NIGHTLY" TO WS-BATCH-TYPE
           MOVE WS-RUN-DATE TO WS-BATCH-EFF-DATE
           IF WS-PERIOD-ACCRUED
               MOVE WS-NEXT-PERIOD-1ST TO WS-BATCH-EFF-DATE
           END-IF
           MOVE "PROMOTION LIABILITY NIGHTLY" TO WS-BATCH-DESC
           MOVE "N" TO WS-REVERSE-SWITCH
           PERFORM BUILD-BATCH-PROCEDURE
           PERFORM PROVE-AND-WRITE-BATCH-PROCEDURE
           IF RETURN-CODE = 0
               DISPLAY "Verdict   : batch " WS-BATCH-ID " posted"
           END-IF.

      * The accrual and reversal for the closed period: every night
      * of the period with liability detail on file and no nightly
      * batch posted is accrued.
       MONTH-END-PROCEDURE.
           PERFORM FIND-CLOSED-PERIOD-PROCEDURE
           DISPLAY "Period    : " WS-PERIOD

           MOVE SPACES TO WS-BATCH-ID
           STRING "A" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-BATCH-ID
           PERFORM CHECK-POSTED-PROCEDURE
           IF WS-BATCH-IS-POSTED
               PERFORM REFUSE-POSTED-PROCEDURE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BATCH-ID
           STRING "R" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-BATCH-ID
           PERFORM CHECK-POSTED-PROCEDURE
           IF WS-BATCH-IS-POSTED
               PERFORM REFUSE-POSTED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           PERFORM FIND-NEXT-PERIOD-PROCEDURE
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-1ST) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-END-INTEGER)
               TO WS-PERIOD-END

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
           PERFORM UNTIL WS-DATE-INTEGER > WS-END-INTEGER
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                   TO WS-SCAN-DATE
               PERFORM ACCRUE-ONE-NIGHT-PROCEDURE
               ADD 1 TO WS-DATE-INTEGER
           END-PERFORM

           DISPLAY "Posted    : " WS-NIGHTS-POSTED " night(s) "
               "already journaled"
           DISPLAY "Accrued   : " WS-NIGHTS-ACCRUED " night(s) "
               "with unposted liability"

           IF WS-ACCUM-COUNT = 0
               DISPLAY "Verdict   : every night of " WS-PERIOD
                   " is posted; no accrual needed"
               MOVE "INFO " TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "period " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " fully posted - no accrual needed"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM MAP-ACCUMULATIONS-PROCEDURE
           IF WS-UNMAPPED-COUNT > 0 OR WS-ACCUM-OVERFLOW > 0
               PERFORM REFUSE-UNMAPPED-PROCEDURE
               EXIT PARAGRAPH
           END-IF

      * Both batches are built and proved before either is written,
      * so an accrual can never be left on the ledger without its
      * reversal.
           MOVE "N" TO WS-REVERSE-SWITCH
           PERFORM BUILD-BATCH-PROCEDURE
           PERFORM PROVE-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-REVERSING TO TRUE
           PERFORM BUILD-BATCH-PROCEDURE
           PERFORM PROVE-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

      * Both files are written before either batch is registered;
      * an accrual whose reversal cannot be written is deleted, so
      * neither reaches the ledger.
           PERFORM SET-ACCRUAL-BATCH-PROCEDURE
           PERFORM WRITE-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JRNL-FILENAME TO WS-ACCRUAL-FILENAME

           PERFORM SET-REVERSAL-BATCH-PROCEDURE
           PERFORM WRITE-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               CALL "CBL_DELETE_FILE" USING WS-ACCRUAL-FILENAME
               DISPLAY "Error: " WS-ACCRUAL-FILENAME " deleted - "
                   "the accrual is not posted without its reversal."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "accrual A" DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " withdrawn - reversal could not be written"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-ACCRUAL-BATCH-PROCEDURE
           PERFORM PROVE-BATCH-PROCEDURE
           PERFORM POST-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-REVERSAL-BATCH-PROCEDURE
           PERFORM PROVE-BATCH-PROCEDURE
           PERFORM POST-BATCH-PROCEDURE
           IF RETURN-CODE = 0
               DISPLAY "Verdict   : accrual and reversal for "
                   WS-PERIOD " posted"
           END-IF.

       SET-ACCRUAL-BATCH-PROCEDURE.
           MOVE SPACES TO WS-BATCH-ID
           STRING "A" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-BATCH-ID
           MOVE "ACCRUAL" TO WS-BATCH-TYPE
           MOVE WS-PERIOD-END TO WS-BATCH-EFF-DATE
           MOVE "PROMOTION LIABILITY ACCRUAL" TO WS-BATCH-DESC
           MOVE "N" TO WS-REVERSE-SWITCH
           PERFORM BUILD-BATCH-PROCEDURE.

       SET-REVERSAL-BATCH-PROCEDURE.
           MOVE SPACES TO WS-BATCH-ID
           STRING "R" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-BATCH-ID
           MOVE "REVERSAL" TO WS-BATCH-TYPE
           MOVE WS-NEXT-PERIOD-1ST TO WS-BATCH-EFF-DATE
           MOVE "PROMOTION LIABILITY REVERSAL" TO WS-BATCH-DESC
           SET WS-REVERSING TO TRUE
           PERFORM BUILD-BATCH-PROCEDURE.

      * The period comes from the card, or else from the close
      * FIZZBUZZ-MCLOSE last stamped on ctlmast.dat.  Either way it
      * must already be closed - accruing an open month would book
      * nights the month is still adding to.
       FIND-CLOSED-PERIOD-PROCEDURE.
           OPEN INPUT ControlMasterFile
           IF ControlMasterStatus NOT = "00"
               DISPLAY "Error: Unable to open ctlmast.dat, Status: "
                   ControlMasterStatus "; no period has been closed."
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
               STRING "accrual refused - period " DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   " is not closed" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-NEXT-PERIOD-PROCEDURE.
           IF FUNCTION MOD(WS-PERIOD, 100) = 12
               COMPUTE WS-NEXT-PERIOD-1ST =
                   (FUNCTION INTEGER-PART(WS-PERIOD / 100) + 1)
                   * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-PERIOD-1ST = (WS-PERIOD + 1) * 100 + 1
           END-IF.

       ACCRUE-ONE-NIGHT-PROCEDURE.
           MOVE SPACES TO WS-BATCH-ID
           STRING "N" DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-BATCH-ID
           PERFORM CHECK-POSTED-PROCEDURE
           IF WS-BATCH-IS-POSTED
               ADD 1 TO WS-NIGHTS-POSTED
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-DTL-FILENAME-PROCEDURE
           OPEN INPUT LiabDetailFile
           IF LiabDetailStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NIGHTS-ACCRUED
           DISPLAY "    Accruing " WS-SCAN-DATE " - no nightly batch "
               "posted"
           PERFORM ACCUMULATE-DETAIL-PROCEDURE.

       BUILD-DTL-FILENAME-PROCEDURE.
           MOVE SPACES TO WS-DTL-FILENAME
           STRING "liabdtl." DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-DTL-FILENAME.

      * Reads the open liability detail to its end, adding each
      * priced row into its region and label; unrated rows carry no
      * liability and post nothing.
       ACCUMULATE-DETAIL-PROCEDURE.
           MOVE "N" TO WS-DTL-EOF-SWITCH
           PERFORM UNTIL WS-DTL-EOF
               READ LiabDetailFile
                   AT END
                       SET WS-DTL-EOF TO TRUE
                   NOT AT END
                       IF LDT-LIABILITY IS NUMERIC
                        AND LDT-LIABILITY > 0
                        AND LDT-LABEL NOT = SPACES
                           ADD 1 TO WS-DTL-ROWS
                           PERFORM ACCUMULATE-ONE-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LiabDetailFile.

       ACCUMULATE-ONE-ROW-PROCEDURE.
           MOVE 0 TO WS-MATCH-SUB
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCUM-COUNT
               IF ACC-REGION(ACC-IDX) = LDT-REGION
                AND ACC-LABEL(ACC-IDX) = LDT-LABEL
                   SET WS-MATCH-SUB TO ACC-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SUB = 0
               IF WS-ACCUM-COUNT >= 200
                   ADD 1 TO WS-ACCUM-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACCUM-COUNT
               MOVE WS-ACCUM-COUNT TO WS-MATCH-SUB
               MOVE LDT-REGION TO ACC-REGION(WS-MATCH-SUB)
               MOVE LDT-LABEL  TO ACC-LABEL(WS-MATCH-SUB)
               MOVE 0 TO ACC-AMOUNT(WS-MATCH-SUB)
               MOVE "N" TO ACC-MAPPED-SW(WS-MATCH-SUB)
           END-IF

           ADD LDT-LIABILITY TO ACC-AMOUNT(WS-MATCH-SUB).

      * Each region and label takes its own glmap.dat row, or the
      * region * row for its label when it has none.
       MAP-ACCUMULATIONS-PROCEDURE.
           MOVE 0 TO WS-UNMAPPED-COUNT
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCUM-COUNT
               MOVE 0 TO WS-MATCH-SUB
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                       UNTIL MAP-IDX > WS-MAP-COUNT
                   IF MAP-LABEL(MAP-IDX) = ACC-LABEL(ACC-IDX)
                       IF MAP-REGION(MAP-IDX) = ACC-REGION(ACC-IDX)
                           SET WS-MATCH-SUB TO MAP-IDX
                       END-IF
                       IF MAP-REGION(MAP-IDX) = "*"
                        AND WS-MATCH-SUB = 0
                           SET WS-MATCH-SUB TO MAP-IDX
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-MATCH-SUB = 0
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "    Unmapped: region " ACC-REGION(ACC-IDX)
                       " label " ACC-LABEL(ACC-IDX)
               ELSE
                   SET ACC-IS-MAPPED(ACC-IDX) TO TRUE
                   MOVE MAP-COST-CENTER(WS-MATCH-SUB)
                       TO ACC-COST-CENTER(ACC-IDX)
                   MOVE MAP-EXPENSE(WS-MATCH-SUB)
                       TO ACC-EXPENSE(ACC-IDX)
                   MOVE MAP-LIABILITY(WS-MATCH-SUB)
                       TO ACC-LIABILITY(ACC-IDX)
               END-IF
           END-PERFORM.

      * Two lines per region and label: the expense debit and the
      * accrued liability credit, or the other way about for a
      * reversal.
       BUILD-BATCH-PROCEDURE.
           MOVE 0 TO WS-JRNL-COUNT
           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > WS-ACCUM-COUNT
               ADD 1 TO WS-JRNL-COUNT
               MOVE ACC-COST-CENTER(ACC-IDX)
                   TO JRN-COST-CENTER(WS-JRNL-COUNT)
               MOVE ACC-EXPENSE(ACC-IDX)
                   TO JRN-ACCOUNT(WS-JRNL-COUNT)
               MOVE ACC-AMOUNT(ACC-IDX) TO JRN-AMOUNT(WS-JRNL-COUNT)
               MOVE ACC-REGION(ACC-IDX) TO JRN-REGION(WS-JRNL-COUNT)
               MOVE ACC-LABEL(ACC-IDX)  TO JRN-LABEL(WS-JRNL-COUNT)
               MOVE "PROMOTION EXPENSE" TO JRN-DESC(WS-JRNL-COUNT)
               IF WS-REVERSING
                   MOVE "C" TO JRN-DR-CR(WS-JRNL-COUNT)
               ELSE
                   MOVE "D" TO JRN-DR-CR(WS-JRNL-COUNT)
               END-IF

               ADD 1 TO WS-JRNL-COUNT
               MOVE ACC-COST-CENTER(ACC-IDX)
                   TO JRN-COST-CENTER(WS-JRNL-COUNT)
               MOVE ACC-LIABILITY(ACC-IDX)
                   TO JRN-ACCOUNT(WS-JRNL-COUNT)
               MOVE ACC-AMOUNT(ACC-IDX) TO JRN-AMOUNT(WS-JRNL-COUNT)
               MOVE ACC-REGION(ACC-IDX) TO JRN-REGION(WS-JRNL-COUNT)
               MOVE ACC-LABEL(ACC-IDX)  TO JRN-LABEL(WS-JRNL-COUNT)
               MOVE "ACCRUED LIABILITY" TO JRN-DESC(WS-JRNL-COUNT)
               IF WS-REVERSING
                   MOVE "D" TO JRN-DR-CR(WS-JRNL-COUNT)
               ELSE
                   MOVE "C" TO JRN-DR-CR(WS-JRNL-COUNT)
               END-IF
           END-PERFORM.

      * The debits and credits are footed independently from the
      * built lines; a batch that does not agree to the penny is
      * refused before a record of it exists.
       PROVE-BATCH-PROCEDURE.
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           PERFORM VARYING JRN-IDX FROM 1 BY 1
                   UNTIL JRN-IDX > WS-JRNL-COUNT
               EVALUATE JRN-DR-CR(JRN-IDX)
                   WHEN "D"
                       ADD JRN-AMOUNT(JRN-IDX) TO WS-DEBIT-TOTAL
                   WHEN "C"
                       ADD JRN-AMOUNT(JRN-IDX) TO WS-CREDIT-TOTAL
               END-EVALUATE
           END-PERFORM

           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
            OR WS-JRNL-COUNT = 0
               MOVE WS-DEBIT-TOTAL TO WS-MONEY-EDIT
               DISPLAY "Error: batch " WS-BATCH-ID " debits "
                   WS-MONEY-EDIT
               MOVE WS-CREDIT-TOTAL TO WS-MONEY-EDIT
               DISPLAY "       credits " WS-MONEY-EDIT
                   " - out of balance, batch refused."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "journal " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   " refused - debits and credits do not balance"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * A nightly batch is written and, only once the whole file is
      * down, registered.
       PROVE-AND-WRITE-BATCH-PROCEDURE.
           PERFORM WRITE-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-BATCH-PROCEDURE.

      * The batch is proved and written to gljrnl.<batch>.dat.  Any
      * record or the close that fails leaves a journal short of its
      * lines: the partial file is deleted, never registered, so the
      * batch can be written again on the next run.
       WRITE-BATCH-PROCEDURE.
           PERFORM PROVE-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-JRNL-FILENAME
           STRING "gljrnl." DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME

           OPEN OUTPUT GlJournalFile
           IF GlJournalStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-JRNL-FILENAME
                   ", Status: " GlJournalStatus
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "journal " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   " not written - file could not be opened"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-JRNL-WRITE-SWITCH

           MOVE WS-BATCH-ID       TO WS-GLH-BATCH-ID
           MOVE WS-BATCH-TYPE     TO WS-GLH-BATCH-TYPE
           MOVE WS-BATCH-EFF-DATE TO WS-GLH-EFF-DATE
           MOVE WS-TODAY-DATE     TO WS-GLH-CREATED-DATE
           MOVE WS-TODAY-TIME     TO WS-GLH-CREATED-TIME
           MOVE WS-BATCH-DESC     TO WS-GLH-DESC
           MOVE WS-GLH TO GlJournalRecord
           WRITE GlJournalRecord
           IF GlJournalStatus NOT = "00"
               MOVE GlJournalStatus TO WS-JRNL-FAIL-STATUS
               MOVE "N" TO WS-JRNL-WRITE-SWITCH
           END-IF

           PERFORM VARYING JRN-IDX FROM 1 BY 1
                   UNTIL JRN-IDX > WS-JRNL-COUNT
                      OR NOT WS-JRNL-WRITES-OK
               MOVE WS-BATCH-ID       TO WS-GLD-BATCH-ID
               SET WS-GLD-LINE-NO     TO JRN-IDX
               MOVE WS-BATCH-EFF-DATE TO WS-GLD-EFF-DATE
               MOVE JRN-COST-CENTER(JRN-IDX) TO WS-GLD-COST-CENTER
               MOVE JRN-ACCOUNT(JRN-IDX)     TO WS-GLD-ACCOUNT
               MOVE JRN-DR-CR(JRN-IDX)       TO WS-GLD-DR-CR
               MOVE JRN-AMOUNT(JRN-IDX)      TO WS-GLD-AMOUNT
               MOVE JRN-REGION(JRN-IDX)      TO WS-GLD-REGION
               MOVE JRN-LABEL(JRN-IDX)       TO WS-GLD-LABEL
               MOVE JRN-DESC(JRN-IDX)        TO WS-GLD-DESC
               MOVE WS-GLD TO GlJournalRecord
               WRITE GlJournalRecord
               IF GlJournalStatus NOT = "00"
                   MOVE GlJournalStatus TO WS-JRNL-FAIL-STATUS
                   MOVE "N" TO WS-JRNL-WRITE-SWITCH
               END-IF
           END-PERFORM

           IF WS-JRNL-WRITES-OK
               MOVE WS-BATCH-ID     TO WS-GLT-BATCH-ID
               MOVE WS-JRNL-COUNT   TO WS-GLT-LINE-COUNT
               MOVE WS-DEBIT-TOTAL  TO WS-GLT-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO WS-GLT-CREDIT-TOTAL
               MOVE WS-GLT TO GlJournalRecord
               WRITE GlJournalRecord
               IF GlJournalStatus NOT = "00"
                   MOVE GlJournalStatus TO WS-JRNL-FAIL-STATUS
                   MOVE "N" TO WS-JRNL-WRITE-SWITCH
               END-IF
           END-IF
           CLOSE GlJournalFile
           IF GlJournalStatus NOT = "00" AND WS-JRNL-WRITES-OK
               MOVE GlJournalStatus TO WS-JRNL-FAIL-STATUS
               MOVE "N" TO WS-JRNL-WRITE-SWITCH
           END-IF

           IF NOT WS-JRNL-WRITES-OK
               CALL "CBL_DELETE_FILE" USING WS-JRNL-FILENAME
               DISPLAY "Error: " WS-JRNL-FILENAME " could not be "
                   "written, Status: " WS-JRNL-FAIL-STATUS "; the "
                   "partial file was deleted and batch " WS-BATCH-ID
                   " is not posted."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "journal " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   " not written - write failed, status "
                   DELIMITED BY SIZE
                   WS-JRNL-FAIL-STATUS DELIMITED BY SIZE
                   ", file deleted" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
           END-IF.

      * A written batch goes on the register and is announced.
       POST-BATCH-PROCEDURE.
           PERFORM REGISTER-BATCH-PROCEDURE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEBIT-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Journal   : " WS-JRNL-FILENAME
           DISPLAY "Lines     : " WS-JRNL-COUNT
           DISPLAY "Debits    : " WS-MONEY-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-MONEY-EDIT
           DISPLAY "Credits   : " WS-MONEY-EDIT

           MOVE "INFO " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           MOVE WS-DEBIT-TOTAL TO WS-MONEY-EDIT
           STRING "journal " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               " posted, " DELIMITED BY SIZE
               WS-JRNL-COUNT DELIMITED BY SIZE
               " lines, balanced at " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE
           ADD 1 TO WS-BATCHES-WRITTEN.

       REGISTER-BATCH-PROCEDURE.
           MOVE SPACES TO WS-JRNL-FILENAME
           STRING "gljrnl." DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME

           OPEN EXTEND GlPostFile
           IF GlPostStatus = "35"
               OPEN OUTPUT GlPostFile
           END-IF
           IF GlPostStatus NOT = "00"
               DISPLAY "Error: Unable to open glpost.dat, Status: "
                   GlPostStatus "; batch " WS-BATCH-ID " was written "
                   "but is NOT registered - register it before the "
                   "next run."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "journal " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   " written but not registered in glpost.dat"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-ID       TO GLP-BATCH-ID
           MOVE WS-BATCH-TYPE     TO GLP-BATCH-TYPE
           MOVE WS-BATCH-EFF-DATE TO GLP-EFF-DATE
           MOVE WS-JRNL-COUNT     TO GLP-LINES
           MOVE WS-DEBIT-TOTAL    TO GLP-DEBITS
           MOVE WS-CREDIT-TOTAL   TO GLP-CREDITS
           MOVE WS-TODAY-DATE     TO GLP-POSTED-DATE
           MOVE WS-TODAY-TIME     TO GLP-POSTED-TIME
           MOVE WS-OPERATOR       TO GLP-OPERATOR
           WRITE GlPostRecord
           IF GlPostStatus NOT = "00"
               DISPLAY "Error: unable to write glpost.dat, Status: "
                   GlPostStatus "; batch " WS-BATCH-ID " was written "
                   "but is NOT registered - register it before the "
                   "next run."
               CLOSE GlPostFile
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "journal " DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   " written but not registered in glpost.dat"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE GlPostFile.

      * Is WS-BATCH-ID already on the posted-batch register?  A
      * missing register means nothing has been posted yet.
       CHECK-POSTED-PROCEDURE.
           MOVE "N" TO WS-POSTED-SWITCH
           MOVE "N" TO WS-POST-EOF-SWITCH

           OPEN INPUT GlPostFile
           IF GlPostStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-POST-EOF
               READ GlPostFile
                   AT END
                       SET WS-POST-EOF TO TRUE
                   NOT AT END
                       IF GLP-BATCH-ID = WS-BATCH-ID
                           SET WS-BATCH-IS-POSTED TO TRUE
                           SET WS-POST-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GlPostFile.

       REFUSE-POSTED-PROCEDURE.
           DISPLAY "Error: batch " WS-BATCH-ID " is already on "
               "glpost.dat; refusing to post it twice."
           MOVE "WARN " TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "journal " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               " refused - already posted" DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE
           MOVE 4 TO RETURN-CODE.

       REFUSE-UNMAPPED-PROCEDURE.
           IF WS-ACCUM-OVERFLOW > 0
               DISPLAY "Error: more than 200 regions and labels; "
                   WS-ACCUM-OVERFLOW " row(s) could not be totaled."
           END-IF
           DISPLAY "Error: " WS-UNMAPPED-COUNT " region and label "
               "pair(s) have no glmap.dat row; nothing posted."
           MOVE "ERROR" TO WS-EVT-SEVERITY
           MOVE SPACES TO WS-EVT-TEXT
           STRING "journal refused - " DELIMITED BY SIZE
               WS-UNMAPPED-COUNT DELIMITED BY SIZE
               " region/label pair(s) not mapped in glmap.dat"
               DELIMITED BY SIZE
               INTO WS-EVT-TEXT
           PERFORM WRITE-EVENT-PROCEDURE
           MOVE 8 TO RETURN-CODE.

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
           MOVE "GLJRNL"        TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-GLJRNL.
