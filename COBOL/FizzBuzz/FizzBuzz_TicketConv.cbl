      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: One-time conversion of the ticket master from the old
      *          line-sequential tickets.dat to the keyed master on
      *          TKT-NUMBER that FIZZBUZZ-TKTMNT and the nightly
      *          enrichment now read and update by key.
      *          The operator renames the sequential master to
      *          tickets.seq and runs this program once.  Every row
      *          is loaded into a new indexed tickets.dat; a row whose
      *          ticket number is not numeric or zero, whose amount
      *          is not numeric, or that repeats a number already
      *          loaded, is rejected and listed -
      *          the sequential master never enforced a unique key,
      *          so a duplicate is a data problem for the ticket
      *          maintenance run to settle, not something to guess
      *          at here.
      *          The load is then proved: the new master is read back
      *          end to end and its row count, ticket-number hash
      *          total and amount total must equal what was loaded,
      *          and rows read must equal rows loaded plus rows
      *          rejected.  A keyed write refused for anything but a
      *          duplicate stops the load outright.  A new master
      *          that does not prove is deleted, so nothing reads it
      *          and the conversion can be rerun from tickets.seq.
      *          The proof goes to
      *          tktconv.<ccyymmdd>.txt and the outcome to events.dat.
      *          The program refuses to run when an indexed
      *          tickets.dat already exists (the conversion has been
      *          done) or when tickets.dat is still in its old form
      *          (it has not been renamed), so the master cannot be
      *          overwritten by a second run.
      *          RETURN-CODE is 0 when the proof balances with
      *          nothing rejected, 4 when it balances but rows were
      *          rejected, 8 when the proof does not balance, 12 when
      *          the operator lacks the RULES grant the ticket
      *          maintenance takes, and 16 when a file cannot be
      *          opened, a keyed write fails or the run is refused.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-TKTCONV.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldMasterFile ASSIGN TO "tickets.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OldMasterStatus.

           SELECT TicketMasterFile ASSIGN TO "tickets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKT-NUMBER
           STATUS TicketMasterStatus.

           SELECT ConvReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ConvReportStatus.

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
       FD  OldMasterFile.
       01  OldMasterRecord.
           05  OLD-NUMBER          PIC X(6).
           05  OLD-NUMBER-NUM REDEFINES OLD-NUMBER PIC 9(6).
           05  OLD-CUSTOMER        PIC X(20).
           05  OLD-REGION          PIC X(10).
           05  OLD-AMOUNT          PIC X(9).
           05  OLD-AMOUNT-NUM REDEFINES OLD-AMOUNT PIC 9(7)V99.

       FD  TicketMasterFile.
       01  TicketMasterRecord.
           05  TKT-NUMBER          PIC 9(6).
           05  TKT-CUSTOMER        PIC X(20).
           05  TKT-REGION          PIC X(10).
           05  TKT-AMOUNT          PIC 9(7)V99.

       FD  ConvReportFile.
       01  ConvReportRecord        PIC X(132).

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
       01  OldMasterStatus     PIC XX.
       01  TicketMasterStatus  PIC XX.
       01  ConvReportStatus    PIC XX.
       01  OpAuthStatus        PIC XX.
       01  EventStatus         PIC XX.

       01  WS-RPT-FILENAME     PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-OPERATOR         PIC X(20).

       01  WS-OLD-EOF-SWITCH   PIC X VALUE "N".
           88  WS-OLD-EOF          VALUE "Y".
       01  WS-NEW-EOF-SWITCH   PIC X VALUE "N".
           88  WS-NEW-EOF          VALUE "Y".
       01  WS-AUTH-EOF-SWITCH  PIC X VALUE "N".
           88  WS-AUTH-EOF         VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH PIC X VALUE "N".
           88  WS-AUTH-ALLOWED     VALUE "Y".
       01  WS-PROOF-SWITCH     PIC X VALUE "Y".
           88  WS-PROOF-BALANCES   VALUE "Y".

      * Both sides of the count proof: what was read and loaded from
      * the old master, and what the new master gives back.
       01  WS-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT     PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(9) VALUE 0.
       01  WS-LOADED-HASH      PIC 9(15) VALUE 0.
       01  WS-LOADED-AMOUNT    PIC 9(13)V99 VALUE 0.
       01  WS-BACK-COUNT       PIC 9(9) VALUE 0.
       01  WS-BACK-HASH        PIC 9(15) VALUE 0.
       01  WS-BACK-AMOUNT      PIC 9(13)V99 VALUE 0.
       01  WS-SUM-COUNT        PIC 9(10) VALUE 0.

       01  WS-REJECT-REASON    PIC X(40) VALUE SPACES.
       01  WS-LOAD-FAIL-STATUS PIC XX VALUE SPACES.
       01  WS-LOAD-SWITCH      PIC X VALUE "Y".
           88  WS-LOAD-OK          VALUE "Y".
       01  WS-REPORT-LINE      PIC X(132).
       01  WS-COUNT-EDIT       PIC Z(8)9.
       01  WS-COUNT-EDIT-2     PIC Z(8)9.
       01  WS-HASH-EDIT        PIC Z(14)9.
       01  WS-AMOUNT-EDIT      PIC Z(12)9.99.

       01  WS-EVT-TIME             PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY         PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT             PIC X(80) VALUE SPACES.

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
           DISPLAY "----- FizzBuzz Ticket Master Conversion -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for RULES maintenance; nothing "
                   "converted."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - RULES by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      * Only a tickets.dat that does not exist yet may be built; an
      * indexed one means the conversion is done, anything else is
      * the old master still under its own name.
           OPEN INPUT TicketMasterFile
           EVALUATE TicketMasterStatus
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE TicketMasterFile
                   DISPLAY "Error: tickets.dat is already a keyed "
                       "master; the conversion has been done.  "
                       "Nothing converted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Error: tickets.dat exists but is not a "
                       "keyed master, Status: " TicketMasterStatus
                       "; rename it to tickets.seq first.  Nothing "
                       "converted."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT OldMasterFile
           IF OldMasterStatus NOT = "00"
               DISPLAY "Error: Unable to open tickets.seq, Status: "
                   OldMasterStatus "; nothing converted."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "tktconv." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT ConvReportFile
           IF ConvReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " ConvReportStatus "; nothing "
                   "converted."
               CLOSE OldMasterFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT TicketMasterFile
           IF TicketMasterStatus NOT = "00"
               DISPLAY "Error: Unable to create tickets.dat, Status: "
                   TicketMasterStatus "; nothing converted."
               CLOSE OldMasterFile
               CLOSE ConvReportFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           PERFORM UNTIL WS-OLD-EOF
               READ OldMasterFile
                   AT END
                       SET WS-OLD-EOF TO TRUE
                   NOT AT END
                       IF OldMasterRecord NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM LOAD-TICKET-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OldMasterFile
           CLOSE TicketMasterFile

           IF WS-LOAD-OK
               PERFORM READ-BACK-PROCEDURE
           END-IF
           PERFORM WRITE-PROOF-PROCEDURE
           CLOSE ConvReportFile

      * A master that did not prove is taken away again, so neither
      * the nightly run nor the maintenance reads it and the
      * conversion can be rerun from tickets.seq.
           IF NOT WS-PROOF-BALANCES
               CALL "CBL_DELETE_FILE" USING "tickets.dat"
           END-IF

           MOVE SPACES TO WS-EVT-TEXT
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           IF WS-PROOF-BALANCES
               MOVE "INFO" TO WS-EVT-SEVERITY
               IF WS-REJECTED-COUNT > 0
                   MOVE "WARN" TO WS-EVT-SEVERITY
               END-IF
               MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT-2
               STRING "ticket master converted to keyed - "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " loaded, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
                   " rejected, proof balances" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
           ELSE
               MOVE "ERROR" TO WS-EVT-SEVERITY
               IF WS-LOAD-OK
                   MOVE "ticket master conversion proof does not "
                       TO WS-EVT-TEXT
                   MOVE "balance - new tickets.dat deleted"
                       TO WS-EVT-TEXT(41:)
               ELSE
                   STRING "ticket master conversion failed, write "
                       DELIMITED BY SIZE
                       "status " DELIMITED BY SIZE
                       WS-LOAD-FAIL-STATUS DELIMITED BY SIZE
                       " - new tickets.dat deleted" DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
               END-IF
           END-IF
           PERFORM WRITE-EVENT-PROCEDURE

           DISPLAY " "
           DISPLAY "Read     : " WS-READ-COUNT
           DISPLAY "Loaded   : " WS-LOADED-COUNT
           DISPLAY "Rejected : " WS-REJECTED-COUNT
           DISPLAY "Read back: " WS-BACK-COUNT
           DISPLAY "Report   : " WS-RPT-FILENAME

           EVALUATE TRUE
               WHEN NOT WS-LOAD-OK
                   DISPLAY "Error: the conversion did not complete; "
                       "the new tickets.dat was deleted.  Correct the "
                       "cause and rerun from tickets.seq."
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-PROOF-BALANCES
                   DISPLAY "Error: the conversion proof does not "
                       "balance; the new tickets.dat was deleted.  "
                       "Explain the difference and rerun from "
                       "tickets.seq."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ** add other procedures here

      * Is the operator granted RULES on opauth.dat?  A missing list
      * leaves the function unrestricted with a loud warning, so a
      * shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; the ticket master "
                   "conversion is unrestricted."
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = "RULES"
                           SET WS-AUTH-ALLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpAuthFile.

      * One old row into the keyed master.  The key is the only edit:
      * the maintenance run owns every other rule, and refusing a
      * row here for, say, an unlisted region would lose a ticket the
      * business still bills.
       LOAD-TICKET-PROCEDURE.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN OLD-NUMBER IS NOT NUMERIC
                   MOVE "ticket number is not numeric"
                       TO WS-REJECT-REASON
               WHEN OLD-NUMBER-NUM = 0
                   MOVE "ticket number must not be zero"
                       TO WS-REJECT-REASON
               WHEN OLD-AMOUNT IS NOT NUMERIC
                   MOVE "amount is not numeric"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE OLD-NUMBER-NUM TO TKT-NUMBER
                   MOVE OLD-CUSTOMER   TO TKT-CUSTOMER
                   MOVE OLD-REGION     TO TKT-REGION
                   MOVE OLD-AMOUNT-NUM TO TKT-AMOUNT
                   WRITE TicketMasterRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   EVALUATE TicketMasterStatus
                       WHEN "00"
                           CONTINUE
                       WHEN "22"
                           MOVE "duplicate ticket number - first row "
                               TO WS-REJECT-REASON
                           MOVE "kept" TO WS-REJECT-REASON(37:)
                       WHEN OTHER
                           PERFORM LOAD-FAILED-PROCEDURE
                           EXIT PARAGRAPH
                   END-EVALUATE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
               ADD TKT-NUMBER TO WS-LOADED-HASH
               ADD TKT-AMOUNT TO WS-LOADED-AMOUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-READ-COUNT TO WS-COUNT-EDIT
               STRING "  Row " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  [" DELIMITED BY SIZE
                   OldMasterRecord DELIMITED BY SIZE
                   "]  " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO ConvReportRecord
               WRITE ConvReportRecord
           END-IF.

      * A keyed write the file itself refuses (anything but a
      * duplicate) is not a bad row - the new master cannot be
      * trusted to hold the rest, so the load stops there and the
      * proof fails.
       LOAD-FAILED-PROCEDURE.
           MOVE TicketMasterStatus TO WS-LOAD-FAIL-STATUS
           MOVE "N" TO WS-LOAD-SWITCH
           MOVE "N" TO WS-PROOF-SWITCH
           SET WS-OLD-EOF TO TRUE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           STRING "  Row " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               "  tickets.dat write failed, status " DELIMITED BY SIZE
               WS-LOAD-FAIL-STATUS DELIMITED BY SIZE
               " - load stopped" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord
           DISPLAY "Error: tickets.dat write failed at row "
               WS-READ-COUNT ", Status: " WS-LOAD-FAIL-STATUS
               "; load stopped.".

      * The other side of the proof: the new master, read end to end
      * in key order, counted and totalled independently of the load.
       READ-BACK-PROCEDURE.
           OPEN INPUT TicketMasterFile
           IF TicketMasterStatus NOT = "00"
               DISPLAY "Error: Unable to reopen tickets.dat for the "
                   "proof, Status: " TicketMasterStatus
               MOVE "N" TO WS-PROOF-SWITCH
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-NEW-EOF
               READ TicketMasterFile NEXT RECORD
                   AT END
                       SET WS-NEW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BACK-COUNT
                       ADD TKT-NUMBER TO WS-BACK-HASH
                       ADD TKT-AMOUNT TO WS-BACK-AMOUNT
               END-READ
           END-PERFORM
           CLOSE TicketMasterFile.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Ticket Master Conversion -----"
               TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE "From     : tickets.seq (line sequential)"
               TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE "To       : tickets.dat (indexed on TKT-NUMBER)"
               TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE SPACES TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE "Rejected rows:" TO ConvReportRecord
           WRITE ConvReportRecord.

       WRITE-PROOF-PROCEDURE.
           IF WS-REJECTED-COUNT = 0
               MOVE "  (none)" TO ConvReportRecord
               WRITE ConvReportRecord
           END-IF

           COMPUTE WS-SUM-COUNT = WS-LOADED-COUNT + WS-REJECTED-COUNT
           IF WS-SUM-COUNT NOT = WS-READ-COUNT
            OR WS-BACK-COUNT NOT = WS-LOADED-COUNT
            OR WS-BACK-HASH NOT = WS-LOADED-HASH
            OR WS-BACK-AMOUNT NOT = WS-LOADED-AMOUNT
               MOVE "N" TO WS-PROOF-SWITCH
           END-IF

           MOVE SPACES TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE "Count proof:" TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows read from tickets.seq     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows loaded                    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows rejected                  " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE WS-BACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows read back from tickets.dat" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE SPACES TO ConvReportRecord
           WRITE ConvReportRecord
           MOVE "                                        Loaded"
               TO WS-REPORT-LINE
           MOVE "Read back" TO WS-REPORT-LINE(60:)
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Ticket-number hash total" TO WS-REPORT-LINE
           MOVE WS-LOADED-HASH TO WS-HASH-EDIT
           MOVE WS-HASH-EDIT TO WS-REPORT-LINE(32:)
           MOVE WS-BACK-HASH TO WS-HASH-EDIT
           MOVE WS-HASH-EDIT TO WS-REPORT-LINE(54:)
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Amount total" TO WS-REPORT-LINE
           MOVE WS-LOADED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(31:)
           MOVE WS-BACK-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO WS-REPORT-LINE(53:)
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord

           MOVE SPACES TO ConvReportRecord
           WRITE ConvReportRecord
           IF WS-PROOF-BALANCES
               MOVE "Proof    : BALANCES - read = loaded + rejected, "
                   TO WS-REPORT-LINE
               MOVE "and the new master gives back exactly what was "
                   TO WS-REPORT-LINE(50:)
               MOVE "loaded." TO WS-REPORT-LINE(97:)
           ELSE
               MOVE "Proof    : DOES NOT BALANCE - the new master "
                   TO WS-REPORT-LINE
               MOVE "was deleted; rerun from tickets.seq once this "
                   TO WS-REPORT-LINE(46:)
               MOVE "is explained." TO WS-REPORT-LINE(92:)
           END-IF
           MOVE WS-REPORT-LINE TO ConvReportRecord
           WRITE ConvReportRecord.

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
           MOVE "TKTCONV"       TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-TKTCONV.
