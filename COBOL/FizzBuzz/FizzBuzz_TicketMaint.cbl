      *          and amount (9(7)V99, digits only).  Every transaction
      *          is edited BEFORE anything is written: the ticket
      *          number must be numeric and non-zero, an added ticket
      *          must not already be on file, a changed or deleted
      *          ticket must exist, an added customer must be
      *          non-blank, a supplied region must be
      *          a single word (the regional feed filenames are built
      *          from it) and on the regions.dat list, and a supplied
      *          amount must be numeric and non-zero.  A change card may leave
      *          blank-region rows in, so the list should exist.
      *          RETURN-CODE is 0 when every transaction was accepted,
      *          4 when any was rejected, 16 when a file this program
      *          needs cannot be opened or tickets.dat is still in its
      *          old sequential form, 12 when the operator lacks the
      *          RULES grant.
      *          The ticket master feeds the billing enrichment, so
      *          this program takes the same RULES grant on
      *          opauth.dat that the rules maintenance takes; a
      *          is logged to events.dat with the ID and function.
      *          A missing opauth.dat leaves the function
      *          unrestricted with a loud warning.
      *          Ticket master changes are under dual control now, the
      *          same as the rules and rates.  A tkttran.dat card that
      *          passes the edits is not applied - it is QUEUED on
      *          pending.dat under the next pending ID with the keying
      *          operator as maker.  A different operator holding the
      *          APPROVE grant approves or rejects it through
      *          FIZZBUZZ-APPROVE, and only approved items are
      *          applied: every run first applies the approved TICKETS
      *          items on pending.dat, in the order they were keyed
      *          and re-edited against the master as it stands,
      *          marking each applied (C) or failed (F), and only then
      *          edits and queues the new cards.  A run with no
      *          tkttran.dat just applies what has been approved.
      *          Every audit line now carries the pending ID, the
      *          maker and the checker.  FIZZBUZZ-PENDRPT lists what
      *          is waiting.  RETURN-CODE 16 also covers a pending
      *          queue larger than its table.
      *          Every events.dat record and tktaudit.dat line now
      *          carries a 24-byte seal after the text - a sequence
      *          number and a check value chained from the previous
      *          record - issued by FIZZBUZZ-SEAL and registered on
      *          trailseal.dat, so the nightly FIZZBUZZ-SEALCHK can
      *          prove no record was altered, inserted or removed.  A
      *          record that cannot be sealed is still written, with a
      *          warning.
      *          tickets.dat is a keyed master on TKT-NUMBER now
      *          (converted once by FIZZBUZZ-TKTCONV), so the 20000-row
      *          table and its refusal are gone: each card reads just
      *          the ticket it names by key, and an applied card writes,
      *          rewrites or deletes just that ticket - the master is no
      *          longer rewritten whole.  A write the file refuses
      *          rejects the card with its status.  A missing master is
      *          created empty; one still in the old sequential form
      *          stops the run with RETURN-CODE 16.  New cards are
      *          edited against the master as the approved items left
      *          it, so a card that depends on another card still
      *          waiting for approval is rejected until that one is
      *          applied.
      * Tectonics: cobc
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TicketMasterFile ASSIGN TO "tickets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TKT-NUMBER
           STATUS TicketMasterStatus.

           SELECT TicketTranFile ASSIGN TO "tkttran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RegionsStatus.

           SELECT PendingFile ASSIGN TO "pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS PendingStatus.

           SELECT OpAuthFile ASSIGN TO "opauth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpAuthStatus.
                               PIC 9(7)V99.

       FD  TicketAuditFile.
       01  TicketAuditRecord       PIC X(374).

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

       FD  RegionsFile.
       01  RegionsRecord           PIC X(10).
           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  TicketMasterStatus  PIC XX.
       01  TicketAuditStatus   PIC XX.
       01  RegionsStatus       PIC XX.

      * The one ticket the current card touches, read by key and
      * carrying the card's changes until they are written back.
       01  WS-TICKET.
           05  TICKET-NUMBER       PIC 9(6).
           05  TICKET-CUSTOMER     PIC X(20).
           05  TICKET-REGION       PIC X(10).
           05  TICKET-AMOUNT       PIC 9(7)V99.
       01  WS-TICKET-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-TICKET-FOUND         VALUE "Y".

       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 20 TIMES INDEXED BY REG-IDX.

       01  WS-TRAN-NUMBER          PIC 9(6) VALUE 0.
       01  WS-TRAN-AMOUNT          PIC 9(7)V99 VALUE 0.

       01  WS-DISPOSITION          PIC X(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

       01  WS-AUDIT-LINE           PIC X(350).

      * The shared maker-checker queue.  Status P=awaiting approval,
      * A=approved, R=rejected by the checker, C=applied, F=failed
      * the edits when it came to be applied.
       01  PendingStatus           PIC XX.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE OCCURS 5000 TIMES INDEXED BY QUE-IDX.
               10  QUEUE-ID            PIC 9(6).
               10  QUEUE-FILE          PIC X(8).
               10  QUEUE-STATUS        PIC X(1).
                   88  QUEUE-IS-APPROVED   VALUE "A".
               10  QUEUE-MAKER         PIC X(20).
               10  QUEUE-KEYED-DATE    PIC 9(8).
               10  QUEUE-KEYED-TIME    PIC 9(8).
               10  QUEUE-CHECKER       PIC X(20).
               10  QUEUE-DECIDED-DATE  PIC 9(8).
               10  QUEUE-NOTE          PIC X(30).
               10  QUEUE-APPLIED-DATE  PIC 9(8).
               10  QUEUE-TRAN          PIC X(60).
       01  WS-QUEUE-COUNT          PIC 9(5) VALUE 0.
       01  WS-LAST-QUEUE-ID        PIC 9(6) VALUE 0.
       01  WS-QUEUE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-QUEUE-EOF            VALUE "Y".
       01  WS-QUEUE-OVER-SWITCH    PIC X VALUE "N".
           88  WS-QUEUE-OVERFLOWED     VALUE "Y".
       01  WS-QUEUE-CHANGED-SW     PIC X VALUE "N".
           88  WS-QUEUE-CHANGED        VALUE "Y".
       01  WS-PHASE-SWITCH         PIC X VALUE "A".
           88  WS-APPLY-PHASE          VALUE "A".
           88  WS-QUEUE-PHASE          VALUE "Q".
       01  WS-PEND-REF             PIC 9(6) VALUE 0.
       01  WS-MAKER                PIC X(20) VALUE SPACES.
       01  WS-CHECKER              PIC X(20) VALUE SPACES.
       01  WS-QUEUED-COUNT         PIC 9(5) VALUE 0.

       01  OpAuthStatus            PIC XX.
       01  EventStatus             PIC XX.
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
           END-IF

           PERFORM LOAD-REGIONS-PROCEDURE
           PERFORM LOAD-QUEUE-PROCEDURE

           IF WS-QUEUE-OVERFLOWED
               DISPLAY "Error: pending.dat holds more items than the "
                   "5000 the table carries; rewriting it would "
                   "truncate the queue.  No maintenance applied."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TicketAuditStatus NOT = "00"
               DISPLAY "Error: Unable to open tktaudit.dat, "
                   "Status: " TicketAuditStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OPEN-MASTER-PROCEDURE

      * Approved items go in first, each written to the master by
      * key as it is applied, so the new cards are edited against
      * the master as the approved changes left it.
           SET WS-APPLY-PHASE TO TRUE
           PERFORM APPLY-APPROVED-PROCEDURE

           SET WS-QUEUE-PHASE TO TRUE
           MOVE WS-OPERATOR TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           OPEN INPUT TicketTranFile
           EVALUATE TicketTranStatus
               WHEN "00"
                   PERFORM UNTIL WS-TRAN-EOF
                       READ TicketTranFile
                           AT END
                               SET WS-TRAN-EOF TO TRUE
                           NOT AT END
                               IF TicketTranRecord NOT = SPACES
                                   MOVE 0 TO WS-PEND-REF
                                   PERFORM APPLY-TRANSACTION-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TicketTranFile
               WHEN "35"
                   DISPLAY "    Info: no tkttran.dat; nothing new to "
                       "queue."
               WHEN OTHER
                   DISPLAY "Error: Unable to open tkttran.dat, "
                       "Status: " TicketTranStatus
                   CLOSE TicketAuditFile
                   CLOSE TicketMasterFile
                   IF WS-QUEUE-CHANGED
                       PERFORM REWRITE-QUEUE-PROCEDURE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           CLOSE TicketAuditFile
           CLOSE TicketMasterFile

           IF WS-QUEUE-CHANGED
               PERFORM REWRITE-QUEUE-PROCEDURE
           END-IF

           DISPLAY " "
           DISPLAY "----- Maintenance Summary -----"
           DISPLAY "Applied  : " WS-ACCEPTED-COUNT
           DISPLAY "Queued   : " WS-QUEUED-COUNT
           DISPLAY "Rejected : " WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > 0
           MOVE "TKTMNT"        TO EVT-PROGRAM
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
           END-PERFORM
           CLOSE RegionsFile.

      * The keyed master is opened for update once for the run.  A
      * missing tickets.dat is not an error here - the maintenance
      * run may be creating the master - so it is created empty.
      * Anything else, including a master still in the old
      * sequential form, stops the run before a card is touched.
       OPEN-MASTER-PROCEDURE.
           OPEN I-O TicketMasterFile
           IF TicketMasterStatus = "35"
               DISPLAY "    Info: tickets.dat not found; starting "
                   "from an empty ticket master."
               OPEN OUTPUT TicketMasterFile
               IF TicketMasterStatus = "00"
                   CLOSE TicketMasterFile
                   OPEN I-O TicketMasterFile
               END-IF
           END-IF
           IF TicketMasterStatus NOT = "00"
               DISPLAY "Error: Unable to open tickets.dat for update, "
                   "Status: " TicketMasterStatus "; a sequential "
                   "master must be converted by FIZZBUZZ-TKTCONV "
                   "first.  No maintenance applied."
               CLOSE TicketAuditFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The ticket the card names, by key.  Status 23 is simply not
      * on file; any other failure is reported as the card's reason.
       READ-TICKET-PROCEDURE.
           MOVE "N" TO WS-TICKET-FOUND-SWITCH
           MOVE WS-TRAN-NUMBER TO TKT-NUMBER
           READ TicketMasterFile
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TicketMasterStatus
               WHEN "00"
                   SET WS-TICKET-FOUND TO TRUE
                   MOVE TicketMasterRecord TO WS-TICKET
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DISPOSITION
                   STRING "tickets.dat read failed, status "
                       DELIMITED BY SIZE
                       TicketMasterStatus DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
           END-EVALUATE.

      * Every edit happens here, before anything is written.  The
      * before/after images and the disposition are built as the
      * edits run so the audit line reflects exactly what happened.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE

           IF TRAN-NUMBER IS NOT NUMERIC
               MOVE "REJECTED" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-TICKET-PROCEDURE
           IF WS-DISPOSITION NOT = "ACCEPTED"
               PERFORM WRITE-AUDIT-PROCEDURE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-TICKET-FOUND
               PERFORM BUILD-BEFORE-IMAGE-PROCEDURE
           END-IF

                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-DISPOSITION = "ACCEPTED"
               IF WS-QUEUE-PHASE
                   PERFORM QUEUE-TRANSACTION-PROCEDURE
               ELSE
                   PERFORM UPDATE-MASTER-PROCEDURE
               END-IF
           END-IF

           PERFORM WRITE-AUDIT-PROCEDURE

           EVALUATE WS-DISPOSITION
               WHEN "ACCEPTED"
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN "QUEUED"
                   ADD 1 TO WS-QUEUED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       EDIT-ADD-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-TICKET-FOUND
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "ticket is already on file"
                       TO WS-REJECT-REASON
               WHEN TRAN-CUSTOMER = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "customer must not be blank"
                   IF WS-REJECT-REASON NOT = SPACES
                       MOVE "REJECTED" TO WS-DISPOSITION
                   ELSE
                       MOVE WS-TRAN-NUMBER TO TICKET-NUMBER
                       MOVE TRAN-CUSTOMER  TO TICKET-CUSTOMER
                       MOVE TRAN-REGION    TO TICKET-REGION
                       MOVE WS-TRAN-AMOUNT TO TICKET-AMOUNT
                       PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                   END-IF
           END-EVALUATE.
      * region-only correction cannot wipe the customer name.
       EDIT-CHANGE-PROCEDURE.
           EVALUATE TRUE
               WHEN NOT WS-TICKET-FOUND
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "ticket is not on file"
                       TO WS-REJECT-REASON
                       MOVE "REJECTED" TO WS-DISPOSITION
                   ELSE
                       IF TRAN-CUSTOMER NOT = SPACES
                           MOVE TRAN-CUSTOMER TO TICKET-CUSTOMER
                       END-IF
                       IF TRAN-REGION NOT = SPACES
                           MOVE TRAN-REGION TO TICKET-REGION
                       END-IF
                       IF TRAN-AMOUNT NOT = SPACES
                           MOVE WS-TRAN-AMOUNT TO TICKET-AMOUNT
                       END-IF
                       PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                   END-IF
           END-EVALUATE.

       EDIT-DELETE-PROCEDURE.
           IF NOT WS-TICKET-FOUND
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "ticket is not on file"
                   TO WS-REJECT-REASON
           ELSE
               MOVE "(deleted)" TO WS-AFTER-IMAGE
           END-IF.

      * An approved card that passed its edits is written to the
      * master by key - only the one ticket is touched.  A write the
      * file refuses turns the card into a reject with the status,
      * so the audit line and the queue item say it did not land.
       UPDATE-MASTER-PROCEDURE.
           MOVE WS-TICKET TO TicketMasterRecord
           EVALUATE TRAN-ACTION
               WHEN "A"
                   WRITE TicketMasterRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN "C"
                   REWRITE TicketMasterRecord
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN "D"
                   MOVE WS-TRAN-NUMBER TO TKT-NUMBER
                   DELETE TicketMasterFile
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-EVALUATE
           IF TicketMasterStatus NOT = "00"
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE SPACES TO WS-AFTER-IMAGE
               STRING "tickets.dat update failed, status "
                   DELIMITED BY SIZE
                   TicketMasterStatus DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.

      * A supplied region must be a single word - the regional feed
      * filenames are built from it, and an embedded blank would
      * truncate "NEW YORK" and "NEW JERSEY" into the same
           END-IF.

       BUILD-BEFORE-IMAGE-PROCEDURE.
           MOVE WS-TICKET TO WS-BEFORE-IMAGE.

       BUILD-AFTER-IMAGE-PROCEDURE.
           MOVE WS-TICKET TO WS-AFTER-IMAGE.

       WRITE-AUDIT-PROCEDURE.
           MOVE SPACES TO WS-AUDIT-LINE
               WS-OPERATOR DELIMITED BY SPACE
               " ACTION=" DELIMITED BY SIZE
               TRAN-ACTION DELIMITED BY SIZE
               " PEND=" DELIMITED BY SIZE
               WS-PEND-REF DELIMITED BY SIZE
               " MAKER=" DELIMITED BY SIZE
               WS-MAKER DELIMITED BY SPACE
               " CHECKER=" DELIMITED BY SIZE
               WS-CHECKER DELIMITED BY SPACE
               " TRAN=" DELIMITED BY SIZE
               TicketTranRecord DELIMITED BY SIZE
               " BEFORE=[" DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           MOVE "tktaudit.dat" TO WS-SEAL-TRAIL
           MOVE 350 TO WS-SEAL-TEXT-LEN
           MOVE WS-AUDIT-LINE TO WS-SEAL-TEXT
           PERFORM SEAL-RECORD-PROCEDURE
           MOVE WS-AUDIT-LINE TO TicketAuditRecord
           MOVE WS-SEAL-STAMP TO TicketAuditRecord(351:24)
           WRITE TicketAuditRecord

           IF TicketAuditStatus NOT = "00"
                   "Status: " TicketAuditStatus
           END-IF.

      * pending.dat is the queue every dual-control maintenance
      * program shares; each one works only its own items but
      * carries the whole queue so the rewrite loses nothing.  A
      * missing file is an empty queue.
       LOAD-QUEUE-PROCEDURE.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE "N" TO WS-QUEUE-EOF-SWITCH

           OPEN INPUT PendingFile
           IF PendingStatus NOT = "00"
               DISPLAY "    Info: pending.dat not found; the pending "
                   "queue is empty."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-QUEUE-EOF
               READ PendingFile
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUE-COUNT >= 5000
                           SET WS-QUEUE-OVERFLOWED TO TRUE
                           SET WS-QUEUE-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE PendingRecord
                               TO WS-QUEUE(WS-QUEUE-COUNT)
                           IF PND-ID > WS-LAST-QUEUE-ID
                               MOVE PND-ID TO WS-LAST-QUEUE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingFile.

      * Every approved TICKETS item, oldest first, goes through exactly
      * the edits a new card takes; one that no longer passes is
      * marked failed and has to be keyed and approved again.
       APPLY-APPROVED-PROCEDURE.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                   UNTIL QUE-IDX > WS-QUEUE-COUNT
               IF QUEUE-FILE(QUE-IDX) = "TICKETS"
                AND QUEUE-IS-APPROVED(QUE-IDX)
                   MOVE QUEUE-TRAN(QUE-IDX)    TO TicketTranRecord
                   MOVE QUEUE-ID(QUE-IDX)      TO WS-PEND-REF
                   MOVE QUEUE-MAKER(QUE-IDX)   TO WS-MAKER
                   MOVE QUEUE-CHECKER(QUE-IDX) TO WS-CHECKER
                   PERFORM APPLY-TRANSACTION-PROCEDURE
                   IF WS-DISPOSITION = "ACCEPTED"
                       MOVE "C" TO QUEUE-STATUS(QUE-IDX)
                   ELSE
                       MOVE "F" TO QUEUE-STATUS(QUE-IDX)
                   END-IF
                   MOVE WS-RUN-DATE TO QUEUE-APPLIED-DATE(QUE-IDX)
                   SET WS-QUEUE-CHANGED TO TRUE
               END-IF
           END-PERFORM.

      * A card that passed every edit waits on pending.dat for a
      * checker instead of going live.
       QUEUE-TRANSACTION-PROCEDURE.
           IF WS-QUEUE-COUNT >= 5000 OR WS-LAST-QUEUE-ID >= 999999
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "pending queue is full" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LAST-QUEUE-ID
           ADD 1 TO WS-QUEUE-COUNT
           INITIALIZE WS-QUEUE(WS-QUEUE-COUNT)
           MOVE WS-LAST-QUEUE-ID TO QUEUE-ID(WS-QUEUE-COUNT)
           MOVE "TICKETS"          TO QUEUE-FILE(WS-QUEUE-COUNT)
           MOVE "P"              TO QUEUE-STATUS(WS-QUEUE-COUNT)
           MOVE WS-OPERATOR      TO QUEUE-MAKER(WS-QUEUE-COUNT)
           MOVE WS-RUN-DATE      TO QUEUE-KEYED-DATE(WS-QUEUE-COUNT)
           MOVE WS-RUN-TIME      TO QUEUE-KEYED-TIME(WS-QUEUE-COUNT)
           MOVE TicketTranRecord TO QUEUE-TRAN(WS-QUEUE-COUNT)
           MOVE WS-LAST-QUEUE-ID TO WS-PEND-REF
           MOVE "QUEUED" TO WS-DISPOSITION
           SET WS-QUEUE-CHANGED TO TRUE.

       REWRITE-QUEUE-PROCEDURE.
           OPEN OUTPUT PendingFile
           IF PendingStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite pending.dat, "
                   "Status: " PendingStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING QUE-IDX FROM 1 BY 1
                   UNTIL QUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QUEUE(QUE-IDX) TO PendingRecord
               WRITE PendingRecord
               IF PendingStatus NOT = "00"
                   DISPLAY "    Warning: unable to write pending.dat "
                       "row, Status: " PendingStatus
               END-IF
           END-PERFORM

           CLOSE PendingFile
           DISPLAY "    Info: pending.dat rewritten with "
               WS-QUEUE-COUNT " items.".

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

       END PROGRAM FIZZBUZZ-TKTMNT.
