      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: The checker's half of dual control over rules.dat,
      *          rates.dat and tickets.dat.  FIZZBUZZ-RULEMNT,
      *          FIZZBUZZ-RATEMNT and FIZZBUZZ-TKTMNT no longer apply
      *          a card when it is keyed; a card that passes their
      *          edits waits on pending.dat with the keying operator
      *          as maker.  This program records the checker's
      *          decision on each waiting item, and the maintenance
      *          program applies the approved ones the next time it
      *          runs.
      *          Decisions arrive through apprtran.dat, one card-image
      *          record each: an action byte (A=approve, R=reject),
      *          the 6-digit pending ID and a 30-byte note.  A
      *          decision is refused when the ID is not on file, the
      *          item is no longer awaiting approval, the checker is
      *          the maker of the item (a self-approval attempt is
      *          also logged to events.dat as a warning), or a
      *          rejection gives no reason.
      *          Every decision, taken or refused, is appended to the
      *          trail of the file the item changes - rulesaudit.dat,
      *          ratesaudit.dat or tktaudit.dat - with the date, time,
      *          checker, the decision, the pending ID, the maker, the
      *          checker, the transaction image and the disposition
      *          with its note or reason, so each trail shows who
      *          keyed a change and who let it through.
      *          pending.dat is rewritten only when at least one
      *          decision was taken.
      *          RETURN-CODE is 0 when every decision was taken, 4
      *          when any was refused, 16 when a file this program
      *          needs cannot be opened or the queue holds more items
      *          than the table, and 12 when the operator lacks the
      *          APPROVE grant.  A denied attempt stops before any
      *          file is touched and is logged to events.dat with the
      *          ID and function; a missing opauth.dat leaves the
      *          function unrestricted with a loud warning, but the
      *          maker still cannot check their own item.
      *          Every events.dat record and every line appended to the
      *          rules, rates and ticket audit trails now carries a
      *          24-byte seal after the text - a sequence number and a
      *          check value chained from the previous record - issued
      *          by FIZZBUZZ-SEAL and registered on trailseal.dat, so
      *          the nightly FIZZBUZZ-SEALCHK can prove no record was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-APPROVE.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingFile ASSIGN TO "pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS PendingStatus.

           SELECT ApprTranFile ASSIGN TO "apprtran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ApprTranStatus.

           SELECT RuleAuditFile ASSIGN TO "rulesaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RuleAuditStatus.

           SELECT RateAuditFile ASSIGN TO "ratesaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RateAuditStatus.

           SELECT TicketAuditFile ASSIGN TO "tktaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TicketAuditStatus.

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

       FD  ApprTranFile.
       01  ApprTranRecord.
           05  APR-ACTION          PIC X.
           05  APR-PEND-ID         PIC X(6).
           05  APR-NOTE            PIC X(30).

       FD  RuleAuditFile.
       01  RuleAuditRecord         PIC X(374).

       FD  RateAuditFile.
       01  RateAuditRecord         PIC X(274).

       FD  TicketAuditFile.
       01  TicketAuditRecord       PIC X(374).

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
       01  PendingStatus       PIC XX.
       01  ApprTranStatus      PIC XX.
       01  RuleAuditStatus     PIC XX.
       01  RateAuditStatus     PIC XX.
       01  TicketAuditStatus   PIC XX.

      * Status P=awaiting approval, A=approved, R=rejected by the
      * checker, C=applied, F=failed the edits when it came to be
      * applied.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE OCCURS 5000 TIMES INDEXED BY QUE-IDX.
               10  QUEUE-ID            PIC 9(6).
               10  QUEUE-FILE          PIC X(8).
               10  QUEUE-STATUS        PIC X(1).
                   88  QUEUE-IS-PENDING    VALUE "P".
               10  QUEUE-MAKER         PIC X(20).
               10  QUEUE-KEYED-DATE    PIC 9(8).
               10  QUEUE-KEYED-TIME    PIC 9(8).
               10  QUEUE-CHECKER       PIC X(20).
               10  QUEUE-DECIDED-DATE  PIC 9(8).
               10  QUEUE-NOTE          PIC X(30).
               10  QUEUE-APPLIED-DATE  PIC 9(8).
               10  QUEUE-TRAN          PIC X(60).
       01  WS-QUEUE-COUNT          PIC 9(5) VALUE 0.
       01  WS-QUEUE-EOF-SWITCH     PIC X VALUE "N".
           88  WS-QUEUE-EOF            VALUE "Y".
       01  WS-QUEUE-OVER-SWITCH    PIC X VALUE "N".
           88  WS-QUEUE-OVERFLOWED     VALUE "Y".

       01  WS-TRAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TRAN-EOF             VALUE "Y".

       01  WS-PEND-ID              PIC 9(6) VALUE 0.
       01  WS-MATCH-SUB            PIC 9(5) VALUE 0.

       01  WS-DECISION             PIC X(7).
       01  WS-DISPOSITION          PIC X(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-MAKER                PIC X(20).
       01  WS-TRAN-IMAGE           PIC X(60).

       01  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

       01  WS-AUDIT-LINE           PIC X(350).

       01  OpAuthStatus            PIC XX.
       01  EventStatus             PIC XX.
       01  WS-AUTH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED         VALUE "Y".
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
           DISPLAY "----- FizzBuzz Maintenance Approval -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized to APPROVE maintenance; nothing "
                   "decided."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - APPROVE by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-QUEUE-PROCEDURE

           IF WS-QUEUE-OVERFLOWED
               DISPLAY "Error: pending.dat holds more items than the "
                   "5000 the table carries; rewriting it would "
                   "truncate the queue.  Nothing decided."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ApprTranFile
           IF ApprTranStatus NOT = "00"
               DISPLAY "Error: Unable to open apprtran.dat, Status: "
                   ApprTranStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRAN-EOF
               READ ApprTranFile
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF ApprTranRecord NOT = SPACES
                           PERFORM DECIDE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ApprTranFile

           IF WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               PERFORM REWRITE-QUEUE-PROCEDURE
           END-IF

           DISPLAY " "
           DISPLAY "----- Approval Summary -----"
           DISPLAY "Approved : " WS-APPROVED-COUNT
           DISPLAY "Rejected : " WS-REJECTED-COUNT
           DISPLAY "Refused  : " WS-REFUSED-COUNT

           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * Is the operator granted APPROVE on opauth.dat?  A missing
      * list leaves the function unrestricted with a loud warning,
      * so a shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; approval is "
                   "unrestricted."
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = "APPROVE"
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
           MOVE "APPROVE"       TO EVT-PROGRAM
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

      * The whole queue is carried so the rewrite loses nothing.  No
      * pending.dat means nothing has been keyed yet.
       LOAD-QUEUE-PROCEDURE.
           MOVE 0 TO WS-QUEUE-COUNT
           MOVE "N" TO WS-QUEUE-EOF-SWITCH

           OPEN INPUT PendingFile
           IF PendingStatus NOT = "00"
               DISPLAY "    Info: pending.dat not found; nothing is "
                   "awaiting approval."
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PendingFile.

      * Every edit happens here, before the queue entry is touched.
      * The maker of an item can never be its checker, grant or no
      * grant - that is the whole point of the second pair of eyes.
       DECIDE-PROCEDURE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-MAKER
           MOVE SPACES TO WS-TRAN-IMAGE
           MOVE 0 TO WS-MATCH-SUB
           MOVE 0 TO WS-PEND-ID

           EVALUATE APR-ACTION
               WHEN "A"
                   MOVE "APPROVE" TO WS-DECISION
               WHEN "R"
                   MOVE "REJECT" TO WS-DECISION
               WHEN OTHER
                   MOVE APR-ACTION TO WS-DECISION
                   MOVE "action must be A or R" TO WS-REJECT-REASON
           END-EVALUATE

           IF APR-PEND-ID IS NUMERIC
               MOVE APR-PEND-ID TO WS-PEND-ID
               PERFORM VARYING QUE-IDX FROM 1 BY 1
                       UNTIL QUE-IDX > WS-QUEUE-COUNT
                   IF QUEUE-ID(QUE-IDX) = WS-PEND-ID
                       SET WS-MATCH-SUB TO QUE-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-MATCH-SUB = 0
               IF WS-REJECT-REASON = SPACES
                   MOVE "pending ID is not on file"
                       TO WS-REJECT-REASON
               END-IF
               DISPLAY "    Refused: " ApprTranRecord " - "
                   WS-REJECT-REASON
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE QUEUE-MAKER(WS-MATCH-SUB) TO WS-MAKER
           MOVE QUEUE-TRAN(WS-MATCH-SUB)  TO WS-TRAN-IMAGE

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN NOT QUEUE-IS-PENDING(WS-MATCH-SUB)
                   STRING "item is not awaiting approval (status "
                       DELIMITED BY SIZE
                       QUEUE-STATUS(WS-MATCH-SUB) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               WHEN QUEUE-MAKER(WS-MATCH-SUB) = WS-OPERATOR
                   MOVE "checker must not be the maker"
                       TO WS-REJECT-REASON
                   MOVE "WARN" TO WS-EVT-SEVERITY
                   MOVE SPACES TO WS-EVT-TEXT
                   STRING "self-approval refused - pending "
                       DELIMITED BY SIZE
                       WS-PEND-ID DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       WS-OPERATOR DELIMITED BY SIZE
                       INTO WS-EVT-TEXT
                   PERFORM WRITE-EVENT-PROCEDURE
               WHEN APR-ACTION = "R" AND APR-NOTE = SPACES
                   MOVE "a rejection needs a reason"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REFUSED" TO WS-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF APR-ACTION = "A"
                   MOVE "A" TO QUEUE-STATUS(WS-MATCH-SUB)
                   MOVE "APPROVED" TO WS-DISPOSITION
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   MOVE "R" TO QUEUE-STATUS(WS-MATCH-SUB)
                   MOVE "REJECTED" TO WS-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               MOVE WS-OPERATOR TO QUEUE-CHECKER(WS-MATCH-SUB)
               MOVE WS-RUN-DATE TO QUEUE-DECIDED-DATE(WS-MATCH-SUB)
               MOVE APR-NOTE    TO QUEUE-NOTE(WS-MATCH-SUB)
               MOVE APR-NOTE    TO WS-REJECT-REASON
           END-IF

           DISPLAY "    " WS-DISPOSITION " " WS-PEND-ID " "
               QUEUE-FILE(WS-MATCH-SUB) " " WS-REJECT-REASON

           PERFORM WRITE-TRAIL-PROCEDURE.

      * The decision goes on the trail of the file the item changes,
      * in the same shape the maintenance program writes, so one
      * trail shows the keying, the decision and the apply.
       WRITE-TRAIL-PROCEDURE.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "DATE=" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " TIME=" DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " ACTION=" DELIMITED BY SIZE
               WS-DECISION DELIMITED BY SPACE
               " PEND=" DELIMITED BY SIZE
               WS-PEND-ID DELIMITED BY SIZE
               " MAKER=" DELIMITED BY SIZE
               WS-MAKER DELIMITED BY SPACE
               " CHECKER=" DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " TRAN=" DELIMITED BY SIZE
               WS-TRAN-IMAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE

           EVALUATE QUEUE-FILE(WS-MATCH-SUB)
               WHEN "RULES"
                   OPEN EXTEND RuleAuditFile
                   IF RuleAuditStatus = "35"
                       OPEN OUTPUT RuleAuditFile
                   END-IF
                   IF RuleAuditStatus = "00"
                       MOVE "rulesaudit.dat" TO WS-SEAL-TRAIL
                       MOVE 350 TO WS-SEAL-TEXT-LEN
                       MOVE WS-AUDIT-LINE TO WS-SEAL-TEXT
                       PERFORM SEAL-RECORD-PROCEDURE
                       MOVE WS-AUDIT-LINE TO RuleAuditRecord
                       MOVE WS-SEAL-STAMP TO RuleAuditRecord(351:24)
                       WRITE RuleAuditRecord
                       CLOSE RuleAuditFile
                   ELSE
                       DISPLAY "    Warning: unable to write "
                           "rulesaudit.dat, Status: " RuleAuditStatus
                   END-IF
               WHEN "RATES"
                   OPEN EXTEND RateAuditFile
                   IF RateAuditStatus = "35"
                       OPEN OUTPUT RateAuditFile
                   END-IF
                   IF RateAuditStatus = "00"
                       MOVE "ratesaudit.dat" TO WS-SEAL-TRAIL
                       MOVE 250 TO WS-SEAL-TEXT-LEN
                       MOVE WS-AUDIT-LINE TO WS-SEAL-TEXT
                       PERFORM SEAL-RECORD-PROCEDURE
                       MOVE WS-AUDIT-LINE TO RateAuditRecord
                       MOVE WS-SEAL-STAMP TO RateAuditRecord(251:24)
                       WRITE RateAuditRecord
                       CLOSE RateAuditFile
                   ELSE
                       DISPLAY "    Warning: unable to write "
                           "ratesaudit.dat, Status: " RateAuditStatus
                   END-IF
               WHEN "TICKETS"
                   OPEN EXTEND TicketAuditFile
                   IF TicketAuditStatus = "35"
                       OPEN OUTPUT TicketAuditFile
                   END-IF
                   IF TicketAuditStatus = "00"
                       MOVE "tktaudit.dat" TO WS-SEAL-TRAIL
                       MOVE 350 TO WS-SEAL-TEXT-LEN
                       MOVE WS-AUDIT-LINE TO WS-SEAL-TEXT
                       PERFORM SEAL-RECORD-PROCEDURE
                       MOVE WS-AUDIT-LINE TO TicketAuditRecord
                       MOVE WS-SEAL-STAMP TO TicketAuditRecord(351:24)
                       WRITE TicketAuditRecord
                       CLOSE TicketAuditFile
                   ELSE
                       DISPLAY "    Warning: unable to write "
                           "tktaudit.dat, Status: " TicketAuditStatus
                   END-IF
               WHEN OTHER
                   DISPLAY "    Warning: pending " WS-PEND-ID
                       " names unknown file " QUEUE-FILE(WS-MATCH-SUB)
           END-EVALUATE.

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

       END PROGRAM FIZZBUZZ-APPROVE.
