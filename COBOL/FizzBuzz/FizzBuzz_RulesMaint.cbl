      *          divisor PLUS effective-from.  Old-style 13-byte
      *          transactions still work - their blank dates
      *          normalize to the open-ended window.
      *          Rule changes are under dual control now, because one
      *          person could change a divisor and have it live that
      *          night.  A ruletran.dat card that passes the edits is
      *          not applied - it is QUEUED on pending.dat under the
      *          next pending ID with the keying operator as maker.
      *          A different operator holding the APPROVE grant
      *          approves or rejects it through FIZZBUZZ-APPROVE, and
      *          only approved items are applied: every run first
      *          applies the approved RULES items on pending.dat, in
      *          the order they were keyed and re-edited against the
      *          rules as they stand, marking each applied (C) or
      *          failed (F), and only then edits and queues the new
      *          cards.  A run with no ruletran.dat just applies what
      *          has been approved.  Every audit line now carries the
      *          pending ID, the maker and the checker.
      *          FIZZBUZZ-PENDRPT lists what is waiting.  RETURN-CODE
      *          16 also covers a pending queue larger than its table.
      *          Every events.dat record and rulesaudit.dat line now
      *          carries a 24-byte seal after the text - a sequence
      *          number and a check value chained from the previous
      *          record - issued by FIZZBUZZ-SEAL and registered on
      *          trailseal.dat, so the nightly FIZZBUZZ-SEALCHK can
      *          prove no record was altered, inserted or removed.  A
      *          record that cannot be sealed is still written, with a
      *          warning.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RuleAuditStatus.

           SELECT PendingFile ASSIGN TO "pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS PendingStatus.

           SELECT OpAuthFile ASSIGN TO "opauth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpAuthStatus.
           05  TRAN-VERSION        PIC X(8).

       FD  RuleAuditFile.
       01  RuleAuditRecord         PIC X(374).

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

       FD  OpAuthFile.
       01  OpAuthRecord.
           05  EVT-PROGRAM         PIC X(10).
           05  EVT-SEVERITY        PIC X(5).
           05  EVT-TEXT            PIC X(80).
           05  EVT-SEAL            PIC X(24).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  RulesStatus         PIC XX.
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

           PERFORM LOAD-RULES-PROCEDURE
           PERFORM LOAD-QUEUE-PROCEDURE

           IF WS-QUEUE-OVERFLOWED
               DISPLAY "Error: pending.dat holds more items than the "
                   "5000 the table carries; rewriting it would "
                   "truncate the queue.  No maintenance applied."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RuleAuditStatus NOT = "00"
               DISPLAY "Error: Unable to open rulesaudit.dat, "
                   "Status: " RuleAuditStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Approved items go in first, against the rules as they stand;
      * the master is rewritten before the new cards are edited,
      * because queueing edits them against the table in memory.
           SET WS-APPLY-PHASE TO TRUE
           PERFORM APPLY-APPROVED-PROCEDURE

           IF WS-ACCEPTED-COUNT > 0
               PERFORM REWRITE-RULES-PROCEDURE
           END-IF

           SET WS-QUEUE-PHASE TO TRUE
           MOVE WS-OPERATOR TO WS-MAKER
           MOVE SPACES TO WS-CHECKER
           OPEN INPUT RuleTranFile
           EVALUATE RuleTranStatus
               WHEN "00"
                   PERFORM UNTIL WS-TRAN-EOF
                       READ RuleTranFile
                           AT END
                               SET WS-TRAN-EOF TO TRUE
                           NOT AT END
                               IF RuleTranRecord NOT = SPACES
                                   MOVE 0 TO WS-PEND-REF
                                   PERFORM APPLY-TRANSACTION-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RuleTranFile
               WHEN "35"
                   DISPLAY "    Info: no ruletran.dat; nothing new to "
                       "queue."
               WHEN OTHER
                   DISPLAY "Error: Unable to open ruletran.dat, "
                       "Status: " RuleTranStatus
                   CLOSE RuleAuditFile
                   IF WS-QUEUE-CHANGED
                       PERFORM REWRITE-QUEUE-PROCEDURE
                   END-IF
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           CLOSE RuleAuditFile

           IF WS-QUEUE-CHANGED
               PERFORM REWRITE-QUEUE-PROCEDURE
           END-IF

           DISPLAY " "
           DISPLAY "----- Maintenance Summary -----"
           DISPLAY "Applied  : " WS-ACCEPTED-COUNT
           DISPLAY "Queued   : " WS-QUEUED-COUNT
           DISPLAY "Rejected : " WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > 0
           MOVE "RULEMNT"       TO EVT-PROGRAM
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
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-DISPOSITION = "ACCEPTED" AND WS-QUEUE-PHASE
               PERFORM QUEUE-TRANSACTION-PROCEDURE
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
           PERFORM CHECK-OVERLAP-PROCEDURE
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
               RuleTranRecord DELIMITED BY SIZE
               " BEFORE=[" DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           MOVE "rulesaudit.dat" TO WS-SEAL-TRAIL
           MOVE 350 TO WS-SEAL-TEXT-LEN
           MOVE WS-AUDIT-LINE TO WS-SEAL-TEXT
           PERFORM SEAL-RECORD-PROCEDURE
           MOVE WS-AUDIT-LINE TO RuleAuditRecord
           MOVE WS-SEAL-STAMP TO RuleAuditRecord(351:24)
           WRITE RuleAuditRecord

           IF RuleAuditStatus NOT = "00"
           DISPLAY "    Info: rules.dat rewritten with "
               WS-RULE-COUNT-LOADED " rules.".

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

      * Every approved RULES item, oldest first, goes through exactly
      * the edits a new card takes; one that no longer passes is
      * marked failed and has to be keyed and approved again.
       APPLY-APPROVED-PROCEDURE.
           PERFORM VARYING QUE-IDX FROM 1 BY 1
                   UNTIL QUE-IDX > WS-QUEUE-COUNT
               IF QUEUE-FILE(QUE-IDX) = "RULES"
                AND QUEUE-IS-APPROVED(QUE-IDX)
                   MOVE QUEUE-TRAN(QUE-IDX)    TO RuleTranRecord
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
           MOVE "RULES"          TO QUEUE-FILE(WS-QUEUE-COUNT)
           MOVE "P"              TO QUEUE-STATUS(WS-QUEUE-COUNT)
           MOVE WS-OPERATOR      TO QUEUE-MAKER(WS-QUEUE-COUNT)
           MOVE WS-RUN-DATE      TO QUEUE-KEYED-DATE(WS-QUEUE-COUNT)
           MOVE WS-RUN-TIME      TO QUEUE-KEYED-TIME(WS-QUEUE-COUNT)
           MOVE RuleTranRecord TO QUEUE-TRAN(WS-QUEUE-COUNT)
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

       END PROGRAM FIZZBUZZ-RULEMNT.
