      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Maintain legalhold.dat, the legal department's list
      *          of holds the archive expiry (FIZZBUZZ-ARCHEXP) must
      *          respect, under program control - a hold lost to a
      *          hand edit means archive rows destroyed while a
      *          matter still needs them, so the list gets the same
      *          edits and audit trail FIZZBUZZ-GLMAPMNT gives
      *          glmap.dat.
      *          legalhold.dat carries one row per hold: legal's hold
      *          ID (10 characters, the matter reference), the hold
      *          type (D = every archive row whose run date falls in
      *          a from/to date range, T = every archive row for one
      *          ticket number), the range or the ticket, the status
      *          (A = active, R = released), who placed it and when,
      *          who released it and when, and the matter it serves.
      *          A released hold stays on file so the destruction
      *          certificates can always be read against it.
      *          Changes arrive through lgltran.dat, one card-image
      *          transaction per record: an action byte (P=place,
      *          R=release), the hold ID and, for P, the type, the
      *          from/to dates (CCYYMMDD) or the ticket number, and
      *          the matter; for R the matter field carries the
      *          reason the hold is lifted.  Every transaction is
      *          edited BEFORE anything is written: the hold ID must
      *          be non-blank, a placed hold ID must never have been
      *          used before and must fit the 500-row table, a date
      *          range must be two valid dates in order, a ticket
      *          must be numeric and non-zero, the matter must be
      *          given, and a released hold must be on file and
      *          still active.  A transaction that fails any edit is
      *          rejected and the list is left exactly as it was.
      *          Every transaction, accepted or rejected, is appended
      *          to lglaudit.dat with the date, time, operator, the
      *          action, the before and after images of the affected
      *          hold and the accept/reject disposition with its
      *          reason.  legalhold.dat is rewritten only when at
      *          least one transaction was accepted.
      *          RETURN-CODE is 0 when every transaction was accepted,
      *          4 when any was rejected, 16 when a file this program
      *          needs cannot be opened, 12 when the operator lacks
      *          the LEGAL grant on opauth.dat.  A denied attempt
      *          stops before any file is touched and is logged to
      *          events.dat with the ID and function.  A missing
      *          opauth.dat leaves the function unrestricted with a
      *          loud warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-LGLMNT.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LegalHoldFile ASSIGN TO "legalhold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LegalHoldStatus.

           SELECT LegalTranFile ASSIGN TO "lgltran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LegalTranStatus.

           SELECT LegalAuditFile ASSIGN TO "lglaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LegalAuditStatus.

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
       FD  LegalHoldFile.
       01  LegalHoldRecord.
           05  LGH-ID              PIC X(10).
           05  LGH-TYPE            PIC X(1).
           05  LGH-FROM-DATE       PIC 9(8).
           05  LGH-TO-DATE         PIC 9(8).
           05  LGH-TICKET          PIC 9(6).
           05  LGH-STATUS          PIC X(1).
           05  LGH-PLACED-DATE     PIC 9(8).
           05  LGH-PLACED-BY       PIC X(20).
           05  LGH-RELEASED-DATE   PIC 9(8).
           05  LGH-RELEASED-BY     PIC X(20).
           05  LGH-MATTER          PIC X(30).

       FD  LegalTranFile.
       01  LegalTranRecord.
           05  TRAN-ACTION         PIC X.
           05  TRAN-ID             PIC X(10).
           05  TRAN-TYPE           PIC X(1).
           05  TRAN-FROM-DATE      PIC X(8).
           05  TRAN-TO-DATE        PIC X(8).
           05  TRAN-TICKET         PIC X(6).
           05  TRAN-MATTER         PIC X(30).

       FD  LegalAuditFile.
       01  LegalAuditRecord        PIC X(450).

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
       01  LegalHoldStatus     PIC XX.
       01  LegalTranStatus     PIC XX.
       01  LegalAuditStatus    PIC XX.

       01  WS-HOLD-TABLE.
           05  WS-HOLD OCCURS 500 TIMES INDEXED BY HLD-IDX.
               10  HOLD-ID             PIC X(10).
               10  HOLD-TYPE           PIC X(1).
               10  HOLD-FROM-DATE      PIC 9(8).
               10  HOLD-TO-DATE        PIC 9(8).
               10  HOLD-TICKET         PIC 9(6).
               10  HOLD-STATUS         PIC X(1).
                   88  HOLD-IS-ACTIVE      VALUE "A".
               10  HOLD-PLACED-DATE    PIC 9(8).
               10  HOLD-PLACED-BY      PIC X(20).
               10  HOLD-RELEASED-DATE  PIC 9(8).
               10  HOLD-RELEASED-BY    PIC X(20).
               10  HOLD-MATTER         PIC X(30).
       01  WS-HOLD-COUNT           PIC 9(3) VALUE 0.
       01  WS-HOLD-EOF-SWITCH      PIC X VALUE "N".
           88  WS-HOLD-EOF             VALUE "Y".
       01  WS-HOLD-OVER-SWITCH     PIC X VALUE "N".
           88  WS-HOLD-OVERFLOWED      VALUE "Y".

       01  WS-TRAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TRAN-EOF             VALUE "Y".

       01  WS-MATCH-SUB            PIC 9(3) VALUE 0.

       01  WS-DATE-CHECK.
           05  WS-DATE-CHECK-CCYY  PIC 9(4).
           05  WS-DATE-CHECK-MM    PIC 9(2).
           05  WS-DATE-CHECK-DD    PIC 9(2).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-ROUND-TRIP      PIC 9(8) VALUE 0.
       01  WS-DATE-BAD-SWITCH      PIC X VALUE "N".
           88  WS-DATE-IS-BAD          VALUE "Y".
       01  WS-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-TO-DATE              PIC 9(8) VALUE 0.
       01  WS-TICKET               PIC 9(6) VALUE 0.

       01  WS-DISPOSITION          PIC X(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-BEFORE-IMAGE         PIC X(120).
       01  WS-AFTER-IMAGE          PIC X(120).

       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

       01  WS-AUDIT-LINE           PIC X(450).

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
           DISPLAY "----- FizzBuzz Legal Hold Maintenance -----"
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
                   "authorized for LEGAL maintenance; nothing "
                   "applied."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - LEGAL by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-HOLDS-PROCEDURE

      * Rewriting a list the table could not hold would drop holds -
      * exactly what this program exists to prevent.
           IF WS-HOLD-OVERFLOWED
               DISPLAY "Error: legalhold.dat holds more rows than the "
                   "500 the table carries; rewriting it would lose "
                   "holds.  Nothing applied."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LegalTranFile
           IF LegalTranStatus NOT = "00"
               DISPLAY "Error: Unable to open lgltran.dat, Status: "
                   LegalTranStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND LegalAuditFile
           IF LegalAuditStatus NOT = "00"
               OPEN OUTPUT LegalAuditFile
           END-IF
           IF LegalAuditStatus NOT = "00"
               DISPLAY "Error: Unable to open lglaudit.dat, "
                   "Status: " LegalAuditStatus
               CLOSE LegalTranFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRAN-EOF
               READ LegalTranFile
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF LegalTranRecord NOT = SPACES
                           PERFORM APPLY-TRANSACTION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LegalTranFile
           CLOSE LegalAuditFile

           IF WS-ACCEPTED-COUNT > 0
               PERFORM REWRITE-HOLDS-PROCEDURE
           END-IF

           DISPLAY " "
           DISPLAY "----- Maintenance Summary -----"
           DISPLAY "Accepted : " WS-ACCEPTED-COUNT
           DISPLAY "Rejected : " WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * Is the operator granted LEGAL on opauth.dat?  A missing list
      * leaves the function unrestricted with a loud warning, so a
      * shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; legal hold maintenance "
                   "is unrestricted."
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = "LEGAL"
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
           MOVE "LGLMNT"        TO EVT-PROGRAM
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

      * A missing legalhold.dat is not an error here - the maintenance
      * run may be creating it.
       LOAD-HOLDS-PROCEDURE.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE "N" TO WS-HOLD-EOF-SWITCH

           OPEN INPUT LegalHoldFile
           IF LegalHoldStatus = "00"
               PERFORM UNTIL WS-HOLD-EOF
                   READ LegalHoldFile
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           IF WS-HOLD-COUNT >= 500
                               SET WS-HOLD-OVERFLOWED TO TRUE
                               SET WS-HOLD-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE LegalHoldRecord
                                   TO WS-HOLD(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LegalHoldFile
           ELSE
               DISPLAY "    Info: legalhold.dat not found; starting "
                   "from an empty hold list."
           END-IF.

      * Every edit happens here, before anything is written.  The
      * before/after images and the disposition are built as the
      * edits run so the audit line reflects exactly what happened.
       APPLY-TRANSACTION-PROCEDURE.
           MOVE "ACCEPTED" TO WS-DISPOSITION
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE 0 TO WS-MATCH-SUB

           IF TRAN-ID = SPACES
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "hold ID must not be blank"
                   TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-PROCEDURE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT
               IF HOLD-ID(HLD-IDX) = TRAN-ID
                   SET WS-MATCH-SUB TO HLD-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SUB > 0
               MOVE WS-HOLD(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
           END-IF

           EVALUATE TRAN-ACTION
               WHEN "P"
                   PERFORM EDIT-PLACE-PROCEDURE
               WHEN "R"
                   PERFORM EDIT-RELEASE-PROCEDURE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "action must be P or R"
                       TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM WRITE-AUDIT-PROCEDURE

           IF WS-DISPOSITION = "ACCEPTED"
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "INFO" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               IF TRAN-ACTION = "P"
                   STRING "legal hold " DELIMITED BY SIZE
                       TRAN-ID DELIMITED BY SPACE
                       " placed by " DELIMITED BY SIZE
                       WS-OPERATOR DELIMITED BY SPACE
                       INTO WS-EVT-TEXT
               ELSE
                   STRING "legal hold " DELIMITED BY SIZE
                       TRAN-ID DELIMITED BY SPACE
                       " released by " DELIMITED BY SIZE
                       WS-OPERATOR DELIMITED BY SPACE
                       INTO WS-EVT-TEXT
               END-IF
               PERFORM WRITE-EVENT-PROCEDURE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * A hold ID is never reused, even after release, so every
      * certificate that names it names one matter.
       EDIT-PLACE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB > 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "hold ID has already been used"
                       TO WS-REJECT-REASON
               WHEN WS-HOLD-COUNT >= 500
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "hold table is full (500 rows)"
                       TO WS-REJECT-REASON
               WHEN TRAN-MATTER = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "matter must not be blank"
                       TO WS-REJECT-REASON
               WHEN TRAN-TYPE = "D"
                   PERFORM EDIT-DATE-RANGE-PROCEDURE
               WHEN TRAN-TYPE = "T"
                   IF TRAN-TICKET IS NOT NUMERIC
                       MOVE "REJECTED" TO WS-DISPOSITION
                       MOVE "ticket number is not numeric"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE TRAN-TICKET TO WS-TICKET
                       IF WS-TICKET = 0
                           MOVE "REJECTED" TO WS-DISPOSITION
                           MOVE "ticket number must not be zero"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "hold type must be D or T"
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-DISPOSITION NOT = "ACCEPTED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-HOLD-COUNT TO WS-MATCH-SUB
           INITIALIZE WS-HOLD(WS-MATCH-SUB)
           MOVE TRAN-ID          TO HOLD-ID(WS-MATCH-SUB)
           MOVE TRAN-TYPE        TO HOLD-TYPE(WS-MATCH-SUB)
           IF TRAN-TYPE = "D"
               MOVE WS-FROM-DATE TO HOLD-FROM-DATE(WS-MATCH-SUB)
               MOVE WS-TO-DATE   TO HOLD-TO-DATE(WS-MATCH-SUB)
           ELSE
               MOVE WS-TICKET    TO HOLD-TICKET(WS-MATCH-SUB)
           END-IF
           MOVE "A"              TO HOLD-STATUS(WS-MATCH-SUB)
           MOVE WS-RUN-DATE      TO HOLD-PLACED-DATE(WS-MATCH-SUB)
           MOVE WS-OPERATOR      TO HOLD-PLACED-BY(WS-MATCH-SUB)
           MOVE TRAN-MATTER      TO HOLD-MATTER(WS-MATCH-SUB)
           MOVE WS-HOLD(WS-MATCH-SUB) TO WS-AFTER-IMAGE.

      * Both ends of the range are checked as calendar dates - a
      * typo such as 20191331 must not quietly cover nothing.
       EDIT-DATE-RANGE-PROCEDURE.
           MOVE TRAN-FROM-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE-PROCEDURE
           IF WS-DATE-IS-BAD
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "from date is not a valid date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK-NUM TO WS-FROM-DATE

           MOVE TRAN-TO-DATE TO WS-DATE-CHECK
           PERFORM CHECK-DATE-PROCEDURE
           IF WS-DATE-IS-BAD
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "to date is not a valid date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK-NUM TO WS-TO-DATE

           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "from date is after the to date"
                   TO WS-REJECT-REASON
           END-IF.

       CHECK-DATE-PROCEDURE.
           MOVE "N" TO WS-DATE-BAD-SWITCH
           IF WS-DATE-CHECK IS NOT NUMERIC
               SET WS-DATE-IS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-CHECK-CCYY < 1601
            OR WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
            OR WS-DATE-CHECK-DD < 1 OR WS-DATE-CHECK-DD > 31
               SET WS-DATE-IS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM))
               TO WS-DATE-ROUND-TRIP
           IF WS-DATE-ROUND-TRIP NOT = WS-DATE-CHECK-NUM
               SET WS-DATE-IS-BAD TO TRUE
           END-IF.

      * Releasing a hold keeps its row, marked R with who lifted it
      * and when; the reason rides the audit line.
       EDIT-RELEASE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB = 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "hold is not on file"
                       TO WS-REJECT-REASON
               WHEN NOT HOLD-IS-ACTIVE(WS-MATCH-SUB)
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "hold has already been released"
                       TO WS-REJECT-REASON
               WHEN TRAN-MATTER = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "release reason must not be blank"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "R"         TO HOLD-STATUS(WS-MATCH-SUB)
                   MOVE WS-RUN-DATE TO HOLD-RELEASED-DATE(WS-MATCH-SUB)
                   MOVE WS-OPERATOR TO HOLD-RELEASED-BY(WS-MATCH-SUB)
                   MOVE WS-HOLD(WS-MATCH-SUB) TO WS-AFTER-IMAGE
           END-EVALUATE.

       WRITE-AUDIT-PROCEDURE.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING "DATE=" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " TIME=" DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               " ACTION=" DELIMITED BY SIZE
               TRAN-ACTION DELIMITED BY SIZE
               " TRAN=" DELIMITED BY SIZE
               LegalTranRecord DELIMITED BY SIZE
               " BEFORE=[" DELIMITED BY SIZE
               WS-BEFORE-IMAGE DELIMITED BY SIZE
               "] AFTER=[" DELIMITED BY SIZE
               WS-AFTER-IMAGE DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           MOVE WS-AUDIT-LINE TO LegalAuditRecord
           WRITE LegalAuditRecord

           IF LegalAuditStatus NOT = "00"
               DISPLAY "    Warning: unable to write lglaudit.dat, "
                   "Status: " LegalAuditStatus
           END-IF.

       REWRITE-HOLDS-PROCEDURE.
           OPEN OUTPUT LegalHoldFile
           IF LegalHoldStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite legalhold.dat, "
                   "Status: " LegalHoldStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT
               MOVE WS-HOLD(HLD-IDX) TO LegalHoldRecord
               WRITE LegalHoldRecord
               IF LegalHoldStatus NOT = "00"
                   DISPLAY "    Warning: unable to write "
                       "legalhold.dat row, Status: " LegalHoldStatus
               END-IF
           END-PERFORM

           CLOSE LegalHoldFile
           DISPLAY "    Info: legalhold.dat rewritten with "
               WS-HOLD-COUNT " holds.".

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

       END PROGRAM FIZZBUZZ-LGLMNT.
