      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Maintain the customer dispute case register,
      *          dispute.dat.  When a customer disputes how a single
      *          ticket was classified, FIZZBUZZ-ADJUST (a whole date
      *          recomputed after a rules fix) and the override rerun
      *          are the wrong tools - the ticket was right by the
      *          rules and wrong for the customer.  A case is opened
      *          here against the ticket number and the run date it
      *          was classified on, its status and notes are tracked,
      *          and its resolution is recorded.
      *          A case carries a 6-digit case ID, the ticket number
      *          and run date, a status (O=open, A=approved override,
      *          R=resolved, X=rejected), the date and operator that
      *          opened it, the forced classification with its reason,
      *          approver and approval date, the resolution and the
      *          date it was resolved, the latest note and the date
      *          the case last changed.
      *          Work arrives through disptran.dat, one card-image
      *          transaction per record: an action byte, the case ID,
      *          the ticket number and run date, a classification and
      *          a 60-byte text.
      *            O  open a case for the ticket and date (case ID
      *               blank - the next free ID is assigned); the text
      *               is the opening note.  A ticket and date may have
      *               only one unresolved case at a time.
      *            N  replace the case's note with the text.
      *            A  approve a forced classification for an open
      *               case: the classification and a reason (the
      *               first 30 bytes of the text) are required.  The
      *               approver must hold the DISPAPPR grant and must
      *               not be the operator who opened the case.
      *            R  resolve an open or approved case; the text is
      *               the resolution.
      *            X  reject an open or approved case; the text is
      *               the resolution.
      *          An approved case is an open override: the nightly
      *          classification and FIZZBUZZ-ADJUST force that ticket
      *          to the approved classification for that run date,
      *          so the correction reaches billing through the normal
      *          feed or the ADJUST correction feed.  Resolving or
      *          rejecting the case withdraws the override.
      *          Every transaction is edited before anything is
      *          written, and every transaction, accepted or
      *          rejected, is appended to dispaudit.dat with the
      *          date, time, operator, the action, the before and
      *          after images of the case and the disposition with
      *          its reason.  dispute.dat is rewritten only when at
      *          least one transaction was accepted.
      *          FIZZBUZZ-DSPAGE reports the unresolved cases by age
      *          for customer service.
      *          RETURN-CODE is 0 when every transaction was accepted,
      *          4 when any was rejected, 16 when a file this program
      *          needs cannot be opened or the register holds more
      *          cases than the table, and 12 when the operator lacks
      *          the DISPUTE grant.  A denied attempt stops before any
      *          file is touched and is logged to events.dat with the
      *          ID and function; a missing opauth.dat leaves the
      *          function unrestricted with a loud warning.
      *          Every events.dat record now carries a 24-byte seal
      *          after the text - a sequence number and a check value
      *          chained from the previous record - issued by
      *          FIZZBUZZ-SEAL and registered on trailseal.dat, so the
      *          nightly FIZZBUZZ-SEALCHK can prove no event was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-DSPMNT.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisputeFile ASSIGN TO "dispute.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DisputeStatus.

           SELECT DispTranFile ASSIGN TO "disptran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DispTranStatus.

           SELECT DispAuditFile ASSIGN TO "dispaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS DispAuditStatus.

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

       FD  DispTranFile.
       01  DispTranRecord.
           05  TRAN-ACTION         PIC X.
           05  TRAN-CASE-ID        PIC X(6).
           05  TRAN-NUMBER         PIC X(6).
           05  TRAN-TKT-DATE       PIC X(8).
           05  TRAN-CLASS          PIC X(20).
           05  TRAN-TEXT           PIC X(60).

       FD  DispAuditFile.
       01  DispAuditRecord         PIC X(720).

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
       01  DisputeStatus       PIC XX.
       01  DispTranStatus      PIC XX.
       01  DispAuditStatus     PIC XX.

       01  WS-CASE-TABLE.
           05  WS-CASE OCCURS 5000 TIMES INDEXED BY CASE-IDX.
               10  CASE-ID             PIC 9(6).
               10  CASE-NUMBER         PIC 9(6).
               10  CASE-TKT-DATE       PIC 9(8).
               10  CASE-STATUS         PIC X(1).
                   88  CASE-IS-OPEN        VALUE "O".
                   88  CASE-IS-APPROVED    VALUE "A".
                   88  CASE-IS-UNRESOLVED  VALUE "O" "A".
               10  CASE-OPENED-DATE    PIC 9(8).
               10  CASE-OPENED-BY      PIC X(20).
               10  CASE-FORCED-CLASS   PIC X(20).
               10  CASE-REASON         PIC X(30).
               10  CASE-APPROVER       PIC X(20).
               10  CASE-APPROVED-DATE  PIC 9(8).
               10  CASE-RESOLUTION     PIC X(30).
               10  CASE-RESOLVED-DATE  PIC 9(8).
               10  CASE-NOTES          PIC X(60).
               10  CASE-UPDATED-DATE   PIC 9(8).
       01  WS-CASE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LAST-CASE-ID         PIC 9(6) VALUE 0.
       01  WS-MASTER-EOF-SWITCH    PIC X VALUE "N".
           88  WS-MASTER-EOF           VALUE "Y".
       01  WS-MASTER-OVER-SWITCH   PIC X VALUE "N".
           88  WS-MASTER-OVERFLOWED    VALUE "Y".

       01  WS-TRAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TRAN-EOF             VALUE "Y".

       01  WS-TRAN-CASE-ID         PIC 9(6) VALUE 0.
       01  WS-TRAN-NUMBER          PIC 9(6) VALUE 0.
       01  WS-MATCH-SUB            PIC 9(5) VALUE 0.
       01  WS-OPEN-CASE-ID         PIC 9(6) VALUE 0.

       01  WS-DATE-CHECK.
           05  WS-DATE-CHECK-CCYY  PIC 9(4).
           05  WS-DATE-CHECK-MM    PIC 9(2).
           05  WS-DATE-CHECK-DD    PIC 9(2).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-ROUND-TRIP      PIC 9(8) VALUE 0.

       01  WS-DISPOSITION          PIC X(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-BEFORE-IMAGE         PIC X(233).
       01  WS-AFTER-IMAGE          PIC X(233).

       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

       01  WS-AUDIT-LINE           PIC X(720).

       01  OpAuthStatus            PIC XX.
       01  EventStatus             PIC XX.
       01  WS-AUTH-FUNCTION        PIC X(8) VALUE SPACES.
       01  WS-AUTH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED         VALUE "Y".
       01  WS-AUTH-LIST-SWITCH     PIC X VALUE "Y".
           88  WS-AUTH-LIST-PRESENT    VALUE "Y".
           88  WS-AUTH-LIST-MISSING    VALUE "N".
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
           DISPLAY "----- FizzBuzz Dispute Case Maintenance -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           MOVE "DISPUTE" TO WS-AUTH-FUNCTION
           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for DISPUTE maintenance; nothing "
                   "applied."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - DISPUTE by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-MASTER-PROCEDURE

           IF WS-MASTER-OVERFLOWED
               DISPLAY "Error: dispute.dat holds more cases than the "
                   "5000 the table carries; rewriting it would "
                   "truncate the register.  No maintenance applied."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DispTranFile
           IF DispTranStatus NOT = "00"
               DISPLAY "Error: Unable to open disptran.dat, Status: "
                   DispTranStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND DispAuditFile
           IF DispAuditStatus NOT = "00"
               OPEN OUTPUT DispAuditFile
           END-IF
           IF DispAuditStatus NOT = "00"
               DISPLAY "Error: Unable to open dispaudit.dat, "
                   "Status: " DispAuditStatus
               CLOSE DispTranFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRAN-EOF
               READ DispTranFile
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF DispTranRecord NOT = SPACES
                           PERFORM APPLY-TRANSACTION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DispTranFile
           CLOSE DispAuditFile

           IF WS-ACCEPTED-COUNT > 0
               PERFORM REWRITE-MASTER-PROCEDURE
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

      * Is the operator granted WS-AUTH-FUNCTION on opauth.dat?  A
      * missing list leaves the function unrestricted with a loud
      * warning, so a shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               IF WS-AUTH-LIST-PRESENT
                   DISPLAY "    Warning: opauth.dat not available, "
                       "Status: " OpAuthStatus "; dispute "
                       "maintenance and approval are unrestricted."
               END-IF
               SET WS-AUTH-LIST-MISSING TO TRUE
               SET WS-AUTH-ALLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AUTH-EOF
               READ OpAuthFile
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR = WS-OPERATOR
                        AND AUTH-FUNCTION = WS-AUTH-FUNCTION
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
           MOVE "DSPMNT"        TO EVT-PROGRAM
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

      * A missing dispute.dat is not an error here - the maintenance
      * run may be opening the first case.
       LOAD-MASTER-PROCEDURE.
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-MASTER-EOF-SWITCH

           OPEN INPUT DisputeFile
           IF DisputeStatus = "00"
               PERFORM UNTIL WS-MASTER-EOF
                   READ DisputeFile
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           IF WS-CASE-COUNT >= 5000
                               SET WS-MASTER-OVERFLOWED TO TRUE
                               SET WS-MASTER-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CASE-COUNT
                               MOVE DisputeRecord
                                   TO WS-CASE(WS-CASE-COUNT)
                               IF DSP-CASE-ID > WS-LAST-CASE-ID
                                   MOVE DSP-CASE-ID
                                       TO WS-LAST-CASE-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
           ELSE
               DISPLAY "    Info: dispute.dat not found; starting "
                   "an empty dispute register."
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

           IF TRAN-ACTION NOT = "O"
               IF TRAN-CASE-ID IS NOT NUMERIC
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case ID is not numeric" TO WS-REJECT-REASON
                   PERFORM WRITE-AUDIT-PROCEDURE
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE TRAN-CASE-ID TO WS-TRAN-CASE-ID
               PERFORM VARYING CASE-IDX FROM 1 BY 1
                       UNTIL CASE-IDX > WS-CASE-COUNT
                   IF CASE-ID(CASE-IDX) = WS-TRAN-CASE-ID
                       SET WS-MATCH-SUB TO CASE-IDX
                   END-IF
               END-PERFORM
               IF WS-MATCH-SUB > 0
                   PERFORM BUILD-BEFORE-IMAGE-PROCEDURE
               END-IF
           END-IF

           EVALUATE TRAN-ACTION
               WHEN "O"
                   PERFORM EDIT-OPEN-PROCEDURE
               WHEN "N"
                   PERFORM EDIT-NOTE-PROCEDURE
               WHEN "A"
                   PERFORM EDIT-APPROVE-PROCEDURE
               WHEN "R"
               WHEN "X"
                   PERFORM EDIT-CLOSE-PROCEDURE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "action must be O, N, A, R or X"
                       TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM WRITE-AUDIT-PROCEDURE

           IF WS-DISPOSITION = "ACCEPTED"
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * A new case takes the next case ID.  The ticket and date must
      * be real, and a ticket may carry only one unresolved case for
      * a date - a second would leave two overrides competing.
       EDIT-OPEN-PROCEDURE.
           IF TRAN-NUMBER IS NOT NUMERIC
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "ticket number is not numeric"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-NUMBER TO WS-TRAN-NUMBER
           IF WS-TRAN-NUMBER = 0
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "ticket number must not be zero"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-TKT-DATE-PROCEDURE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-OPEN-CASE-ID
           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > WS-CASE-COUNT
               IF CASE-NUMBER(CASE-IDX) = WS-TRAN-NUMBER
                AND CASE-TKT-DATE(CASE-IDX) = WS-DATE-CHECK-NUM
                AND CASE-IS-UNRESOLVED(CASE-IDX)
                   MOVE CASE-ID(CASE-IDX) TO WS-OPEN-CASE-ID
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-OPEN-CASE-ID > 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   STRING "ticket already has open case "
                       DELIMITED BY SIZE
                       WS-OPEN-CASE-ID DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               WHEN WS-CASE-COUNT >= 5000
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case table is full (5000 rows)"
                       TO WS-REJECT-REASON
               WHEN WS-LAST-CASE-ID >= 999999
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case IDs are exhausted" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-LAST-CASE-ID
                   ADD 1 TO WS-CASE-COUNT
                   MOVE WS-CASE-COUNT TO WS-MATCH-SUB
                   INITIALIZE WS-CASE(WS-MATCH-SUB)
                   MOVE WS-LAST-CASE-ID TO CASE-ID(WS-MATCH-SUB)
                   MOVE WS-TRAN-NUMBER  TO CASE-NUMBER(WS-MATCH-SUB)
                   MOVE WS-DATE-CHECK-NUM
                       TO CASE-TKT-DATE(WS-MATCH-SUB)
                   MOVE "O"             TO CASE-STATUS(WS-MATCH-SUB)
                   MOVE WS-RUN-DATE
                       TO CASE-OPENED-DATE(WS-MATCH-SUB)
                   MOVE WS-OPERATOR
                       TO CASE-OPENED-BY(WS-MATCH-SUB)
                   MOVE TRAN-TEXT       TO CASE-NOTES(WS-MATCH-SUB)
                   MOVE WS-RUN-DATE
                       TO CASE-UPDATED-DATE(WS-MATCH-SUB)
                   PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                   DISPLAY "    Info: case " WS-LAST-CASE-ID
                       " opened for ticket " WS-TRAN-NUMBER
                       " on " WS-DATE-CHECK-NUM
           END-EVALUATE.

       EDIT-NOTE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB = 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case is not on file" TO WS-REJECT-REASON
               WHEN NOT CASE-IS-UNRESOLVED(WS-MATCH-SUB)
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case is already resolved"
                       TO WS-REJECT-REASON
               WHEN TRAN-TEXT = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "note text must not be blank"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TRAN-TEXT   TO CASE-NOTES(WS-MATCH-SUB)
                   MOVE WS-RUN-DATE TO CASE-UPDATED-DATE(WS-MATCH-SUB)
                   PERFORM BUILD-AFTER-IMAGE-PROCEDURE
           END-EVALUATE.

      * Forcing a classification changes what billing is told, so it
      * takes the DISPAPPR grant and a second pair of eyes - the
      * operator who opened the case cannot approve it.
       EDIT-APPROVE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB = 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case is not on file" TO WS-REJECT-REASON
               WHEN NOT CASE-IS-OPEN(WS-MATCH-SUB)
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "only an open case can be approved"
                       TO WS-REJECT-REASON
               WHEN TRAN-CLASS = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "forced classification must not be blank"
                       TO WS-REJECT-REASON
               WHEN TRAN-TEXT(1:30) = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "approval reason must not be blank"
                       TO WS-REJECT-REASON
               WHEN CASE-OPENED-BY(WS-MATCH-SUB) = WS-OPERATOR
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "approver must not be the case opener"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "DISPAPPR" TO WS-AUTH-FUNCTION
                   PERFORM CHECK-AUTHORITY-PROCEDURE
                   IF NOT WS-AUTH-ALLOWED
                       MOVE "REJECTED" TO WS-DISPOSITION
                       MOVE "operator lacks the DISPAPPR grant"
                           TO WS-REJECT-REASON
                       MOVE "ERROR" TO WS-EVT-SEVERITY
                       MOVE SPACES TO WS-EVT-TEXT
                       STRING "authorization denied - DISPAPPR by "
                           DELIMITED BY SIZE
                           WS-OPERATOR DELIMITED BY SIZE
                           INTO WS-EVT-TEXT
                       PERFORM WRITE-EVENT-PROCEDURE
                   ELSE
                       MOVE "A" TO CASE-STATUS(WS-MATCH-SUB)
                       MOVE TRAN-CLASS
                           TO CASE-FORCED-CLASS(WS-MATCH-SUB)
                       MOVE TRAN-TEXT(1:30)
                           TO CASE-REASON(WS-MATCH-SUB)
                       MOVE WS-OPERATOR
                           TO CASE-APPROVER(WS-MATCH-SUB)
                       MOVE WS-RUN-DATE
                           TO CASE-APPROVED-DATE(WS-MATCH-SUB)
                       MOVE WS-RUN-DATE
                           TO CASE-UPDATED-DATE(WS-MATCH-SUB)
                       PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                       MOVE "INFO " TO WS-EVT-SEVERITY
                       MOVE SPACES TO WS-EVT-TEXT
                       STRING "case " DELIMITED BY SIZE
                           CASE-ID(WS-MATCH-SUB) DELIMITED BY SIZE
                           " approved - ticket " DELIMITED BY SIZE
                           CASE-NUMBER(WS-MATCH-SUB)
                           DELIMITED BY SIZE
                           " forced to " DELIMITED BY SIZE
                           TRAN-CLASS DELIMITED BY SPACE
                           INTO WS-EVT-TEXT
                       PERFORM WRITE-EVENT-PROCEDURE
                   END-IF
           END-EVALUATE.

      * R and X both close the case with a resolution; an approved
      * override stops being honored from the next run on.
       EDIT-CLOSE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB = 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case is not on file" TO WS-REJECT-REASON
               WHEN NOT CASE-IS-UNRESOLVED(WS-MATCH-SUB)
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "case is already resolved"
                       TO WS-REJECT-REASON
               WHEN TRAN-TEXT(1:30) = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "resolution must not be blank"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TRAN-ACTION TO CASE-STATUS(WS-MATCH-SUB)
                   MOVE TRAN-TEXT(1:30)
                       TO CASE-RESOLUTION(WS-MATCH-SUB)
                   MOVE WS-RUN-DATE
                       TO CASE-RESOLVED-DATE(WS-MATCH-SUB)
                   MOVE WS-RUN-DATE
                       TO CASE-UPDATED-DATE(WS-MATCH-SUB)
                   PERFORM BUILD-AFTER-IMAGE-PROCEDURE
           END-EVALUATE.

      * The run date the ticket was classified on must survive a
      * round trip through the day count, which throws out the 31st
      * of a 30-day month and 29 February of a common year as well
      * as a month or day out of range.
       CHECK-TKT-DATE-PROCEDURE.
           IF TRAN-TKT-DATE IS NOT NUMERIC
               MOVE "ticket date is not numeric" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE TRAN-TKT-DATE TO WS-DATE-CHECK-NUM
           IF WS-DATE-CHECK-CCYY < 1601
            OR WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
            OR WS-DATE-CHECK-DD < 1 OR WS-DATE-CHECK-DD > 31
               MOVE "ticket date is not a valid date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM))
               TO WS-DATE-ROUND-TRIP
           IF WS-DATE-ROUND-TRIP NOT = WS-DATE-CHECK-NUM
               MOVE "ticket date is not a valid date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF WS-DATE-CHECK-NUM > WS-RUN-DATE
               MOVE "ticket date is in the future"
                   TO WS-REJECT-REASON
           END-IF.

       BUILD-BEFORE-IMAGE-PROCEDURE.
           MOVE WS-CASE(WS-MATCH-SUB) TO WS-BEFORE-IMAGE.

       BUILD-AFTER-IMAGE-PROCEDURE.
           MOVE WS-CASE(WS-MATCH-SUB) TO WS-AFTER-IMAGE.

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
               DispTranRecord DELIMITED BY SIZE
               " BEFORE=[" DELIMITED BY SIZE
               WS-BEFORE-IMAGE DELIMITED BY SIZE
               "] AFTER=[" DELIMITED BY SIZE
               WS-AFTER-IMAGE DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           MOVE WS-AUDIT-LINE TO DispAuditRecord
           WRITE DispAuditRecord

           IF DispAuditStatus NOT = "00"
               DISPLAY "    Warning: unable to write dispaudit.dat, "
                   "Status: " DispAuditStatus
           END-IF.

       REWRITE-MASTER-PROCEDURE.
           OPEN OUTPUT DisputeFile
           IF DisputeStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite dispute.dat, "
                   "Status: " DisputeStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > WS-CASE-COUNT
               MOVE WS-CASE(CASE-IDX) TO DisputeRecord
               WRITE DisputeRecord
               IF DisputeStatus NOT = "00"
                   DISPLAY "    Warning: unable to write dispute.dat "
                       "row, Status: " DisputeStatus
               END-IF
           END-PERFORM

           CLOSE DisputeFile
           DISPLAY "    Info: dispute.dat rewritten with "
               WS-CASE-COUNT " cases.".

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

       END PROGRAM FIZZBUZZ-DSPMNT.
