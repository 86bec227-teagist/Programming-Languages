      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Maintain the customer eligibility master,
      *          custmast.dat, under program control the way
      *          FIZZBUZZ-TKTMNT maintains tickets.dat.  Until now
      *          nothing said whether a ticket's customer was allowed
      *          the promotion at all, so tickets for suspended,
      *          fraud-flagged or closed accounts went straight onto
      *          the regional billing feeds and finance had to claw
      *          the discount back afterwards.
      *          The master carries one row per customer: a 6-digit
      *          customer ID, the 20-character customer name exactly
      *          as tickets.dat carries it in TKT-CUSTOMER (the
      *          nightly enrichment links a ticket to its customer by
      *          that name, so a name may belong to one ID only), a
      *          status (A=active, S=suspended, B=blocked), the date
      *          that status takes effect (CCYYMMDD) and the status
      *          that was in force before it.  A status keyed ahead
      *          of its effective date leaves the prior status in
      *          force until the date arrives, so a suspension can be
      *          keyed on Friday for Monday without touching
      *          Saturday's billing.
      *          Changes arrive through custtran.dat, one card-image
      *          transaction per record: an action byte (A=add,
      *          C=change, D=delete), the 6-digit customer ID and, for
      *          A/C, the name, the status byte and the effective
      *          date.  Every transaction is edited BEFORE anything
      *          is written: the ID must be numeric and non-zero, an
      *          added customer must not already be on file and must
      *          fit the table, a changed or deleted customer must
      *          exist, an added name must be non-blank and no name
      *          may already belong to another ID, a supplied status
      *          must be A, S or B, and a supplied effective date
      *          must be a real calendar date (blank means today).
      *          A change card may leave the name, status or date
      *          blank to keep the value on file; a status change
      *          moves the old status into the prior-status slot.
      *          A transaction that fails any edit is rejected with
      *          its reason and the master is left exactly as it was.
      *          Every transaction, accepted or rejected, is appended
      *          to custaudit.dat with the date, time, operator, the
      *          action, the before and after images of the affected
      *          customer and the accept/reject disposition with its
      *          reason.  custmast.dat is rewritten only when at
      *          least one transaction was accepted.
      *          RETURN-CODE is 0 when every transaction was accepted,
      *          4 when any was rejected, 16 when a file this program
      *          needs cannot be opened or the master holds more rows
      *          than the table, 12 when the operator lacks the RULES
      *          grant - the eligibility master decides what bills,
      *          so it takes the same grant the rules, rates and
      *          ticket master maintenance take.  A denied attempt
      *          stops before any file is touched and is logged to
      *          events.dat with the ID and function; a missing
      *          opauth.dat leaves the function unrestricted with a
      *          loud warning.
      *          Every events.dat record now carries a 24-byte seal
      *          after the text - a sequence number and a check value
      *          chained from the previous record - issued by
      *          FIZZBUZZ-SEAL and registered on trailseal.dat, so the
      *          nightly FIZZBUZZ-SEALCHK can prove no event was
      *          altered, inserted or removed.  A record that cannot be
      *          sealed is still written, with a warning.
      *          A status change keyed while an earlier future-dated
      *          status is still pending replaces the pending status and
      *          leaves the prior status alone - the status that never
      *          took effect is not recorded as the prior one.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-CUSTMNT.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustMasterFile ASSIGN TO "custmast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CustMasterStatus.

           SELECT CustTranFile ASSIGN TO "custtran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CustTranStatus.

           SELECT CustAuditFile ASSIGN TO "custaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CustAuditStatus.

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
       FD  CustMasterFile.
       01  CustMasterRecord.
           05  CUST-ID             PIC 9(6).
           05  CUST-NAME           PIC X(20).
           05  CUST-STATUS         PIC X(1).
           05  CUST-EFF-DATE       PIC 9(8).
           05  CUST-PRIOR-STATUS   PIC X(1).

       FD  CustTranFile.
       01  CustTranRecord.
           05  TRAN-ACTION         PIC X.
           05  TRAN-CUST-ID        PIC X(6).
           05  TRAN-NAME           PIC X(20).
           05  TRAN-STATUS         PIC X(1).
           05  TRAN-EFF-DATE       PIC X(8).

       FD  CustAuditFile.
       01  CustAuditRecord         PIC X(250).

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
       01  CustMasterStatus    PIC XX.
       01  CustTranStatus      PIC XX.
       01  CustAuditStatus     PIC XX.

       01  WS-CUST-TABLE.
           05  WS-CUST OCCURS 5000 TIMES INDEXED BY CUST-IDX.
               10  CUSTOMER-ID         PIC 9(6).
               10  CUSTOMER-NAME       PIC X(20).
               10  CUSTOMER-STATUS     PIC X(1).
               10  CUSTOMER-EFF-DATE   PIC 9(8).
               10  CUSTOMER-PRIOR      PIC X(1).
       01  WS-CUST-COUNT           PIC 9(5) VALUE 0.
       01  WS-MASTER-EOF-SWITCH    PIC X VALUE "N".
           88  WS-MASTER-EOF           VALUE "Y".
       01  WS-MASTER-OVER-SWITCH   PIC X VALUE "N".
           88  WS-MASTER-OVERFLOWED    VALUE "Y".

       01  WS-TRAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TRAN-EOF             VALUE "Y".

       01  WS-TRAN-CUST-ID         PIC 9(6) VALUE 0.
       01  WS-TRAN-EFF-DATE        PIC 9(8) VALUE 0.
       01  WS-MATCH-SUB            PIC 9(5) VALUE 0.
       01  WS-SHIFT-SUB            PIC 9(5) VALUE 0.
       01  WS-NAME-OWNER           PIC 9(6) VALUE 0.

       01  WS-DATE-CHECK.
           05  WS-DATE-CHECK-CCYY  PIC 9(4).
           05  WS-DATE-CHECK-MM    PIC 9(2).
           05  WS-DATE-CHECK-DD    PIC 9(2).
       01  WS-DATE-CHECK-NUM REDEFINES WS-DATE-CHECK PIC 9(8).
       01  WS-DATE-ROUND-TRIP      PIC 9(8) VALUE 0.

       01  WS-DISPOSITION          PIC X(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-BEFORE-IMAGE         PIC X(50).
       01  WS-AFTER-IMAGE          PIC X(50).

       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

       01  WS-AUDIT-LINE           PIC X(250).

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
           DISPLAY "----- FizzBuzz Customer Master Maintenance -----"
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
                   "authorized for RULES maintenance; nothing "
                   "applied."
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

           PERFORM LOAD-MASTER-PROCEDURE

           IF WS-MASTER-OVERFLOWED
               DISPLAY "Error: custmast.dat holds more rows than the "
                   "5000 the table carries; rewriting it would "
                   "truncate the master.  No maintenance applied."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CustTranFile
           IF CustTranStatus NOT = "00"
               DISPLAY "Error: Unable to open custtran.dat, Status: "
                   CustTranStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CustAuditFile
           IF CustAuditStatus NOT = "00"
               OPEN OUTPUT CustAuditFile
           END-IF
           IF CustAuditStatus NOT = "00"
               DISPLAY "Error: Unable to open custaudit.dat, "
                   "Status: " CustAuditStatus
               CLOSE CustTranFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRAN-EOF
               READ CustTranFile
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF CustTranRecord NOT = SPACES
                           PERFORM APPLY-TRANSACTION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CustTranFile
           CLOSE CustAuditFile

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

      * Is the operator granted RULES on opauth.dat?  A missing list
      * leaves the function unrestricted with a loud warning, so a
      * shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; customer maintenance "
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
                        AND AUTH-FUNCTION = "RULES"
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
           MOVE "CUSTMNT"       TO EVT-PROGRAM
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

      * A missing custmast.dat is not an error here - the maintenance
      * run may be creating the master.
       LOAD-MASTER-PROCEDURE.
           MOVE 0 TO WS-CUST-COUNT
           MOVE "N" TO WS-MASTER-EOF-SWITCH

           OPEN INPUT CustMasterFile
           IF CustMasterStatus = "00"
               PERFORM UNTIL WS-MASTER-EOF
                   READ CustMasterFile
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT >= 5000
                               SET WS-MASTER-OVERFLOWED TO TRUE
                               SET WS-MASTER-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CustMasterRecord
                                   TO WS-CUST(WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
           ELSE
               DISPLAY "    Info: custmast.dat not found; starting "
                   "from an empty customer master."
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

           IF TRAN-CUST-ID IS NOT NUMERIC
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "customer ID is not numeric"
                   TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-PROCEDURE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-CUST-ID TO WS-TRAN-CUST-ID

           IF WS-TRAN-CUST-ID = 0
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "customer ID must not be zero"
                   TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-PROCEDURE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF CUSTOMER-ID(CUST-IDX) = WS-TRAN-CUST-ID
                   SET WS-MATCH-SUB TO CUST-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SUB > 0
               PERFORM BUILD-BEFORE-IMAGE-PROCEDURE
           END-IF

           EVALUATE TRAN-ACTION
               WHEN "A"
                   PERFORM EDIT-ADD-PROCEDURE
               WHEN "C"
                   PERFORM EDIT-CHANGE-PROCEDURE
               WHEN "D"
                   PERFORM EDIT-DELETE-PROCEDURE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "action must be A, C or D"
                       TO WS-REJECT-REASON
           END-EVALUATE

           PERFORM WRITE-AUDIT-PROCEDURE

           IF WS-DISPOSITION = "ACCEPTED"
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * A new customer starts with no prior status - before its
      * effective date it is simply not yet on the master, which
      * the nightly run treats the same as not on file.
       EDIT-ADD-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB > 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "customer is already on file"
                       TO WS-REJECT-REASON
               WHEN WS-CUST-COUNT >= 5000
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "customer table is full (5000 rows)"
                       TO WS-REJECT-REASON
               WHEN TRAN-NAME = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "customer name must not be blank"
                       TO WS-REJECT-REASON
               WHEN TRAN-STATUS NOT = "A" AND TRAN-STATUS NOT = "S"
                AND TRAN-STATUS NOT = "B"
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "status must be A, S or B"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-NAME-PROCEDURE
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CHECK-EFF-DATE-PROCEDURE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       MOVE "REJECTED" TO WS-DISPOSITION
                   ELSE
                       ADD 1 TO WS-CUST-COUNT
                       MOVE WS-TRAN-CUST-ID
                           TO CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE TRAN-NAME
                           TO CUSTOMER-NAME(WS-CUST-COUNT)
                       MOVE TRAN-STATUS
                           TO CUSTOMER-STATUS(WS-CUST-COUNT)
                       MOVE WS-TRAN-EFF-DATE
                           TO CUSTOMER-EFF-DATE(WS-CUST-COUNT)
                       MOVE SPACE
                           TO CUSTOMER-PRIOR(WS-CUST-COUNT)
                       MOVE WS-CUST-COUNT TO WS-MATCH-SUB
                       PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                   END-IF
           END-EVALUATE.

      * A change card replaces only the fields it supplies.  A new
      * status pushes the status on file into the prior-status slot,
      * which is what stays in force until the new effective date
      * arrives; a date-only change re-dates the pending status.
       EDIT-CHANGE-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB = 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "customer is not on file"
                       TO WS-REJECT-REASON
               WHEN TRAN-NAME = SPACES
                AND TRAN-STATUS = SPACE
                AND TRAN-EFF-DATE = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "change card supplies nothing to change"
                       TO WS-REJECT-REASON
               WHEN TRAN-STATUS NOT = SPACE
                AND TRAN-STATUS NOT = "A" AND TRAN-STATUS NOT = "S"
                AND TRAN-STATUS NOT = "B"
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "status must be A, S or B"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF TRAN-NAME NOT = SPACES
                       PERFORM CHECK-NAME-PROCEDURE
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM CHECK-EFF-DATE-PROCEDURE
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       MOVE "REJECTED" TO WS-DISPOSITION
                   ELSE
                       IF TRAN-NAME NOT = SPACES
                           MOVE TRAN-NAME
                               TO CUSTOMER-NAME(WS-MATCH-SUB)
                       END-IF
                       IF TRAN-STATUS NOT = SPACE
                        AND TRAN-STATUS NOT =
                               CUSTOMER-STATUS(WS-MATCH-SUB)
                           IF CUSTOMER-EFF-DATE(WS-MATCH-SUB)
                                   <= WS-RUN-DATE
                               MOVE CUSTOMER-STATUS(WS-MATCH-SUB)
                                   TO CUSTOMER-PRIOR(WS-MATCH-SUB)
                           END-IF
                           MOVE TRAN-STATUS
                               TO CUSTOMER-STATUS(WS-MATCH-SUB)
                       END-IF
                       IF TRAN-STATUS NOT = SPACE
                        OR TRAN-EFF-DATE NOT = SPACES
                           MOVE WS-TRAN-EFF-DATE
                               TO CUSTOMER-EFF-DATE(WS-MATCH-SUB)
                       END-IF
                       PERFORM BUILD-AFTER-IMAGE-PROCEDURE
                   END-IF
           END-EVALUATE.

      * Deleting row N slides every row past it up one so the table
      * stays dense.  A deleted customer's tickets hold from the
      * next night on as not on the master - block the customer
      * instead when the intent is only to stop the billing.
       EDIT-DELETE-PROCEDURE.
           IF WS-MATCH-SUB = 0
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "customer is not on file"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-MATCH-SUB BY 1
                       UNTIL WS-SHIFT-SUB >= WS-CUST-COUNT
                   MOVE WS-CUST(WS-SHIFT-SUB + 1)
                       TO WS-CUST(WS-SHIFT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-CUST-COUNT
               MOVE "(deleted)" TO WS-AFTER-IMAGE
           END-IF.

      * The nightly enrichment finds a ticket's customer by name, so
      * a name already carried by a different ID would make the
      * link ambiguous and is refused.
       CHECK-NAME-PROCEDURE.
           MOVE 0 TO WS-NAME-OWNER
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               IF CUSTOMER-NAME(CUST-IDX) = TRAN-NAME
                AND CUSTOMER-ID(CUST-IDX) NOT = WS-TRAN-CUST-ID
                   MOVE CUSTOMER-ID(CUST-IDX) TO WS-NAME-OWNER
               END-IF
           END-PERFORM

           IF WS-NAME-OWNER > 0
               MOVE SPACES TO WS-REJECT-REASON
               STRING "name already belongs to ID "
                   DELIMITED BY SIZE
                   WS-NAME-OWNER DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
           END-IF.

      * Blank means the status takes effect today.  A supplied date
      * must survive a round trip through the day count, which
      * throws out the 31st of a 30-day month and 29 February of a
      * common year as well as a month or day out of range.
       CHECK-EFF-DATE-PROCEDURE.
           IF TRAN-EFF-DATE = SPACES
               IF WS-MATCH-SUB > 0 AND TRAN-STATUS = SPACE
                   MOVE CUSTOMER-EFF-DATE(WS-MATCH-SUB)
                       TO WS-TRAN-EFF-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-TRAN-EFF-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF TRAN-EFF-DATE IS NOT NUMERIC
               MOVE "effective date is not numeric"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE TRAN-EFF-DATE TO WS-DATE-CHECK-NUM
           IF WS-DATE-CHECK-CCYY < 1601
            OR WS-DATE-CHECK-MM < 1 OR WS-DATE-CHECK-MM > 12
            OR WS-DATE-CHECK-DD < 1 OR WS-DATE-CHECK-DD > 31
               MOVE "effective date is not a valid date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK-NUM))
               TO WS-DATE-ROUND-TRIP
           IF WS-DATE-ROUND-TRIP NOT = WS-DATE-CHECK-NUM
               MOVE "effective date is not a valid date"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DATE-CHECK-NUM TO WS-TRAN-EFF-DATE.

       BUILD-BEFORE-IMAGE-PROCEDURE.
           STRING CUSTOMER-ID(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-NAME(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-STATUS(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-EFF-DATE(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-PRIOR(WS-MATCH-SUB) DELIMITED BY SIZE
               INTO WS-BEFORE-IMAGE.

       BUILD-AFTER-IMAGE-PROCEDURE.
           STRING CUSTOMER-ID(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-NAME(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-STATUS(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-EFF-DATE(WS-MATCH-SUB) DELIMITED BY SIZE
               CUSTOMER-PRIOR(WS-MATCH-SUB) DELIMITED BY SIZE
               INTO WS-AFTER-IMAGE.

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
               CustTranRecord DELIMITED BY SIZE
               " BEFORE=[" DELIMITED BY SIZE
               WS-BEFORE-IMAGE DELIMITED BY SIZE
               "] AFTER=[" DELIMITED BY SIZE
               WS-AFTER-IMAGE DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           MOVE WS-AUDIT-LINE TO CustAuditRecord
           WRITE CustAuditRecord

           IF CustAuditStatus NOT = "00"
               DISPLAY "    Warning: unable to write custaudit.dat, "
                   "Status: " CustAuditStatus
           END-IF.

       REWRITE-MASTER-PROCEDURE.
           OPEN OUTPUT CustMasterFile
           IF CustMasterStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite custmast.dat, "
                   "Status: " CustMasterStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > WS-CUST-COUNT
               MOVE CUSTOMER-ID(CUST-IDX)       TO CUST-ID
               MOVE CUSTOMER-NAME(CUST-IDX)     TO CUST-NAME
               MOVE CUSTOMER-STATUS(CUST-IDX)   TO CUST-STATUS
               MOVE CUSTOMER-EFF-DATE(CUST-IDX) TO CUST-EFF-DATE
               MOVE CUSTOMER-PRIOR(CUST-IDX)    TO CUST-PRIOR-STATUS
               WRITE CustMasterRecord
               IF CustMasterStatus NOT = "00"
                   DISPLAY "    Warning: unable to write custmast.dat "
                       "row, Status: " CustMasterStatus
               END-IF
           END-PERFORM

           CLOSE CustMasterFile
           DISPLAY "    Info: custmast.dat rewritten with "
               WS-CUST-COUNT " customers.".

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

       END PROGRAM FIZZBUZZ-CUSTMNT.
