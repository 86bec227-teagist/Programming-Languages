      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Maintain glmap.dat, the table the general ledger
      *          journal (FIZZBUZZ-GLJRNL) maps each region and
      *          promotion label to a cost center and a pair of
      *          ledger accounts through, under program control - a
      *          wrong account posts the promotion's cost somewhere
      *          finance will not find it, so the table gets the
      *          same edits and audit trail FIZZBUZZ-RATEMNT gives
      *          rates.dat.
      *          glmap.dat carries one row per region and label: the
      *          region (10 characters, as on tickets.dat, or * for
      *          every region without a row of its own), the label
      *          (as on rates.dat), the cost center (6 characters),
      *          the promotion expense account debited and the
      *          accrued liability account credited (8 characters
      *          each).
      *          Changes arrive through glmaptran.dat, one card-image
      *          transaction per record: an action byte (A=add,
      *          C=change, D=delete), the region and label the row is
      *          keyed on and, for A/C, the cost center and the two
      *          accounts.  Every transaction is edited BEFORE
      *          anything is written: region and label must be
      *          non-blank, an added key must not already be on file
      *          and must fit the 200-row table, a changed or deleted
      *          key must exist, and an A/C must carry a cost center
      *          and two different, non-blank accounts.  A
      *          transaction that fails any edit is rejected and the
      *          table is left exactly as it was.
      *          Every transaction, accepted or rejected, is appended
      *          to glmapaudit.dat with the date, time, operator, the
      *          action, the before and after images of the affected
      *          row and the accept/reject disposition with its
      *          reason.  glmap.dat is rewritten only when at least
      *          one transaction was accepted.
      *          RETURN-CODE is 0 when every transaction was accepted,
      *          4 when any was rejected, 16 when a file this program
      *          needs cannot be opened, 12 when the operator lacks
      *          the GLMAP grant on opauth.dat.  A denied attempt
      *          stops before any file is touched and is logged to
      *          events.dat with the ID and function.  A missing
      *          opauth.dat leaves the function unrestricted with a
      *          loud warning.
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
       PROGRAM-ID. FIZZBUZZ-GLMAPMNT.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlMapFile ASSIGN TO "glmap.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlMapStatus.

           SELECT GlMapTranFile ASSIGN TO "glmaptran.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlMapTranStatus.

           SELECT GlMapAuditFile ASSIGN TO "glmapaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GlMapAuditStatus.

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
       FD  GlMapFile.
       01  GlMapRecord.
           05  GLM-REC-REGION      PIC X(10).
           05  GLM-REC-LABEL       PIC X(10).
           05  GLM-REC-COST-CENTER PIC X(6).
           05  GLM-REC-EXPENSE     PIC X(8).
           05  GLM-REC-LIABILITY   PIC X(8).

       FD  GlMapTranFile.
       01  GlMapTranRecord.
           05  TRAN-ACTION         PIC X.
           05  TRAN-REGION         PIC X(10).
           05  TRAN-LABEL          PIC X(10).
           05  TRAN-COST-CENTER    PIC X(6).
           05  TRAN-EXPENSE        PIC X(8).
           05  TRAN-LIABILITY      PIC X(8).

       FD  GlMapAuditFile.
       01  GlMapAuditRecord        PIC X(300).

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
       01  GlMapStatus         PIC XX.
       01  GlMapTranStatus     PIC XX.
       01  GlMapAuditStatus    PIC XX.

       01  WS-MAP-TABLE.
           05  WS-MAP OCCURS 200 TIMES INDEXED BY MAP-IDX.
               10  MAP-REGION          PIC X(10).
               10  MAP-LABEL           PIC X(10).
               10  MAP-COST-CENTER     PIC X(6).
               10  MAP-EXPENSE         PIC X(8).
               10  MAP-LIABILITY       PIC X(8).
       01  WS-MAP-COUNT            PIC 9(3) VALUE 0.
       01  WS-MAP-EOF-SWITCH       PIC X VALUE "N".
           88  WS-MAP-EOF              VALUE "Y".

       01  WS-TRAN-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TRAN-EOF             VALUE "Y".

       01  WS-MATCH-SUB            PIC 9(3) VALUE 0.
       01  WS-SHIFT-SUB            PIC 9(3) VALUE 0.

       01  WS-DISPOSITION          PIC X(8).
       01  WS-REJECT-REASON        PIC X(40).
       01  WS-BEFORE-IMAGE         PIC X(42).
       01  WS-AFTER-IMAGE          PIC X(42).

       01  WS-ACCEPTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

       01  WS-AUDIT-LINE           PIC X(300).

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
           DISPLAY "----- FizzBuzz GL Mapping Maintenance -----"
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
                   "authorized for GLMAP maintenance; nothing "
                   "applied."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - GLMAP by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-MAP-PROCEDURE

           OPEN INPUT GlMapTranFile
           IF GlMapTranStatus NOT = "00"
               DISPLAY "Error: Unable to open glmaptran.dat, Status: "
                   GlMapTranStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND GlMapAuditFile
           IF GlMapAuditStatus NOT = "00"
               OPEN OUTPUT GlMapAuditFile
           END-IF
           IF GlMapAuditStatus NOT = "00"
               DISPLAY "Error: Unable to open glmapaudit.dat, "
                   "Status: " GlMapAuditStatus
               CLOSE GlMapTranFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-TRAN-EOF
               READ GlMapTranFile
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF GlMapTranRecord NOT = SPACES
                           PERFORM APPLY-TRANSACTION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GlMapTranFile
           CLOSE GlMapAuditFile

           IF WS-ACCEPTED-COUNT > 0
               PERFORM REWRITE-MAP-PROCEDURE
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

      * Is the operator granted GLMAP on opauth.dat?  A missing list
      * leaves the function unrestricted with a loud warning, so a
      * shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; mapping maintenance is "
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
                        AND AUTH-FUNCTION = "GLMAP"
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
           MOVE "GLMAPMNT"      TO EVT-PROGRAM
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

      * A missing glmap.dat is not an error here - the maintenance
      * run may be creating it.
       LOAD-MAP-PROCEDURE.
           MOVE 0 TO WS-MAP-COUNT
           MOVE "N" TO WS-MAP-EOF-SWITCH

           OPEN INPUT GlMapFile
           IF GlMapStatus = "00"
               PERFORM UNTIL WS-MAP-EOF
                   READ GlMapFile
                       AT END
                           SET WS-MAP-EOF TO TRUE
                       NOT AT END
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
                   END-READ
               END-PERFORM
               CLOSE GlMapFile
           ELSE
               DISPLAY "    Info: glmap.dat not found; starting from "
                   "an empty mapping table."
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

           IF TRAN-REGION = SPACES OR TRAN-LABEL = SPACES
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "region and label must not be blank"
                   TO WS-REJECT-REASON
               PERFORM WRITE-AUDIT-PROCEDURE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
               IF MAP-REGION(MAP-IDX) = TRAN-REGION
                AND MAP-LABEL(MAP-IDX) = TRAN-LABEL
                   SET WS-MATCH-SUB TO MAP-IDX
               END-IF
           END-PERFORM

           IF WS-MATCH-SUB > 0
               MOVE WS-MAP(WS-MATCH-SUB) TO WS-BEFORE-IMAGE
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

       EDIT-ADD-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-MATCH-SUB > 0
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "region and label are already on file"
                       TO WS-REJECT-REASON
               WHEN WS-MAP-COUNT >= 200
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "mapping table is full (200 rows)"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM EDIT-ACCOUNTS-PROCEDURE
                   IF WS-DISPOSITION = "ACCEPTED"
                       ADD 1 TO WS-MAP-COUNT
                       MOVE WS-MAP-COUNT TO WS-MATCH-SUB
                       PERFORM STORE-TRANSACTION-PROCEDURE
                   END-IF
           END-EVALUATE.

       EDIT-CHANGE-PROCEDURE.
           IF WS-MATCH-SUB = 0
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "region and label are not on file"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM EDIT-ACCOUNTS-PROCEDURE
               IF WS-DISPOSITION = "ACCEPTED"
                   PERFORM STORE-TRANSACTION-PROCEDURE
               END-IF
           END-IF.

      * The cost center and both accounts must be present, and the
      * debit and credit sides must not be the same account - a
      * journal line posted against itself nets to nothing.
       EDIT-ACCOUNTS-PROCEDURE.
           EVALUATE TRUE
               WHEN TRAN-COST-CENTER = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "cost center must not be blank"
                       TO WS-REJECT-REASON
               WHEN TRAN-EXPENSE = SPACES
                OR TRAN-LIABILITY = SPACES
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "both accounts must be given"
                       TO WS-REJECT-REASON
               WHEN TRAN-EXPENSE = TRAN-LIABILITY
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE "expense and liability accounts are equal"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STORE-TRANSACTION-PROCEDURE.
           MOVE TRAN-REGION      TO MAP-REGION(WS-MATCH-SUB)
           MOVE TRAN-LABEL       TO MAP-LABEL(WS-MATCH-SUB)
           MOVE TRAN-COST-CENTER TO MAP-COST-CENTER(WS-MATCH-SUB)
           MOVE TRAN-EXPENSE     TO MAP-EXPENSE(WS-MATCH-SUB)
           MOVE TRAN-LIABILITY   TO MAP-LIABILITY(WS-MATCH-SUB)
           MOVE WS-MAP(WS-MATCH-SUB) TO WS-AFTER-IMAGE.

      * Deleting row N slides every row past it up one so the table
      * stays dense, the same shape LOAD-MAP-PROCEDURE builds.
       EDIT-DELETE-PROCEDURE.
           IF WS-MATCH-SUB = 0
               MOVE "REJECTED" TO WS-DISPOSITION
               MOVE "region and label are not on file"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-MATCH-SUB BY 1
                       UNTIL WS-SHIFT-SUB >= WS-MAP-COUNT
                   MOVE WS-MAP(WS-SHIFT-SUB + 1)
                       TO WS-MAP(WS-SHIFT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-MAP-COUNT
               MOVE "(deleted)" TO WS-AFTER-IMAGE
           END-IF.

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
               GlMapTranRecord DELIMITED BY SIZE
               " BEFORE=[" DELIMITED BY SIZE
               WS-BEFORE-IMAGE DELIMITED BY SIZE
               "] AFTER=[" DELIMITED BY SIZE
               WS-AFTER-IMAGE DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-AUDIT-LINE
           MOVE WS-AUDIT-LINE TO GlMapAuditRecord
           WRITE GlMapAuditRecord

           IF GlMapAuditStatus NOT = "00"
               DISPLAY "    Warning: unable to write glmapaudit.dat, "
                   "Status: " GlMapAuditStatus
           END-IF.

       REWRITE-MAP-PROCEDURE.
           OPEN OUTPUT GlMapFile
           IF GlMapStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite glmap.dat, Status: "
                   GlMapStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP(MAP-IDX) TO GlMapRecord
               WRITE GlMapRecord
               IF GlMapStatus NOT = "00"
                   DISPLAY "    Warning: unable to write glmap.dat "
                       "row, Status: " GlMapStatus
               END-IF
           END-PERFORM

           CLOSE GlMapFile
           DISPLAY "    Info: glmap.dat rewritten with "
               WS-MAP-COUNT " rows.".

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

       END PROGRAM FIZZBUZZ-GLMAPMNT.
