      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Expire archive.dat rows past the seven-year records
      *          retention period, keeping back every row a legal
      *          hold on legalhold.dat still covers, and produce the
      *          destruction certificate records management signs.
      *          The cut-off is the run date less WS-RETENTION-YEARS
      *          (7) years; a row whose run date falls before it is
      *          past retention.  (A 29 February run date cuts off at
      *          28 February - seven years back is never a leap year
      *          in this century.)  A row past retention that an
      *          active hold covers - a D hold whose from/to range
      *          takes in the row's run date, or a T hold on the row's
      *          ticket number - is kept and credited to that hold;
      *          every other row past retention is destroyed.  Rows
      *          inside retention are always kept.
      *          The legal hold list is mandatory: a missing or
      *          unreadable legalhold.dat refuses the run, because
      *          destroying rows with no way to know what legal needs
      *          cannot be undone.  FIZZBUZZ-LGLMNT maintains it.
      *          The kept rows are written to archive.tmp first and
      *          the split proved (rows read = kept + held + destroyed,
      *          and archive.tmp holds kept + held) before archive.dat
      *          is touched.  archive.dat is then rewritten from
      *          archive.tmp and read back; its row count and ticket
      *          number hash total must equal what was kept.  Only
      *          then is archive.tmp deleted - if the read-back fails
      *          archive.tmp stays behind as the recovery copy.
      *          The certificate, expcert.<ccyymmdd>.txt, gives the
      *          cut-off, the operator, the rows destroyed and held
      *          back for every run date past retention, every active
      *          hold with the rows it kept back, the before/after
      *          proof, and a sign-off block for records management.
      *          The outcome is logged to events.dat.  The run is on
      *          demand, not part of the nightly chain.
      *          RETURN-CODE is 0 when the proof balances, 8 when it
      *          does not, 12 when the operator lacks the EXPIRE grant
      *          on opauth.dat, and 16 when the run is refused (no
      *          legal hold list, too many holds, or runlock.dat held
      *          by the nightly run) or a file cannot be opened.  A
      *          denied attempt stops before any file is touched and
      *          is logged to events.dat, as is a run-lock refusal.  A
      *          missing opauth.dat leaves the function unrestricted
      *          with a loud warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-ARCHEXP.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchiveFile ASSIGN TO "archive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ArchiveStatus.

           SELECT ArchiveTempFile ASSIGN TO "archive.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS ArchiveTempStatus.

           SELECT LegalHoldFile ASSIGN TO "legalhold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LegalHoldStatus.

           SELECT CertFile ASSIGN TO DYNAMIC WS-CERT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS CertStatus.

           SELECT OpAuthFile ASSIGN TO "opauth.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpAuthStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

           SELECT RunLockFile ASSIGN TO "runlock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RunLockStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ARCH-RUN-DATE       PIC 9(8).
           05  ARCH-NUMBER         PIC 9(6).
           05  ARCH-CLASSIFICATION PIC X(20).

       FD  ArchiveTempFile.
       01  ArchiveTempRecord       PIC X(34).

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

       FD  CertFile.
       01  CertRecord              PIC X(132).

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

       FD  RunLockFile.
       01  RunLockRecord.
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(8).
           05  LOCK-OPERATOR       PIC X(20).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  ArchiveStatus       PIC XX.
       01  ArchiveTempStatus   PIC XX.
       01  LegalHoldStatus     PIC XX.
       01  CertStatus          PIC XX.
       01  OpAuthStatus        PIC XX.
       01  EventStatus         PIC XX.
       01  RunLockStatus       PIC XX.

       01  WS-CERT-FILENAME    PIC X(30) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(8) VALUE 0.
       01  WS-OPERATOR         PIC X(20).

       01  WS-RETENTION-YEARS  PIC 9(2) VALUE 7.
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-CCYY  PIC 9(4).
           05  WS-CUTOFF-MM    PIC 9(2).
           05  WS-CUTOFF-DD    PIC 9(2).
       01  WS-CUTOFF-NUM REDEFINES WS-CUTOFF-DATE PIC 9(8).

      * Active holds only; a released hold protects nothing.
       01  WS-HOLD-TABLE.
           05  WS-HOLD OCCURS 500 TIMES INDEXED BY HLD-IDX.
               10  HOLD-ID             PIC X(10).
               10  HOLD-TYPE           PIC X(1).
               10  HOLD-FROM-DATE      PIC 9(8).
               10  HOLD-TO-DATE        PIC 9(8).
               10  HOLD-TICKET         PIC 9(6).
               10  HOLD-MATTER         PIC X(30).
               10  HOLD-KEPT-COUNT     PIC 9(9).
       01  WS-HOLD-COUNT           PIC 9(3) VALUE 0.
       01  WS-HOLD-ROWS            PIC 9(5) VALUE 0.
       01  WS-HOLD-EOF-SWITCH      PIC X VALUE "N".
           88  WS-HOLD-EOF             VALUE "Y".
       01  WS-HOLD-OVER-SWITCH     PIC X VALUE "N".
           88  WS-HOLD-OVERFLOWED      VALUE "Y".
       01  WS-HELD-SWITCH          PIC X VALUE "N".
           88  WS-ROW-IS-HELD          VALUE "Y".

      * Rows destroyed and held back per run date past retention.
      * The archive is appended in run-date order, so the last entry
      * used is tried before the table is searched.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 4000 TIMES INDEXED BY DTE-IDX.
               10  DTE-RUN-DATE        PIC 9(8).
               10  DTE-REMOVED         PIC 9(7).
               10  DTE-HELD            PIC 9(7).
       01  WS-DATE-COUNT           PIC 9(4) VALUE 0.
       01  WS-DATE-LAST            PIC 9(4) VALUE 0.
       01  WS-DATE-SUB             PIC 9(4) VALUE 0.
       01  WS-DATE-OVER-SWITCH     PIC X VALUE "N".
           88  WS-DATE-OVERFLOWED      VALUE "Y".

       01  WS-ARCH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-ARCH-EOF             VALUE "Y".
       01  WS-TEMP-EOF-SWITCH      PIC X VALUE "N".
           88  WS-TEMP-EOF             VALUE "Y".
       01  WS-PROOF-SWITCH         PIC X VALUE "Y".
           88  WS-PROOF-BALANCES       VALUE "Y".
       01  WS-REWRITE-SWITCH       PIC X VALUE "N".
           88  WS-ARCHIVE-REWRITTEN    VALUE "Y".

      * Both sides of the proof: what was in archive.dat, how it was
      * split, and what archive.dat holds afterwards.
       01  WS-BEFORE-COUNT         PIC 9(9) VALUE 0.
       01  WS-BEFORE-HASH          PIC 9(15) VALUE 0.
       01  WS-RETAINED-COUNT       PIC 9(9) VALUE 0.
       01  WS-HELD-COUNT           PIC 9(9) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(9) VALUE 0.
       01  WS-EXPIRED-HASH         PIC 9(15) VALUE 0.
       01  WS-TEMP-COUNT           PIC 9(9) VALUE 0.
       01  WS-COPIED-COUNT         PIC 9(9) VALUE 0.
       01  WS-AFTER-COUNT          PIC 9(9) VALUE 0.
       01  WS-AFTER-HASH           PIC 9(15) VALUE 0.
       01  WS-KEPT-HASH            PIC 9(15) VALUE 0.
       01  WS-SUM-COUNT            PIC 9(10) VALUE 0.

       01  WS-REPORT-LINE          PIC X(132).
       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-COUNT-EDIT-2         PIC Z(8)9.
       01  WS-HASH-EDIT            PIC Z(14)9.

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
           DISPLAY "----- FizzBuzz Archive Retention Expiry -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for EXPIRE; nothing destroyed."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - EXPIRE by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-CUTOFF-NUM
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-CCYY
           IF WS-CUTOFF-MM = 2 AND WS-CUTOFF-DD = 29
               MOVE 28 TO WS-CUTOFF-DD
           END-IF
           DISPLAY "Cut-off  : rows run before " WS-CUTOFF-NUM
               " are past retention."

           PERFORM LOAD-HOLDS-PROCEDURE
           IF LegalHoldStatus NOT = "00"
               DISPLAY "Error: Unable to open legalhold.dat, Status: "
                   LegalHoldStatus "; without the legal hold list "
                   "nothing may be destroyed.  Nothing destroyed."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE "archive expiry refused - legalhold.dat not "
                   TO WS-EVT-TEXT
               MOVE "available" TO WS-EVT-TEXT(44:)
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HOLD-OVERFLOWED
               DISPLAY "Error: legalhold.dat holds more active holds "
                   "than the 500 the table carries; a hold left out "
                   "would not protect its rows.  Nothing destroyed."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "archive expiry refused - "
                   "more than 500 active legal holds"
                   DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Holds    : " WS-HOLD-COUNT " active of "
               WS-HOLD-ROWS " on legalhold.dat"

      * archive.dat is rewritten in place; the nightly sweep appending
      * to it meanwhile would lose its rows.
           OPEN INPUT RunLockFile
           IF RunLockStatus = "00"
               INITIALIZE RunLockRecord
               READ RunLockFile
                   AT END
                       CONTINUE
               END-READ
               CLOSE RunLockFile
               DISPLAY "Error: a run-lock is held by " LOCK-OPERATOR
                   " since " LOCK-DATE " " LOCK-TIME "; archive.dat "
                   "cannot be expired while the nightly run holds "
                   "it.  Nothing destroyed."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "archive expiry refused - run-lock held by "
                   DELIMITED BY SIZE
                   LOCK-OPERATOR DELIMITED BY SPACE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ArchiveFile
           IF ArchiveStatus NOT = "00"
               DISPLAY "Error: Unable to open archive.dat, Status: "
                   ArchiveStatus "; nothing destroyed."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "archive expiry not run - "
                   "archive.dat cannot be opened, status "
                   DELIMITED BY SIZE
                   ArchiveStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ArchiveTempFile
           IF ArchiveTempStatus NOT = "00"
               DISPLAY "Error: Unable to open archive.tmp, Status: "
                   ArchiveTempStatus "; nothing destroyed."
               CLOSE ArchiveFile
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "archive expiry not run - "
                   "archive.tmp cannot be opened, status "
                   DELIMITED BY SIZE
                   ArchiveTempStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "expcert." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CERT-FILENAME
           OPEN OUTPUT CertFile
           IF CertStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-CERT-FILENAME
                   ", Status: " CertStatus "; nothing destroyed."
               CLOSE ArchiveFile
               CLOSE ArchiveTempFile
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "archive expiry not run - "
                   "certificate cannot be opened, status "
                   DELIMITED BY SIZE
                   CertStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-ARCH-EOF
               READ ArchiveFile
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF ArchiveRecord NOT = SPACES
                           PERFORM SPLIT-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ArchiveFile
           CLOSE ArchiveTempFile

      * The split must account for every row before archive.dat is
      * rewritten; if it does not, archive.dat is left untouched.
           COMPUTE WS-SUM-COUNT = WS-RETAINED-COUNT + WS-HELD-COUNT
               + WS-EXPIRED-COUNT
           COMPUTE WS-KEPT-HASH = WS-BEFORE-HASH - WS-EXPIRED-HASH
           IF WS-SUM-COUNT NOT = WS-BEFORE-COUNT
            OR WS-TEMP-COUNT NOT = WS-RETAINED-COUNT + WS-HELD-COUNT
               MOVE "N" TO WS-PROOF-SWITCH
               DISPLAY "Error: the split of archive.dat does not "
                   "account for every row; archive.dat left "
                   "untouched."
           END-IF

           IF WS-PROOF-BALANCES AND WS-EXPIRED-COUNT > 0
               PERFORM REWRITE-ARCHIVE-PROCEDURE
           END-IF

           IF WS-PROOF-BALANCES
               IF WS-ARCHIVE-REWRITTEN
                   PERFORM READ-BACK-PROCEDURE
               ELSE
                   MOVE WS-BEFORE-COUNT TO WS-AFTER-COUNT
                   MOVE WS-BEFORE-HASH  TO WS-AFTER-HASH
               END-IF
           END-IF

           IF WS-PROOF-BALANCES
               CALL "CBL_DELETE_FILE" USING "archive.tmp"
           END-IF

           PERFORM WRITE-CERTIFICATE-PROCEDURE
           CLOSE CertFile

           MOVE SPACES TO WS-EVT-TEXT
           IF WS-PROOF-BALANCES
               MOVE "INFO" TO WS-EVT-SEVERITY
               MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
               MOVE WS-HELD-COUNT TO WS-COUNT-EDIT-2
               STRING "archive expiry before " DELIMITED BY SIZE
                   WS-CUTOFF-NUM DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " destroyed, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
                   " held, proof balances" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
           ELSE
               MOVE "ERROR" TO WS-EVT-SEVERITY
               STRING "archive expiry before " DELIMITED BY SIZE
                   WS-CUTOFF-NUM DELIMITED BY SIZE
                   " - proof does not balance, see "
                   DELIMITED BY SIZE
                   WS-CERT-FILENAME DELIMITED BY SPACE
                   INTO WS-EVT-TEXT
           END-IF
           PERFORM WRITE-EVENT-PROCEDURE

           DISPLAY " "
           DISPLAY "Rows before  : " WS-BEFORE-COUNT
           DISPLAY "Retained     : " WS-RETAINED-COUNT
           DISPLAY "Held by hold : " WS-HELD-COUNT
           DISPLAY "Destroyed    : " WS-EXPIRED-COUNT
           DISPLAY "Rows after   : " WS-AFTER-COUNT
           DISPLAY "Certificate  : " WS-CERT-FILENAME

           IF WS-PROOF-BALANCES
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Error: the expiry proof does not balance; "
                   "see the certificate before the archive is used."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * Is the operator granted EXPIRE on opauth.dat?  A missing list
      * leaves the function unrestricted with a loud warning, so a
      * shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; archive expiry is "
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
                        AND AUTH-FUNCTION = "EXPIRE"
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
           MOVE "ARCHEXP"       TO EVT-PROGRAM
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

      * LegalHoldStatus is left as the OPEN set it, so the caller can
      * refuse the run when the list is not there.
       LOAD-HOLDS-PROCEDURE.
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-ROWS

           OPEN INPUT LegalHoldFile
           IF LegalHoldStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLD-EOF
               READ LegalHoldFile
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-ROWS
                       IF LGH-STATUS = "A"
                           PERFORM LOAD-ONE-HOLD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LegalHoldFile
           MOVE "00" TO LegalHoldStatus.

       LOAD-ONE-HOLD-PROCEDURE.
           IF WS-HOLD-COUNT >= 500
               SET WS-HOLD-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE LGH-ID        TO HOLD-ID(WS-HOLD-COUNT)
           MOVE LGH-TYPE      TO HOLD-TYPE(WS-HOLD-COUNT)
           MOVE LGH-FROM-DATE TO HOLD-FROM-DATE(WS-HOLD-COUNT)
           MOVE LGH-TO-DATE   TO HOLD-TO-DATE(WS-HOLD-COUNT)
           MOVE LGH-TICKET    TO HOLD-TICKET(WS-HOLD-COUNT)
           MOVE LGH-MATTER    TO HOLD-MATTER(WS-HOLD-COUNT)
           MOVE 0             TO HOLD-KEPT-COUNT(WS-HOLD-COUNT).

      * Decide one archive row: inside retention it is kept; past
      * retention it is kept only when a hold covers it, and every
      * hold that covers it is credited.
       SPLIT-ROW-PROCEDURE.
           ADD 1 TO WS-BEFORE-COUNT
           ADD ARCH-NUMBER TO WS-BEFORE-HASH

           IF ARCH-RUN-DATE NOT < WS-CUTOFF-NUM
               ADD 1 TO WS-RETAINED-COUNT
               PERFORM WRITE-TEMP-PROCEDURE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HELD-SWITCH
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT
               IF (HOLD-TYPE(HLD-IDX) = "D"
                   AND ARCH-RUN-DATE NOT < HOLD-FROM-DATE(HLD-IDX)
                   AND ARCH-RUN-DATE NOT > HOLD-TO-DATE(HLD-IDX))
                OR (HOLD-TYPE(HLD-IDX) = "T"
                   AND ARCH-NUMBER = HOLD-TICKET(HLD-IDX))
                   SET WS-ROW-IS-HELD TO TRUE
                   ADD 1 TO HOLD-KEPT-COUNT(HLD-IDX)
               END-IF
           END-PERFORM

           PERFORM FIND-DATE-PROCEDURE

           IF WS-ROW-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               IF WS-DATE-SUB > 0
                   ADD 1 TO DTE-HELD(WS-DATE-SUB)
               END-IF
               PERFORM WRITE-TEMP-PROCEDURE
           ELSE
               ADD 1 TO WS-EXPIRED-COUNT
               ADD ARCH-NUMBER TO WS-EXPIRED-HASH
               IF WS-DATE-SUB > 0
                   ADD 1 TO DTE-REMOVED(WS-DATE-SUB)
               END-IF
           END-IF.

       WRITE-TEMP-PROCEDURE.
           MOVE ArchiveRecord TO ArchiveTempRecord
           WRITE ArchiveTempRecord
           IF ArchiveTempStatus = "00"
               ADD 1 TO WS-TEMP-COUNT
           ELSE
               DISPLAY "    Warning: unable to write archive.tmp "
                   "record, Status: " ArchiveTempStatus
           END-IF.

      * Locate (or add) the per-date entry for ARCH-RUN-DATE.  A date
      * the table cannot take leaves WS-DATE-SUB at zero; the totals
      * stay right and the certificate says the detail is short.
       FIND-DATE-PROCEDURE.
           MOVE 0 TO WS-DATE-SUB
           IF WS-DATE-LAST > 0
               IF DTE-RUN-DATE(WS-DATE-LAST) = ARCH-RUN-DATE
                   MOVE WS-DATE-LAST TO WS-DATE-SUB
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING DTE-IDX FROM 1 BY 1
                   UNTIL DTE-IDX > WS-DATE-COUNT
                      OR WS-DATE-SUB > 0
               IF DTE-RUN-DATE(DTE-IDX) = ARCH-RUN-DATE
                   SET WS-DATE-SUB TO DTE-IDX
               END-IF
           END-PERFORM

           IF WS-DATE-SUB = 0
               IF WS-DATE-COUNT >= 4000
                   SET WS-DATE-OVERFLOWED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-DATE-COUNT TO WS-DATE-SUB
               MOVE ARCH-RUN-DATE TO DTE-RUN-DATE(WS-DATE-SUB)
               MOVE 0 TO DTE-REMOVED(WS-DATE-SUB)
               MOVE 0 TO DTE-HELD(WS-DATE-SUB)
           END-IF
           MOVE WS-DATE-SUB TO WS-DATE-LAST.

      * archive.dat is rebuilt from the proved archive.tmp.  A failure
      * part-way leaves archive.tmp as the copy to recover from.
       REWRITE-ARCHIVE-PROCEDURE.
           OPEN INPUT ArchiveTempFile
           IF ArchiveTempStatus NOT = "00"
               DISPLAY "Error: Unable to reopen archive.tmp, Status: "
                   ArchiveTempStatus "; archive.dat left untouched."
               MOVE "N" TO WS-PROOF-SWITCH
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ArchiveFile
           IF ArchiveStatus NOT = "00"
               DISPLAY "Error: Unable to rewrite archive.dat, Status: "
                   ArchiveStatus "; archive.dat left untouched."
               CLOSE ArchiveTempFile
               MOVE "N" TO WS-PROOF-SWITCH
               EXIT PARAGRAPH
           END-IF

           SET WS-ARCHIVE-REWRITTEN TO TRUE
           PERFORM UNTIL WS-TEMP-EOF
               READ ArchiveTempFile
                   AT END
                       SET WS-TEMP-EOF TO TRUE
                   NOT AT END
                       MOVE ArchiveTempRecord TO ArchiveRecord
                       WRITE ArchiveRecord
                       IF ArchiveStatus = "00"
                           ADD 1 TO WS-COPIED-COUNT
                       ELSE
                           DISPLAY "    Warning: unable to write "
                               "archive.dat record, Status: "
                               ArchiveStatus
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ArchiveTempFile
           CLOSE ArchiveFile.

      * The other side of the proof: the rewritten archive.dat, read
      * end to end and counted independently of the rewrite.
       READ-BACK-PROCEDURE.
           MOVE "N" TO WS-ARCH-EOF-SWITCH
           OPEN INPUT ArchiveFile
           IF ArchiveStatus NOT = "00"
               DISPLAY "Error: Unable to reopen archive.dat for the "
                   "proof, Status: " ArchiveStatus
               MOVE "N" TO WS-PROOF-SWITCH
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-ARCH-EOF
               READ ArchiveFile
                   AT END
                       SET WS-ARCH-EOF TO TRUE
                   NOT AT END
                       IF ArchiveRecord NOT = SPACES
                           ADD 1 TO WS-AFTER-COUNT
                           ADD ARCH-NUMBER TO WS-AFTER-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArchiveFile

           IF WS-COPIED-COUNT NOT = WS-TEMP-COUNT
            OR WS-AFTER-COUNT NOT = WS-TEMP-COUNT
            OR WS-AFTER-HASH NOT = WS-KEPT-HASH
               MOVE "N" TO WS-PROOF-SWITCH
               DISPLAY "Error: archive.dat read back does not match "
                   "the rows kept; archive.tmp is kept for recovery."
           END-IF.

       WRITE-CERTIFICATE-PROCEDURE.
           MOVE "----- FizzBuzz Archive Destruction Certificate -----"
               TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Retention: " DELIMITED BY SIZE
               WS-RETENTION-YEARS DELIMITED BY SIZE
               " years - archive.dat rows run before "
               DELIMITED BY SIZE
               WS-CUTOFF-NUM DELIMITED BY SIZE
               " are past retention" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Holds    : " DELIMITED BY SIZE
               WS-HOLD-COUNT DELIMITED BY SIZE
               " active of " DELIMITED BY SIZE
               WS-HOLD-ROWS DELIMITED BY SIZE
               " on legalhold.dat" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "Run dates past retention:" TO CertRecord
           WRITE CertRecord
           MOVE "  Run Date       Destroyed   Held back" TO CertRecord
           WRITE CertRecord
           PERFORM VARYING DTE-IDX FROM 1 BY 1
                   UNTIL DTE-IDX > WS-DATE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE DTE-RUN-DATE(DTE-IDX) TO WS-REPORT-LINE(3:8)
               MOVE DTE-REMOVED(DTE-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(16:)
               MOVE DTE-HELD(DTE-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(28:)
               MOVE WS-REPORT-LINE TO CertRecord
               WRITE CertRecord
           END-PERFORM
           IF WS-DATE-COUNT = 0
               MOVE "  (none)" TO CertRecord
               WRITE CertRecord
           END-IF
           IF WS-DATE-OVERFLOWED
               MOVE "  ** more run dates than the 4000 listed - the "
                   TO WS-REPORT-LINE
               MOVE "totals below cover every row" TO
                   WS-REPORT-LINE(48:)
               MOVE WS-REPORT-LINE TO CertRecord
               WRITE CertRecord
           END-IF

           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "Active legal holds:" TO CertRecord
           WRITE CertRecord
           MOVE "  Hold ID    Covers                 Rows kept back  M"
               TO WS-REPORT-LINE
           MOVE "atter" TO WS-REPORT-LINE(54:)
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HOLD-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE HOLD-ID(HLD-IDX) TO WS-REPORT-LINE(3:10)
               IF HOLD-TYPE(HLD-IDX) = "D"
                   STRING HOLD-FROM-DATE(HLD-IDX) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       HOLD-TO-DATE(HLD-IDX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(14:19)
               ELSE
                   STRING "ticket " DELIMITED BY SIZE
                       HOLD-TICKET(HLD-IDX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(14:19)
               END-IF
               MOVE HOLD-KEPT-COUNT(HLD-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(39:)
               MOVE HOLD-MATTER(HLD-IDX) TO WS-REPORT-LINE(54:)
               MOVE WS-REPORT-LINE TO CertRecord
               WRITE CertRecord
           END-PERFORM
           IF WS-HOLD-COUNT = 0
               MOVE "  (none)" TO CertRecord
               WRITE CertRecord
           END-IF

           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "Count proof:" TO CertRecord
           WRITE CertRecord

           MOVE WS-BEFORE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows in archive.dat before     " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE WS-RETAINED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows inside retention          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows kept back by legal hold   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows destroyed                 " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE WS-AFTER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Rows in archive.dat after      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "Before" TO WS-REPORT-LINE(36:)
           MOVE "Destroyed" TO WS-REPORT-LINE(50:)
           MOVE "After" TO WS-REPORT-LINE(73:)
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Ticket-number hash total" TO WS-REPORT-LINE
           MOVE WS-BEFORE-HASH TO WS-HASH-EDIT
           MOVE WS-HASH-EDIT TO WS-REPORT-LINE(27:)
           MOVE WS-EXPIRED-HASH TO WS-HASH-EDIT
           MOVE WS-HASH-EDIT TO WS-REPORT-LINE(44:)
           MOVE WS-AFTER-HASH TO WS-HASH-EDIT
           MOVE WS-HASH-EDIT TO WS-REPORT-LINE(63:)
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE SPACES TO CertRecord
           WRITE CertRecord
           EVALUATE TRUE
               WHEN NOT WS-PROOF-BALANCES
                   MOVE "Result   : PROOF DOES NOT BALANCE - this "
                       TO WS-REPORT-LINE
                   MOVE "certificate must not be signed" TO
                       WS-REPORT-LINE(42:)
               WHEN WS-EXPIRED-COUNT = 0
                   MOVE "Result   : nothing past retention to destroy"
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "Result   : proof balances - the rows above "
                       TO WS-REPORT-LINE
                   MOVE "were destroyed" TO WS-REPORT-LINE(44:)
           END-EVALUATE
           MOVE WS-REPORT-LINE TO CertRecord
           WRITE CertRecord

           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "Records management sign-off:" TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "  Name      : ______________________________"
               TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "  Signature : ______________________________"
               TO CertRecord
           WRITE CertRecord
           MOVE SPACES TO CertRecord
           WRITE CertRecord
           MOVE "  Date      : ______________________________"
               TO CertRecord
           WRITE CertRecord.

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

       END PROGRAM FIZZBUZZ-ARCHEXP.
