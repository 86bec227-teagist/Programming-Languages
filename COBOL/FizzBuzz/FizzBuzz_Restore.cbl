      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Put the masters and control files back the way they
      *          stood when a FIZZBUZZ-BACKUP set was taken - the
      *          whole set, or one file from it.
      *          rstset.dat names what to restore: the set in cols
      *          1-14 (<ccyymmddhhmmss>, as catalogued on bkcat.dat)
      *          and, optionally, one file in cols 16-31
      *          ("tickets.dat", say) to restore that file alone.
      *          With no card, or a card that does not name a set,
      *          the catalogued sets are listed and nothing is
      *          touched.
      *          Only a COMPLETE set is restored from.  Before any
      *          live file is touched, every backup copy to be
      *          restored is read end to end and its record count and
      *          hash (the same FIZZBUZZ-SEAL chained hash the backup
      *          took) must equal what the catalog recorded; if any
      *          one does not, nothing is restored.  Each file is then
      *          copied back over the live file - tickets.dat is
      *          reloaded by key from its unload - and the live file
      *          is read back and must again give the catalogued count
      *          and hash.
      *          A file the set catalogued ABSENT had no live file to
      *          back up; the live file, if there is one now, is left
      *          as it is.  trailseal.dat is left as it is too unless
      *          the card names it: the sealed trails it registers are
      *          not in the set, and putting back an older register
      *          beside them would break every seal written since.
      *          Restoring over the live files cannot be
      *          undone from here - take a backup first if what is
      *          there now may be wanted.
      *          The restore rewrites files the nightly chain reads,
      *          so it refuses to start while runlock.dat is held.
      *          Every file restored, and the outcome, goes to
      *          events.dat and to restore.<ccyymmdd>.txt.
      *          RETURN-CODE is 0 when every file was restored and
      *          read back, 8 when a backup copy did not prove (nothing
      *          restored) or a restored file did not read back, 12
      *          when the operator lacks the RESTORE grant on
      *          opauth.dat, and 16 when the run is refused (no card,
      *          set not catalogued or not COMPLETE, file not in the
      *          set, run-lock held) or the report cannot be opened.
      *          A denied attempt stops before any file is touched and
      *          is logged to events.dat.  A missing opauth.dat leaves
      *          the function unrestricted with a loud warning.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-RESTORE.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LiveFile ASSIGN TO DYNAMIC WS-LIVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS LiveStatus.

           SELECT BackupFile ASSIGN TO DYNAMIC WS-BACKUP-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS BackupStatus.

           SELECT TicketMasterFile ASSIGN TO "tickets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TKT-NUMBER
           STATUS TicketMasterStatus.

           SELECT BackupCatalogFile ASSIGN TO "bkcat.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS BackupCatalogStatus.

           SELECT RestoreCardFile ASSIGN TO "rstset.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RestoreCardStatus.

           SELECT RunLockFile ASSIGN TO "runlock.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RunLockStatus.

           SELECT RestoreReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RestoreReportStatus.

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
      * One line of whichever file is being restored - as wide as
      * the backup copies.
       FD  LiveFile.
       01  LiveRecord              PIC X(1024).

       FD  BackupFile.
       01  BackupRecord            PIC X(1024).

       FD  TicketMasterFile.
       01  TicketMasterRecord.
           05  TKT-NUMBER          PIC 9(6).
           05  TKT-CUSTOMER        PIC X(20).
           05  TKT-REGION          PIC X(10).
           05  TKT-AMOUNT          PIC 9(7)V99.

       FD  BackupCatalogFile.
       01  BackupCatalogRecord.
           05  BKC-SET             PIC 9(14).
           05  BKC-FILE            PIC X(16).
           05  BKC-STATUS          PIC X(8).
           05  BKC-COUNT           PIC 9(9).
           05  BKC-HASH            PIC 9(9).
           05  BKC-DATE            PIC 9(8).
           05  BKC-TIME            PIC 9(8).
           05  BKC-OPERATOR        PIC X(20).

       FD  RestoreCardFile.
       01  RestoreCardRecord.
           05  RST-SET             PIC X(14).
           05  FILLER              PIC X(1).
           05  RST-FILE            PIC X(16).
           05  FILLER              PIC X(49).

       FD  RunLockFile.
       01  RunLockRecord.
           05  LOCK-DATE           PIC 9(8).
           05  LOCK-TIME           PIC 9(8).
           05  LOCK-OPERATOR       PIC X(20).

       FD  RestoreReportFile.
       01  RestoreReportRecord     PIC X(132).

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
       01  LiveStatus              PIC XX.
       01  BackupStatus            PIC XX.
       01  TicketMasterStatus      PIC XX.
       01  BackupCatalogStatus     PIC XX.
       01  RestoreCardStatus       PIC XX.
       01  RunLockStatus           PIC XX.
       01  RestoreReportStatus     PIC XX.
       01  OpAuthStatus            PIC XX.
       01  EventStatus             PIC XX.

       01  WS-LIVE-FILENAME        PIC X(40) VALUE SPACES.
       01  WS-BACKUP-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

      * What the card asked for.
       01  WS-SET-ID               PIC X(14) VALUE SPACES.
       01  WS-SET-ID-NUM REDEFINES WS-SET-ID PIC 9(14).
       01  WS-ONE-FILE             PIC X(16) VALUE SPACES.
       01  WS-CARD-SWITCH          PIC X VALUE "N".
           88  WS-CARD-VALID           VALUE "Y".

      * The set's catalog rows, with what this run makes of each.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 40 TIMES INDEXED BY ROW-IDX.
               10  ROW-FILE            PIC X(16).
               10  ROW-STATUS          PIC X(8).
               10  ROW-COUNT           PIC 9(9).
               10  ROW-HASH            PIC 9(9).
               10  ROW-SELECTED        PIC X(1).
                   88  ROW-IS-SELECTED     VALUE "Y".
               10  ROW-OUTCOME         PIC X(9).
               10  ROW-NOTE            PIC X(60).
       01  WS-ROW-COUNT            PIC 9(2) VALUE 0.
       01  WS-ROW-SUB              PIC 9(2) VALUE 0.
       01  WS-SET-STATE            PIC X(11) VALUE SPACES.
           88  WS-SET-COMPLETE         VALUE "COMPLETE".
       01  WS-SET-TAKEN-BY         PIC X(20) VALUE SPACES.
       01  WS-CAT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CAT-EOF              VALUE "Y".
       01  WS-LAST-LISTED          PIC 9(14) VALUE 0.

      * Counts over the run.
       01  WS-SELECTED-FILES       PIC 9(2) VALUE 0.
       01  WS-BAD-COPIES           PIC 9(2) VALUE 0.
       01  WS-RESTORED-FILES       PIC 9(2) VALUE 0.
       01  WS-FAILED-FILES         PIC 9(2) VALUE 0.

      * The file being proved or restored.
       01  WS-PROOF-COUNT          PIC 9(9) VALUE 0.
       01  WS-PROOF-HASH           PIC 9(9) VALUE 0.
       01  WS-PROOF-NOTE           PIC X(60) VALUE SPACES.
       01  WS-COPY-EOF-SWITCH      PIC X VALUE "N".
           88  WS-COPY-EOF             VALUE "Y".
       01  WS-LIVE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-LIVE-EOF             VALUE "Y".
       01  WS-WRITE-SWITCH         PIC X VALUE "Y".
           88  WS-WRITES-OK            VALUE "Y".

      * The running hash: records so far and the chained check value,
      * over one line at a time - computed exactly as the backup
      * computed it.
       01  WS-HASH-LINE            PIC X(1024).
       01  WS-HASH-COUNT           PIC 9(9) VALUE 0.
       01  WS-HASH-VALUE           PIC 9(9) VALUE 0.
       01  WS-HASH-LEN             PIC 9(4) VALUE 0.
       01  WS-HASH-POS             PIC 9(4) VALUE 0.
       01  WS-HASH-PIECE           PIC 9(4) VALUE 0.

       01  WS-REPORT-LINE          PIC X(132).
       01  WS-COUNT-EDIT           PIC Z(8)9.

       01  WS-AUTH-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUTH-EOF             VALUE "Y".
       01  WS-AUTH-ALLOW-SWITCH    PIC X VALUE "N".
           88  WS-AUTH-ALLOWED         VALUE "Y".
       01  WS-EVT-TIME             PIC 9(8) VALUE 0.
       01  WS-EVT-SEVERITY         PIC X(5) VALUE SPACES.
       01  WS-EVT-TEXT             PIC X(80) VALUE SPACES.

      * Request block and record content for FIZZBUZZ-SEAL - "S"
      * stamps this program's own events, "C" folds a piece of a
      * record into the running hash.
       01  WS-SEAL-REQUEST.
           05  WS-SEAL-FUNCTION    PIC X(1).
           05  WS-SEAL-TRAIL       PIC X(16).
           05  WS-SEAL-TEXT-LEN    PIC 9(4).
           05  WS-SEAL-PREV-SEQ    PIC 9(9).
           05  WS-SEAL-PREV-CHECK  PIC 9(9).
           05  WS-SEAL-STAMP.
               10  WS-SEAL-TAG         PIC X(5).
               10  WS-SEAL-SEQ         PIC 9(9).
               10  WS-SEAL-DOT         PIC X(1).
               10  WS-SEAL-CHECK       PIC 9(9).
           05  WS-SEAL-RESULT      PIC X(2).
       01  WS-SEAL-TEXT            PIC X(400).
       01  WS-SEAL-SAVE-RC         PIC S9(9) VALUE 0.
      *-----------------------

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           DISPLAY "----- FizzBuzz Restore From Backup -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF

           PERFORM CHECK-AUTHORITY-PROCEDURE
           IF NOT WS-AUTH-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR " is not "
                   "authorized for RESTORE; nothing restored."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "authorization denied - RESTORE by "
                   DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      * The live files are overwritten; a nightly run reading or
      * updating them meanwhile would see half of each.
           OPEN INPUT RunLockFile
           IF RunLockStatus = "00"
               INITIALIZE RunLockRecord
               READ RunLockFile
                   AT END
                       CONTINUE
               END-READ
               CLOSE RunLockFile
               DISPLAY "Error: a run-lock is held by " LOCK-OPERATOR
                   " since " LOCK-DATE " " LOCK-TIME "; nothing can "
                   "be restored while the nightly run holds the "
                   "files.  Nothing restored."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-CARD-PROCEDURE
           IF NOT WS-CARD-VALID
               PERFORM LIST-SETS-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-SET-PROCEDURE
           IF WS-ROW-COUNT = 0
               DISPLAY "Error: set " WS-SET-ID " is not catalogued "
                   "on bkcat.dat; nothing restored."
               PERFORM LIST-SETS-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-SET-COMPLETE
               IF WS-SET-STATE = SPACES
                   MOVE "INTERRUPTED" TO WS-SET-STATE
               END-IF
               DISPLAY "Error: set " WS-SET-ID " is "
                   WS-SET-STATE "; only a COMPLETE set is restored "
                   "from.  Nothing restored."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM SELECT-FILES-PROCEDURE
           IF WS-SELECTED-FILES = 0
               IF WS-ONE-FILE = SPACES
                   DISPLAY "Error: set " WS-SET-ID " holds no copied "
                       "file; nothing restored."
               ELSE
                   DISPLAY "Error: " FUNCTION TRIM(WS-ONE-FILE)
                       " was not copied "
                       "into set " WS-SET-ID "; nothing restored."
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "restore." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT RestoreReportFile
           IF RestoreReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " RestoreReportStatus "; nothing "
                   "restored."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-REPORT-HEADER-PROCEDURE

      * Every copy proves before anything is overwritten.
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF ROW-IS-SELECTED(WS-ROW-SUB)
                   PERFORM PROVE-COPY-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-BAD-COPIES > 0
               PERFORM WRITE-REPORT-FILES-PROCEDURE
               MOVE SPACES TO RestoreReportRecord
               WRITE RestoreReportRecord
               MOVE "REFUSED: a backup copy does not prove against "
                   TO WS-REPORT-LINE
               MOVE "the catalog - nothing restored"
                   TO WS-REPORT-LINE(47:)
               MOVE WS-REPORT-LINE TO RestoreReportRecord
               WRITE RestoreReportRecord
               CLOSE RestoreReportFile
               DISPLAY "Error: " WS-BAD-COPIES " backup copy(ies) in "
                   "set " WS-SET-ID " do not prove; nothing restored."
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "restore of backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " refused - " DELIMITED BY SIZE
                   WS-BAD-COPIES DELIMITED BY SIZE
                   " copy(ies) do not prove" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF ROW-IS-SELECTED(WS-ROW-SUB)
                   PERFORM RESTORE-FILE-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-FILES-PROCEDURE
           PERFORM WRITE-REPORT-SUMMARY-PROCEDURE
           CLOSE RestoreReportFile

           MOVE SPACES TO WS-EVT-TEXT
           IF WS-FAILED-FILES > 0
               MOVE "ERROR" TO WS-EVT-SEVERITY
               STRING "restore from backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-FAILED-FILES DELIMITED BY SIZE
                   " file(s) did not read back, see "
                   DELIMITED BY SIZE
                   WS-RPT-FILENAME DELIMITED BY SPACE
                   INTO WS-EVT-TEXT
           ELSE
               MOVE "INFO" TO WS-EVT-SEVERITY
               STRING "restore from backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " complete - " DELIMITED BY SIZE
                   WS-RESTORED-FILES DELIMITED BY SIZE
                   " file(s) by " DELIMITED BY SIZE
                   WS-OPERATOR DELIMITED BY SPACE
                   INTO WS-EVT-TEXT
           END-IF
           PERFORM WRITE-EVENT-PROCEDURE

           DISPLAY " "
           DISPLAY "Restored   : " WS-RESTORED-FILES " file(s)"
           DISPLAY "Failed     : " WS-FAILED-FILES " file(s)"
           DISPLAY "Report     : " WS-RPT-FILENAME

           IF WS-FAILED-FILES > 0
               DISPLAY "Error: a restored file did not read back as "
                   "catalogued; see the report."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
      ** add other procedures here

      * Is the operator granted RESTORE on opauth.dat?  A missing
      * list leaves the function unrestricted with a loud warning,
      * so a shop bootstrapping the list is not locked out.
       CHECK-AUTHORITY-PROCEDURE.
           MOVE "N" TO WS-AUTH-ALLOW-SWITCH
           MOVE "N" TO WS-AUTH-EOF-SWITCH

           OPEN INPUT OpAuthFile
           IF OpAuthStatus NOT = "00"
               DISPLAY "    Warning: opauth.dat not available, "
                   "Status: " OpAuthStatus "; the restore is "
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
                        AND AUTH-FUNCTION = "RESTORE"
                           SET WS-AUTH-ALLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpAuthFile.

      * One card: the set in cols 1-14, optionally one file in
      * cols 16-31.
       READ-CARD-PROCEDURE.
           MOVE "N" TO WS-CARD-SWITCH
           OPEN INPUT RestoreCardFile
           IF RestoreCardStatus NOT = "00"
               DISPLAY "Error: no rstset.dat naming the backup set to "
                   "restore; nothing restored."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RestoreCardRecord
           READ RestoreCardFile
               AT END
                   MOVE SPACES TO RestoreCardRecord
           END-READ
           CLOSE RestoreCardFile

           IF RST-SET IS NOT NUMERIC
               DISPLAY "Error: rstset.dat cols 1-14 do not hold a "
                   "backup set <ccyymmddhhmmss>; nothing restored."
               EXIT PARAGRAPH
           END-IF
           MOVE RST-SET  TO WS-SET-ID
           MOVE RST-FILE TO WS-ONE-FILE
           SET WS-CARD-VALID TO TRUE
           DISPLAY "Set      : " WS-SET-ID
           IF WS-ONE-FILE NOT = SPACES
               DISPLAY "File     : " WS-ONE-FILE
           END-IF.

      * The sets on the catalog and their state, so the operator can
      * pick one.
       LIST-SETS-PROCEDURE.
           MOVE "N" TO WS-CAT-EOF-SWITCH
           MOVE 0 TO WS-LAST-LISTED
           OPEN INPUT BackupCatalogFile
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "    bkcat.dat not available, Status: "
                   BackupCatalogStatus "; no sets catalogued."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "    Catalogued sets:"
           PERFORM UNTIL WS-CAT-EOF
               READ BackupCatalogFile
                   AT END
                       SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF BKC-FILE = "*SET"
                           DISPLAY "      " BKC-SET "  " BKC-STATUS
                               "  " BKC-COUNT " files  by "
                               BKC-OPERATOR
                           MOVE BKC-SET TO WS-LAST-LISTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackupCatalogFile
           IF WS-LAST-LISTED = 0
               DISPLAY "      (none)"
           END-IF.

      * The chosen set's rows; its *SET row gives its state.
       LOAD-SET-PROCEDURE.
           MOVE 0 TO WS-ROW-COUNT
           MOVE SPACES TO WS-SET-STATE
           MOVE "N" TO WS-CAT-EOF-SWITCH
           OPEN INPUT BackupCatalogFile
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "Error: Unable to open bkcat.dat, Status: "
                   BackupCatalogStatus
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAT-EOF
               READ BackupCatalogFile
                   AT END
                       SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF BKC-SET = WS-SET-ID-NUM
                           PERFORM LOAD-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackupCatalogFile.

       LOAD-ROW-PROCEDURE.
           IF BKC-FILE = "*SET"
               MOVE BKC-STATUS TO WS-SET-STATE
               MOVE BKC-OPERATOR TO WS-SET-TAKEN-BY
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-COUNT >= 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE WS-ROW-COUNT TO WS-ROW-SUB
           MOVE BKC-FILE   TO ROW-FILE(WS-ROW-SUB)
           MOVE BKC-STATUS TO ROW-STATUS(WS-ROW-SUB)
           MOVE BKC-COUNT  TO ROW-COUNT(WS-ROW-SUB)
           MOVE BKC-HASH   TO ROW-HASH(WS-ROW-SUB)
           MOVE "N"        TO ROW-SELECTED(WS-ROW-SUB)
           MOVE SPACES     TO ROW-OUTCOME(WS-ROW-SUB)
           MOVE SPACES     TO ROW-NOTE(WS-ROW-SUB).

      * Every COPIED file, or just the one the card names.  A file
      * the set holds no copy of is left alone and said so, and so is
      * trailseal.dat on a whole-set restore: it registers the live
      * trails, which no set holds, and is put back only by name.
       SELECT-FILES-PROCEDURE.
           MOVE 0 TO WS-SELECTED-FILES
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               IF WS-ONE-FILE = SPACES
                AND ROW-FILE(WS-ROW-SUB) = "trailseal.dat"
                   MOVE "LEFT" TO ROW-OUTCOME(WS-ROW-SUB)
                   MOVE "seal register - restored only when named"
                       TO ROW-NOTE(WS-ROW-SUB)
               ELSE
               IF WS-ONE-FILE = SPACES
                OR WS-ONE-FILE = ROW-FILE(WS-ROW-SUB)
                   IF ROW-STATUS(WS-ROW-SUB) = "COPIED"
                       MOVE "Y" TO ROW-SELECTED(WS-ROW-SUB)
                       ADD 1 TO WS-SELECTED-FILES
                   ELSE
                       MOVE "LEFT" TO ROW-OUTCOME(WS-ROW-SUB)
                       MOVE "no copy in the set - live file left alone"
                           TO ROW-NOTE(WS-ROW-SUB)
                   END-IF
               ELSE
                   MOVE "NOT ASKED" TO ROW-OUTCOME(WS-ROW-SUB)
               END-IF
               END-IF
           END-PERFORM.

      * The backup copy, read end to end, must give the catalogued
      * count and hash.
       PROVE-COPY-PROCEDURE.
           PERFORM NAME-FILES-PROCEDURE
           MOVE SPACES TO WS-PROOF-NOTE
           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-HASH-VALUE
           OPEN INPUT BackupFile
           IF BackupStatus NOT = "00"
               STRING "backup copy cannot be read, status "
                   DELIMITED BY SIZE
                   BackupStatus DELIMITED BY SIZE
                   INTO WS-PROOF-NOTE
           ELSE
               MOVE "N" TO WS-COPY-EOF-SWITCH
               PERFORM UNTIL WS-COPY-EOF
                   READ BackupFile
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE BackupRecord TO WS-HASH-LINE
                           PERFORM HASH-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE BackupFile
               IF WS-HASH-COUNT NOT = ROW-COUNT(WS-ROW-SUB)
                OR WS-HASH-VALUE NOT = ROW-HASH(WS-ROW-SUB)
                   MOVE "backup copy does not match the catalog count "
                       TO WS-PROOF-NOTE
                   MOVE "and hash" TO WS-PROOF-NOTE(46:)
               END-IF
           END-IF

           IF WS-PROOF-NOTE NOT = SPACES
               ADD 1 TO WS-BAD-COPIES
               MOVE "BAD COPY" TO ROW-OUTCOME(WS-ROW-SUB)
               MOVE WS-PROOF-NOTE TO ROW-NOTE(WS-ROW-SUB)
               DISPLAY "    " ROW-FILE(WS-ROW-SUB) " BAD COPY - "
                   WS-PROOF-NOTE
           ELSE
               MOVE "PROVED" TO ROW-OUTCOME(WS-ROW-SUB)
           END-IF.

      * The copy back over the live file, then the live file read
      * back against the catalog.
       RESTORE-FILE-PROCEDURE.
           PERFORM NAME-FILES-PROCEDURE
           MOVE SPACES TO WS-PROOF-NOTE
           IF WS-LIVE-FILENAME = "tickets.dat"
               PERFORM LOAD-TICKETS-PROCEDURE
           ELSE
               PERFORM COPY-BACK-PROCEDURE
           END-IF
           IF WS-PROOF-NOTE = SPACES
               PERFORM READ-BACK-PROCEDURE
           END-IF

           MOVE SPACES TO WS-EVT-TEXT
           MOVE ROW-COUNT(WS-ROW-SUB) TO WS-COUNT-EDIT
           IF WS-PROOF-NOTE = SPACES
               ADD 1 TO WS-RESTORED-FILES
               MOVE "RESTORED" TO ROW-OUTCOME(WS-ROW-SUB)
               MOVE "INFO" TO WS-EVT-SEVERITY
               STRING "restored " DELIMITED BY SIZE
                   ROW-FILE(WS-ROW-SUB) DELIMITED BY SPACE
                   " from backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " records" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
           ELSE
               ADD 1 TO WS-FAILED-FILES
               MOVE "FAILED" TO ROW-OUTCOME(WS-ROW-SUB)
               MOVE WS-PROOF-NOTE TO ROW-NOTE(WS-ROW-SUB)
               MOVE "ERROR" TO WS-EVT-SEVERITY
               STRING "restore of " DELIMITED BY SIZE
                   ROW-FILE(WS-ROW-SUB) DELIMITED BY SPACE
                   " from backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " FAILED" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
           END-IF
           PERFORM WRITE-EVENT-PROCEDURE
           DISPLAY "    " ROW-FILE(WS-ROW-SUB) " "
               ROW-OUTCOME(WS-ROW-SUB) " " ROW-COUNT(WS-ROW-SUB)
               " records".

       NAME-FILES-PROCEDURE.
           MOVE ROW-FILE(WS-ROW-SUB) TO WS-LIVE-FILENAME
           MOVE SPACES TO WS-BACKUP-FILENAME
           STRING "bkp." DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               ROW-FILE(WS-ROW-SUB) DELIMITED BY SPACE
               INTO WS-BACKUP-FILENAME.

      * A line sequential file, line for line from the copy.
       COPY-BACK-PROCEDURE.
           OPEN INPUT BackupFile
           IF BackupStatus NOT = "00"
               STRING "backup copy cannot be read, status "
                   DELIMITED BY SIZE
                   BackupStatus DELIMITED BY SIZE
                   INTO WS-PROOF-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LiveFile
           IF LiveStatus NOT = "00"
               CLOSE BackupFile
               STRING "live file cannot be written, status "
                   DELIMITED BY SIZE
                   LiveStatus DELIMITED BY SIZE
                   INTO WS-PROOF-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-COPY-EOF-SWITCH
           MOVE "Y" TO WS-WRITE-SWITCH
           PERFORM UNTIL WS-COPY-EOF
               READ BackupFile
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE BackupRecord TO LiveRecord
                       WRITE LiveRecord
                       IF LiveStatus NOT = "00"
                           MOVE "N" TO WS-WRITE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackupFile
           CLOSE LiveFile
           IF NOT WS-WRITES-OK
               MOVE "a record could not be written to the live file"
                   TO WS-PROOF-NOTE
           END-IF.

      * The indexed ticket master, recreated and loaded by key from
      * its unload.
       LOAD-TICKETS-PROCEDURE.
           OPEN INPUT BackupFile
           IF BackupStatus NOT = "00"
               STRING "backup copy cannot be read, status "
                   DELIMITED BY SIZE
                   BackupStatus DELIMITED BY SIZE
                   INTO WS-PROOF-NOTE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TicketMasterFile
           IF TicketMasterStatus NOT = "00"
               CLOSE BackupFile
               STRING "tickets.dat cannot be recreated, status "
                   DELIMITED BY SIZE
                   TicketMasterStatus DELIMITED BY SIZE
                   INTO WS-PROOF-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-COPY-EOF-SWITCH
           MOVE "Y" TO WS-WRITE-SWITCH
           PERFORM UNTIL WS-COPY-EOF
               READ BackupFile
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       MOVE BackupRecord TO TicketMasterRecord
                       WRITE TicketMasterRecord
                           INVALID KEY
                               MOVE "N" TO WS-WRITE-SWITCH
                       END-WRITE
                       IF TicketMasterStatus NOT = "00"
                           MOVE "N" TO WS-WRITE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackupFile
           CLOSE TicketMasterFile
           IF NOT WS-WRITES-OK
               MOVE "a ticket could not be loaded by key"
                   TO WS-PROOF-NOTE
           END-IF.

      * The other side of the proof: the live file as restored, read
      * end to end, must give the catalogued count and hash.
       READ-BACK-PROCEDURE.
           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-HASH-VALUE
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           IF WS-LIVE-FILENAME = "tickets.dat"
               OPEN INPUT TicketMasterFile
               IF TicketMasterStatus NOT = "00"
                   STRING "restored file cannot be read back, status "
                       DELIMITED BY SIZE
                       TicketMasterStatus DELIMITED BY SIZE
                       INTO WS-PROOF-NOTE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-LIVE-EOF
                   READ TicketMasterFile NEXT RECORD
                       AT END
                           SET WS-LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-HASH-LINE
                           MOVE TicketMasterRecord TO WS-HASH-LINE
                           PERFORM HASH-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE TicketMasterFile
           ELSE
               OPEN INPUT LiveFile
               IF LiveStatus NOT = "00"
                   STRING "restored file cannot be read back, status "
                       DELIMITED BY SIZE
                       LiveStatus DELIMITED BY SIZE
                       INTO WS-PROOF-NOTE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-LIVE-EOF
                   READ LiveFile
                       AT END
                           SET WS-LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE LiveRecord TO WS-HASH-LINE
                           PERFORM HASH-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LiveFile
           END-IF

           IF WS-HASH-COUNT NOT = ROW-COUNT(WS-ROW-SUB)
            OR WS-HASH-VALUE NOT = ROW-HASH(WS-ROW-SUB)
               MOVE "restored file does not read back the catalog "
                   TO WS-PROOF-NOTE
               MOVE "count and hash" TO WS-PROOF-NOTE(47:)
           END-IF.

      * Fold one line into the running hash: the chain continues
      * from the hash so far plus the record number, over the line
      * without its trailing spaces in pieces FIZZBUZZ-SEAL takes
      * (400 bytes).  A blank line still counts, as one space.
       HASH-LINE-PROCEDURE.
           ADD 1 TO WS-HASH-COUNT
           IF WS-HASH-LINE = SPACES
               MOVE 1 TO WS-HASH-LEN
           ELSE
               COMPUTE WS-HASH-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-HASH-LINE TRAILING))
           END-IF

           MOVE 1 TO WS-HASH-POS
           PERFORM UNTIL WS-HASH-POS > WS-HASH-LEN
               COMPUTE WS-HASH-PIECE = WS-HASH-LEN - WS-HASH-POS + 1
               IF WS-HASH-PIECE > 400
                   MOVE 400 TO WS-HASH-PIECE
               END-IF
               MOVE "C"             TO WS-SEAL-FUNCTION
               MOVE WS-LIVE-FILENAME TO WS-SEAL-TRAIL
               MOVE WS-HASH-PIECE   TO WS-SEAL-TEXT-LEN
               COMPUTE WS-SEAL-PREV-SEQ = WS-HASH-COUNT - 1
               MOVE WS-HASH-VALUE   TO WS-SEAL-PREV-CHECK
               MOVE WS-HASH-COUNT   TO WS-SEAL-SEQ
               MOVE SPACES          TO WS-SEAL-TEXT
               MOVE WS-HASH-LINE(WS-HASH-POS:WS-HASH-PIECE)
                   TO WS-SEAL-TEXT
               MOVE RETURN-CODE TO WS-SEAL-SAVE-RC
               CALL "FIZZBUZZ-SEAL" USING WS-SEAL-REQUEST
                   WS-SEAL-TEXT
               MOVE WS-SEAL-SAVE-RC TO RETURN-CODE
               MOVE WS-SEAL-CHECK TO WS-HASH-VALUE
               ADD WS-HASH-PIECE TO WS-HASH-POS
           END-PERFORM.

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Restore From Backup -----"
               TO RestoreReportRecord
           WRITE RestoreReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Run Date : " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RestoreReportRecord
           WRITE RestoreReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Set      : " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-SET-STATE DELIMITED BY SPACE
               ", taken by " DELIMITED BY SIZE
               WS-SET-TAKEN-BY DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RestoreReportRecord
           WRITE RestoreReportRecord
           IF WS-ONE-FILE NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "File     : " DELIMITED BY SIZE
                   WS-ONE-FILE DELIMITED BY SPACE
                   " only" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RestoreReportRecord
               WRITE RestoreReportRecord
           END-IF
           MOVE SPACES TO RestoreReportRecord
           WRITE RestoreReportRecord.

       WRITE-REPORT-FILES-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "File"      TO WS-REPORT-LINE(1:)
           MOVE "Catalog"   TO WS-REPORT-LINE(18:)
           MOVE "  Records" TO WS-REPORT-LINE(27:)
           MOVE "Hash"      TO WS-REPORT-LINE(38:)
           MOVE "Outcome"   TO WS-REPORT-LINE(49:)
           MOVE "Note"      TO WS-REPORT-LINE(59:)
           MOVE WS-REPORT-LINE TO RestoreReportRecord
           WRITE RestoreReportRecord
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE ROW-FILE(WS-ROW-SUB) TO WS-REPORT-LINE(1:16)
               MOVE ROW-STATUS(WS-ROW-SUB) TO WS-REPORT-LINE(18:8)
               MOVE ROW-COUNT(WS-ROW-SUB) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(27:9)
               IF ROW-STATUS(WS-ROW-SUB) = "COPIED"
                   MOVE ROW-HASH(WS-ROW-SUB) TO WS-REPORT-LINE(38:9)
               END-IF
               MOVE ROW-OUTCOME(WS-ROW-SUB) TO WS-REPORT-LINE(49:9)
               MOVE ROW-NOTE(WS-ROW-SUB) TO WS-REPORT-LINE(59:)
               MOVE WS-REPORT-LINE TO RestoreReportRecord
               WRITE RestoreReportRecord
           END-PERFORM.

       WRITE-REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO RestoreReportRecord
           WRITE RestoreReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Restored : " DELIMITED BY SIZE
               WS-RESTORED-FILES DELIMITED BY SIZE
               " file(s)   did not read back: " DELIMITED BY SIZE
               WS-FAILED-FILES DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO RestoreReportRecord
           WRITE RestoreReportRecord.

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
           MOVE "RESTORE"       TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-RESTORE.
