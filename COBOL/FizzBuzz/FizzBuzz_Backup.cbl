      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Take a point-in-time backup set of the masters and
      *          control files the system cannot rebuild from
      *          anything else - ctlmast.dat, extseq.dat, tickets.dat,
      *          rules.dat, rates.dat, opauth.dat, calendar.dat,
      *          feedlog.dat, gencat.dat, archive.dat, custmast.dat,
      *          holdq.dat, glmap.dat, glpost.dat, dispute.dat,
      *          pending.dat, trailseal.dat, legalhold.dat,
      *          receipts.dat, volhist.dat and retxlog.dat - so a bad
      *          maintenance run or a damaged file can be put back
      *          the way it stood at the end of a night.
      *          trailseal.dat goes with the set so the sealed trails
      *          still prove after a restore.
      *          A set is named for the moment it was taken,
      *          <ccyymmddhhmmss>, and every file in it is copied to
      *          bkp.<set>.<file> - bkp.20261015021500.rules.dat and
      *          so on.  tickets.dat is indexed; it is unloaded in key
      *          order to a line sequential copy, which
      *          FIZZBUZZ-RESTORE loads back by key.
      *          Each file is counted and hashed as it is read, and
      *          the copy is then read back and counted and hashed
      *          again: the two must agree before the file is
      *          catalogued COPIED.  The hash is the FIZZBUZZ-SEAL
      *          check value chained over every record in order (the
      *          record number in place of the sequence number, and
      *          the content in 400-byte pieces), so a changed,
      *          missing or reordered record changes it.  A file
      *          that does not exist is catalogued ABSENT - nothing
      *          to copy is not a failure - and one that cannot be
      *          read or copied, or whose copy does not prove, is
      *          catalogued FAILED.
      *          bkcat.dat is the catalog: one row per file with its
      *          status, records and hash, written as each file is
      *          done, then a *SET row closing the set COMPLETE (every
      *          file copied or absent) or FAILED.  A set with no
      *          *SET row was interrupted; FIZZBUZZ-RESTORE only
      *          restores from a COMPLETE set.
      *          Only the newest sets are kept: bkkeep.dat (cols 1-3)
      *          says how many COMPLETE sets (default 7).  Once there
      *          are more, every set older than the oldest one kept -
      *          complete, failed or interrupted - has its copies
      *          deleted and its rows taken off the catalog.  A failed
      *          set newer than that stays for inspection.
      *          The outcome goes to backup.<ccyymmdd>.txt and to
      *          events.dat.
      *          RETURN-CODE is 0 when the set is COMPLETE, 4 when it
      *          is COMPLETE but the catalog outgrew the retention
      *          table (nothing was purged), 8 when the set FAILED,
      *          and 16 when the catalog or the report cannot be
      *          opened and no set was taken.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-BACKUP.

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

           SELECT BackupKeepFile ASSIGN TO "bkkeep.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS BackupKeepStatus.

           SELECT BackupReportFile ASSIGN TO DYNAMIC WS-RPT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS BackupReportStatus.

           SELECT EventFile ASSIGN TO "events.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS EventStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * One line of whichever file is being copied - wider than the
      * widest of them (ctlmast.dat, 448), so no line is ever split.
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

       FD  BackupKeepFile.
       01  BackupKeepRecord.
           05  KEEP-SETS           PIC X(3).
           05  FILLER              PIC X(77).

       FD  BackupReportFile.
       01  BackupReportRecord      PIC X(132).

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
       01  BackupKeepStatus        PIC XX.
       01  BackupReportStatus      PIC XX.
       01  EventStatus             PIC XX.

       01  WS-LIVE-FILENAME        PIC X(40) VALUE SPACES.
       01  WS-BACKUP-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-RPT-FILENAME         PIC X(30) VALUE SPACES.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-RUN-TIME             PIC 9(8) VALUE 0.
       01  WS-OPERATOR             PIC X(20).

      * The set being taken, named for the moment it was started.
       01  WS-SET-ID.
           05  WS-SET-DATE         PIC 9(8).
           05  WS-SET-HHMMSS       PIC 9(6).
       01  WS-SET-ID-NUM REDEFINES WS-SET-ID PIC 9(14).

      * The files in every set, in the order they are taken.
       01  WS-FILE-LIST-VALUES.
           05  FILLER              PIC X(16) VALUE "ctlmast.dat".
           05  FILLER              PIC X(16) VALUE "extseq.dat".
           05  FILLER              PIC X(16) VALUE "tickets.dat".
           05  FILLER              PIC X(16) VALUE "rules.dat".
           05  FILLER              PIC X(16) VALUE "rates.dat".
           05  FILLER              PIC X(16) VALUE "opauth.dat".
           05  FILLER              PIC X(16) VALUE "calendar.dat".
           05  FILLER              PIC X(16) VALUE "feedlog.dat".
           05  FILLER              PIC X(16) VALUE "gencat.dat".
           05  FILLER              PIC X(16) VALUE "archive.dat".
           05  FILLER              PIC X(16) VALUE "custmast.dat".
           05  FILLER              PIC X(16) VALUE "holdq.dat".
           05  FILLER              PIC X(16) VALUE "glmap.dat".
           05  FILLER              PIC X(16) VALUE "glpost.dat".
           05  FILLER              PIC X(16) VALUE "dispute.dat".
           05  FILLER              PIC X(16) VALUE "pending.dat".
           05  FILLER              PIC X(16) VALUE "trailseal.dat".
           05  FILLER              PIC X(16) VALUE "legalhold.dat".
           05  FILLER              PIC X(16) VALUE "receipts.dat".
           05  FILLER              PIC X(16) VALUE "volhist.dat".
           05  FILLER              PIC X(16) VALUE "retxlog.dat".
       01  WS-FILE-LIST REDEFINES WS-FILE-LIST-VALUES.
           05  WS-FILE-NAME        PIC X(16) OCCURS 21 TIMES.
       01  WS-FILE-COUNT           PIC 9(2) VALUE 21.
       01  WS-FILE-SUB             PIC 9(2) VALUE 0.

      * The file being taken: what was read from the live file, what
      * the copy reads back as, and the outcome.
       01  WS-FILE-STATUS          PIC X(8) VALUE SPACES.
           88  WS-FILE-COPIED          VALUE "COPIED".
           88  WS-FILE-ABSENT          VALUE "ABSENT".
           88  WS-FILE-FAILED          VALUE "FAILED".
       01  WS-FILE-NOTE            PIC X(60) VALUE SPACES.
       01  WS-SOURCE-COUNT         PIC 9(9) VALUE 0.
       01  WS-SOURCE-HASH          PIC 9(9) VALUE 0.
       01  WS-COPY-COUNT           PIC 9(9) VALUE 0.
       01  WS-COPY-HASH            PIC 9(9) VALUE 0.
       01  WS-LIVE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-LIVE-EOF             VALUE "Y".
       01  WS-COPY-EOF-SWITCH      PIC X VALUE "N".
           88  WS-COPY-EOF             VALUE "Y".
       01  WS-WRITE-SWITCH         PIC X VALUE "Y".
           88  WS-WRITES-OK            VALUE "Y".

      * The running hash: records so far and the chained check value,
      * over one line at a time.
       01  WS-HASH-LINE            PIC X(1024).
       01  WS-HASH-COUNT           PIC 9(9) VALUE 0.
       01  WS-HASH-VALUE           PIC 9(9) VALUE 0.
       01  WS-HASH-LEN             PIC 9(4) VALUE 0.
       01  WS-HASH-POS             PIC 9(4) VALUE 0.
       01  WS-HASH-PIECE           PIC 9(4) VALUE 0.

      * Set totals.
       01  WS-COPIED-FILES         PIC 9(2) VALUE 0.
       01  WS-ABSENT-FILES         PIC 9(2) VALUE 0.
       01  WS-FAILED-FILES         PIC 9(2) VALUE 0.
       01  WS-SET-RECORDS          PIC 9(9) VALUE 0.
       01  WS-SET-STATUS           PIC X(8) VALUE SPACES.

      * Retention: how many COMPLETE sets to keep.
       01  WS-KEEP-SETS            PIC 9(3) VALUE 7.
       01  WS-KEEP-DEFAULT         PIC 9(3) VALUE 7.

      * bkcat.dat, loaded so the sets past retention can be purged
      * and the catalog rewritten without them.
       01  WS-CAT-TABLE.
           05  WS-CAT-ROW OCCURS 2000 TIMES INDEXED BY CAT-IDX.
               10  CAT-RECORD          PIC X(92).
               10  CAT-SET             PIC 9(14).
               10  CAT-FILE            PIC X(16).
       01  WS-CAT-COUNT            PIC 9(4) VALUE 0.
       01  WS-CAT-SUB              PIC 9(4) VALUE 0.
       01  WS-CAT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CAT-EOF              VALUE "Y".
       01  WS-CAT-FULL-SWITCH      PIC X VALUE "N".
           88  WS-CAT-FULL             VALUE "Y".

      * The sets on the catalog, oldest first, as the catalog is
      * appended in the order they are taken.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 300 TIMES INDEXED BY SET-IDX.
               10  SET-ID              PIC 9(14).
               10  SET-STATE           PIC X(8).
                   88  SET-COMPLETE        VALUE "COMPLETE".
               10  SET-PURGE           PIC X(1).
                   88  SET-PURGED          VALUE "Y".
       01  WS-SET-COUNT            PIC 9(3) VALUE 0.
       01  WS-SET-SUB              PIC 9(3) VALUE 0.
       01  WS-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-COMPLETE-SEEN        PIC 9(3) VALUE 0.
       01  WS-OLDEST-KEPT          PIC 9(3) VALUE 0.
       01  WS-PURGED-SETS          PIC 9(3) VALUE 0.
       01  WS-PURGE-NAME           PIC X(40) VALUE SPACES.
       01  WS-RETENTION-SWITCH     PIC X VALUE "Y".
           88  WS-RETENTION-APPLIED    VALUE "Y".

       01  WS-REPORT-LINE          PIC X(132).
       01  WS-COUNT-EDIT           PIC Z(8)9.
       01  WS-COUNT-EDIT-2         PIC Z(8)9.

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
           DISPLAY "----- FizzBuzz Backup Set -----"
           DISPLAY " "

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF
           MOVE WS-RUN-DATE TO WS-SET-DATE
           MOVE WS-RUN-TIME(1:6) TO WS-SET-HHMMSS

           PERFORM LOAD-KEEP-PROCEDURE

           STRING "backup." DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RPT-FILENAME
           OPEN OUTPUT BackupReportFile
           IF BackupReportStatus NOT = "00"
               DISPLAY "Error: Unable to open " WS-RPT-FILENAME
                   ", Status: " BackupReportStatus "; no backup "
                   "taken."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND BackupCatalogFile
           IF BackupCatalogStatus = "35"
               OPEN OUTPUT BackupCatalogFile
           END-IF
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "Error: Unable to open bkcat.dat, Status: "
                   BackupCatalogStatus "; no backup taken."
               CLOSE BackupReportFile
               MOVE "ERROR" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "backup not taken - bkcat.dat status "
                   DELIMITED BY SIZE
                   BackupCatalogStatus DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Set      : " WS-SET-ID
           DISPLAY "Keeping  : " WS-KEEP-SETS " complete sets"
           PERFORM WRITE-REPORT-HEADER-PROCEDURE

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               PERFORM BACKUP-FILE-PROCEDURE
           END-PERFORM

      * The *SET row closes the set; without it the set reads as
      * interrupted and is never restored from.
           IF WS-FAILED-FILES > 0
               MOVE "FAILED" TO WS-SET-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-SET-STATUS
           END-IF
           INITIALIZE BackupCatalogRecord
           MOVE WS-SET-ID-NUM   TO BKC-SET
           MOVE "*SET"          TO BKC-FILE
           MOVE WS-SET-STATUS   TO BKC-STATUS
           MOVE WS-COPIED-FILES TO BKC-COUNT
           MOVE WS-SET-RECORDS  TO BKC-HASH
           MOVE WS-RUN-DATE     TO BKC-DATE
           ACCEPT BKC-TIME FROM TIME
           MOVE WS-OPERATOR     TO BKC-OPERATOR
           WRITE BackupCatalogRecord
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "Error: unable to close the set on bkcat.dat, "
                   "Status: " BackupCatalogStatus
               MOVE "FAILED" TO WS-SET-STATUS
               ADD 1 TO WS-FAILED-FILES
           END-IF
           CLOSE BackupCatalogFile

           PERFORM APPLY-RETENTION-PROCEDURE

           PERFORM WRITE-REPORT-SUMMARY-PROCEDURE
           CLOSE BackupReportFile

           MOVE SPACES TO WS-EVT-TEXT
           MOVE WS-SET-RECORDS TO WS-COUNT-EDIT
           IF WS-FAILED-FILES > 0
               MOVE "ERROR" TO WS-EVT-SEVERITY
               STRING "backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " FAILED - see " DELIMITED BY SIZE
                   WS-RPT-FILENAME DELIMITED BY SPACE
                   INTO WS-EVT-TEXT
           ELSE
               MOVE "INFO" TO WS-EVT-SEVERITY
               STRING "backup set " DELIMITED BY SIZE
                   WS-SET-ID DELIMITED BY SIZE
                   " complete - " DELIMITED BY SIZE
                   WS-COPIED-FILES DELIMITED BY SIZE
                   " files, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " records, verified" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
           END-IF
           PERFORM WRITE-EVENT-PROCEDURE

           IF WS-PURGED-SETS > 0
               MOVE "INFO" TO WS-EVT-SEVERITY
               MOVE SPACES TO WS-EVT-TEXT
               STRING "backup retention - " DELIMITED BY SIZE
                   WS-PURGED-SETS DELIMITED BY SIZE
                   " old set(s) purged, keeping " DELIMITED BY SIZE
                   WS-KEEP-SETS DELIMITED BY SIZE
                   " complete" DELIMITED BY SIZE
                   INTO WS-EVT-TEXT
               PERFORM WRITE-EVENT-PROCEDURE
           END-IF

           DISPLAY " "
           DISPLAY "Set status : " WS-SET-STATUS
           DISPLAY "Files      : " WS-COPIED-FILES " copied, "
               WS-ABSENT-FILES " absent, " WS-FAILED-FILES " failed"
           DISPLAY "Purged     : " WS-PURGED-SETS " old set(s)"
           DISPLAY "Report     : " WS-RPT-FILENAME

           EVALUATE TRUE
               WHEN WS-FAILED-FILES > 0
                   DISPLAY "Error: the backup set FAILED; see the "
                       "report."
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-RETENTION-APPLIED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
      ** add other procedures here

      * bkkeep.dat cols 1-3: the COMPLETE sets to keep.  Missing,
      * zero or not numeric keeps the default.
       LOAD-KEEP-PROCEDURE.
           MOVE WS-KEEP-DEFAULT TO WS-KEEP-SETS
           OPEN INPUT BackupKeepFile
           IF BackupKeepStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BackupKeepRecord
           READ BackupKeepFile
               AT END
                   MOVE SPACES TO BackupKeepRecord
           END-READ
           CLOSE BackupKeepFile
           IF KEEP-SETS IS NUMERIC AND KEEP-SETS NOT = "000"
               MOVE KEEP-SETS TO WS-KEEP-SETS
           ELSE
               DISPLAY "    Warning: bkkeep.dat does not hold a set "
                   "count in cols 1-3; keeping " WS-KEEP-DEFAULT
                   " sets."
           END-IF.

      * One file into the set: copy it (or unload it, for the
      * indexed ticket master) counting and hashing as it goes, read
      * the copy back, and catalog what came of it.
       BACKUP-FILE-PROCEDURE.
           MOVE SPACES TO WS-FILE-STATUS
           MOVE SPACES TO WS-FILE-NOTE
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE 0 TO WS-SOURCE-HASH
           MOVE 0 TO WS-COPY-COUNT
           MOVE 0 TO WS-COPY-HASH
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-LIVE-FILENAME
           MOVE SPACES TO WS-BACKUP-FILENAME
           STRING "bkp." DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-LIVE-FILENAME DELIMITED BY SPACE
               INTO WS-BACKUP-FILENAME

           IF WS-LIVE-FILENAME = "tickets.dat"
               PERFORM UNLOAD-TICKETS-PROCEDURE
           ELSE
               PERFORM COPY-FILE-PROCEDURE
           END-IF

           IF WS-FILE-STATUS = SPACES
               PERFORM VERIFY-COPY-PROCEDURE
           END-IF

           EVALUATE TRUE
               WHEN WS-FILE-COPIED
                   ADD 1 TO WS-COPIED-FILES
                   ADD WS-SOURCE-COUNT TO WS-SET-RECORDS
               WHEN WS-FILE-ABSENT
                   ADD 1 TO WS-ABSENT-FILES
               WHEN OTHER
                   ADD 1 TO WS-FAILED-FILES
           END-EVALUATE

           INITIALIZE BackupCatalogRecord
           MOVE WS-SET-ID-NUM   TO BKC-SET
           MOVE WS-LIVE-FILENAME TO BKC-FILE
           MOVE WS-FILE-STATUS  TO BKC-STATUS
           MOVE WS-SOURCE-COUNT TO BKC-COUNT
           MOVE WS-SOURCE-HASH  TO BKC-HASH
           MOVE WS-RUN-DATE     TO BKC-DATE
           ACCEPT BKC-TIME FROM TIME
           MOVE WS-OPERATOR     TO BKC-OPERATOR
           WRITE BackupCatalogRecord
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "Error: unable to catalog " WS-LIVE-FILENAME
                   " on bkcat.dat, Status: " BackupCatalogStatus
               IF NOT WS-FILE-FAILED
                   MOVE "FAILED" TO WS-FILE-STATUS
                   ADD 1 TO WS-FAILED-FILES
               END-IF
               MOVE "not catalogued" TO WS-FILE-NOTE
           END-IF

           DISPLAY "    " WS-LIVE-FILENAME(1:16) " " WS-FILE-STATUS " "
               WS-SOURCE-COUNT " records"
           PERFORM WRITE-REPORT-FILE-PROCEDURE.

      * A line sequential file, line for line into the copy.
       COPY-FILE-PROCEDURE.
           OPEN INPUT LiveFile
           IF LiveStatus = "35"
               MOVE "ABSENT" TO WS-FILE-STATUS
               MOVE "no such file - nothing to copy" TO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF
           IF LiveStatus NOT = "00"
               MOVE "FAILED" TO WS-FILE-STATUS
               STRING "cannot be read, status " DELIMITED BY SIZE
                   LiveStatus DELIMITED BY SIZE
                   INTO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BackupFile
           IF BackupStatus NOT = "00"
               CLOSE LiveFile
               MOVE "FAILED" TO WS-FILE-STATUS
               STRING "copy cannot be written, status "
                   DELIMITED BY SIZE
                   BackupStatus DELIMITED BY SIZE
                   INTO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-HASH-VALUE
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           MOVE "Y" TO WS-WRITE-SWITCH
           PERFORM UNTIL WS-LIVE-EOF
               READ LiveFile
                   AT END
                       SET WS-LIVE-EOF TO TRUE
                   NOT AT END
                       MOVE LiveRecord TO WS-HASH-LINE
                       PERFORM HASH-LINE-PROCEDURE
                       MOVE LiveRecord TO BackupRecord
                       WRITE BackupRecord
                       IF BackupStatus NOT = "00"
                           MOVE "N" TO WS-WRITE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LiveFile
           CLOSE BackupFile
           MOVE WS-HASH-COUNT TO WS-SOURCE-COUNT
           MOVE WS-HASH-VALUE TO WS-SOURCE-HASH

           IF NOT WS-WRITES-OK
               MOVE "FAILED" TO WS-FILE-STATUS
               MOVE "a record could not be written to the copy"
                   TO WS-FILE-NOTE
           END-IF.

      * The indexed ticket master, unloaded in key order to a line
      * sequential copy the restore loads back by key.
       UNLOAD-TICKETS-PROCEDURE.
           OPEN INPUT TicketMasterFile
           IF TicketMasterStatus = "35"
               MOVE "ABSENT" TO WS-FILE-STATUS
               MOVE "no such file - nothing to copy" TO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF
           IF TicketMasterStatus NOT = "00"
               MOVE "FAILED" TO WS-FILE-STATUS
               STRING "cannot be read, status " DELIMITED BY SIZE
                   TicketMasterStatus DELIMITED BY SIZE
                   INTO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BackupFile
           IF BackupStatus NOT = "00"
               CLOSE TicketMasterFile
               MOVE "FAILED" TO WS-FILE-STATUS
               STRING "copy cannot be written, status "
                   DELIMITED BY SIZE
                   BackupStatus DELIMITED BY SIZE
                   INTO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-HASH-VALUE
           MOVE "N" TO WS-LIVE-EOF-SWITCH
           MOVE "Y" TO WS-WRITE-SWITCH
           PERFORM UNTIL WS-LIVE-EOF
               READ TicketMasterFile NEXT RECORD
                   AT END
                       SET WS-LIVE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-HASH-LINE
                       MOVE TicketMasterRecord TO WS-HASH-LINE
                       PERFORM HASH-LINE-PROCEDURE
                       MOVE WS-HASH-LINE TO BackupRecord
                       WRITE BackupRecord
                       IF BackupStatus NOT = "00"
                           MOVE "N" TO WS-WRITE-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TicketMasterFile
           CLOSE BackupFile
           MOVE WS-HASH-COUNT TO WS-SOURCE-COUNT
           MOVE WS-HASH-VALUE TO WS-SOURCE-HASH

           IF NOT WS-WRITES-OK
               MOVE "FAILED" TO WS-FILE-STATUS
               MOVE "a record could not be written to the copy"
                   TO WS-FILE-NOTE
           END-IF.

      * The other side of the proof: the copy, read back end to end
      * and counted and hashed independently of the copying.
       VERIFY-COPY-PROCEDURE.
           OPEN INPUT BackupFile
           IF BackupStatus NOT = "00"
               MOVE "FAILED" TO WS-FILE-STATUS
               STRING "copy cannot be read back, status "
                   DELIMITED BY SIZE
                   BackupStatus DELIMITED BY SIZE
                   INTO WS-FILE-NOTE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-HASH-COUNT
           MOVE 0 TO WS-HASH-VALUE
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
           MOVE WS-HASH-COUNT TO WS-COPY-COUNT
           MOVE WS-HASH-VALUE TO WS-COPY-HASH

           IF WS-COPY-COUNT = WS-SOURCE-COUNT
            AND WS-COPY-HASH = WS-SOURCE-HASH
               MOVE "COPIED" TO WS-FILE-STATUS
           ELSE
               MOVE "FAILED" TO WS-FILE-STATUS
               MOVE "copy does not read back the same count and hash"
                   TO WS-FILE-NOTE
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

      * Keep the newest WS-KEEP-SETS COMPLETE sets.  Every set older
      * than the oldest of them is purged - its copies deleted and
      * its rows left off the rewritten catalog.
       APPLY-RETENTION-PROCEDURE.
           MOVE "Y" TO WS-RETENTION-SWITCH
           MOVE 0 TO WS-CAT-COUNT
           MOVE 0 TO WS-SET-COUNT
           MOVE "N" TO WS-CAT-EOF-SWITCH
           MOVE "N" TO WS-CAT-FULL-SWITCH

           OPEN INPUT BackupCatalogFile
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "    Warning: bkcat.dat cannot be reread, "
                   "Status: " BackupCatalogStatus "; no old sets "
                   "purged."
               MOVE "N" TO WS-RETENTION-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CAT-EOF OR WS-CAT-FULL
               READ BackupCatalogFile
                   AT END
                       SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT >= 2000
                           SET WS-CAT-FULL TO TRUE
                       ELSE
                           PERFORM LOAD-CATALOG-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackupCatalogFile

           IF WS-CAT-FULL
               DISPLAY "    Warning: bkcat.dat holds more rows or "
                   "sets than the retention tables carry; no old "
                   "sets purged."
               MOVE "N" TO WS-RETENTION-SWITCH
               EXIT PARAGRAPH
           END-IF

      * Newest first, find the oldest COMPLETE set still kept.
           MOVE 0 TO WS-COMPLETE-SEEN
           MOVE 0 TO WS-OLDEST-KEPT
           PERFORM VARYING WS-SET-SUB FROM WS-SET-COUNT BY -1
                   UNTIL WS-SET-SUB < 1 OR WS-OLDEST-KEPT > 0
               IF SET-COMPLETE(WS-SET-SUB)
                   ADD 1 TO WS-COMPLETE-SEEN
                   IF WS-COMPLETE-SEEN = WS-KEEP-SETS
                       MOVE WS-SET-SUB TO WS-OLDEST-KEPT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OLDEST-KEPT <= 1
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB >= WS-OLDEST-KEPT
               SET SET-PURGED(WS-SET-SUB) TO TRUE
               ADD 1 TO WS-PURGED-SETS
               PERFORM PURGE-SET-PROCEDURE
           END-PERFORM

           OPEN OUTPUT BackupCatalogFile
           IF BackupCatalogStatus NOT = "00"
               DISPLAY "Error: unable to rewrite bkcat.dat, Status: "
                   BackupCatalogStatus "; the purged sets are still "
                   "catalogued but their copies are gone."
               MOVE "N" TO WS-RETENTION-SWITCH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > WS-CAT-COUNT
               PERFORM FIND-SET-PROCEDURE
               IF NOT SET-PURGED(WS-FOUND-SUB)
                   MOVE CAT-RECORD(WS-CAT-SUB) TO BackupCatalogRecord
                   WRITE BackupCatalogRecord
               END-IF
           END-PERFORM
           CLOSE BackupCatalogFile.

      * Into the row table, and the row's set into the set table -
      * a *SET row gives the set its state.
       LOAD-CATALOG-ROW-PROCEDURE.
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-COUNT TO WS-CAT-SUB
           MOVE BackupCatalogRecord TO CAT-RECORD(WS-CAT-SUB)
           MOVE BKC-SET  TO CAT-SET(WS-CAT-SUB)
           MOVE BKC-FILE TO CAT-FILE(WS-CAT-SUB)

           PERFORM FIND-SET-PROCEDURE
           IF WS-FOUND-SUB = 0
               IF WS-SET-COUNT >= 300
                   SET WS-CAT-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SET-COUNT TO WS-FOUND-SUB
               MOVE BKC-SET TO SET-ID(WS-FOUND-SUB)
               MOVE SPACES TO SET-STATE(WS-FOUND-SUB)
               MOVE "N" TO SET-PURGE(WS-FOUND-SUB)
           END-IF
           IF BKC-FILE = "*SET"
               MOVE BKC-STATUS TO SET-STATE(WS-FOUND-SUB)
           END-IF.

      * WS-FOUND-SUB = the set table entry for CAT-SET(WS-CAT-SUB),
      * or zero.
       FIND-SET-PROCEDURE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SET-SUB FROM WS-SET-COUNT BY -1
                   UNTIL WS-SET-SUB < 1 OR WS-FOUND-SUB > 0
               IF SET-ID(WS-SET-SUB) = CAT-SET(WS-CAT-SUB)
                   MOVE WS-SET-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      * Delete every copy the set can hold - a file catalogued
      * ABSENT or FAILED may have none, which is fine.
       PURGE-SET-PROCEDURE.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE SPACES TO WS-PURGE-NAME
               STRING "bkp." DELIMITED BY SIZE
                   SET-ID(WS-SET-SUB) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-FILE-NAME(WS-FILE-SUB) DELIMITED BY SPACE
                   INTO WS-PURGE-NAME
               CALL "CBL_DELETE_FILE" USING WS-PURGE-NAME
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Purged set " DELIMITED BY SIZE
               SET-ID(WS-SET-SUB) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               SET-STATE(WS-SET-SUB) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           IF SET-STATE(WS-SET-SUB) = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Purged set " DELIMITED BY SIZE
                   SET-ID(WS-SET-SUB) DELIMITED BY SIZE
                   " (interrupted)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord
           DISPLAY "    " WS-REPORT-LINE(1:60).

       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE "----- FizzBuzz Backup Set -----"
               TO BackupReportRecord
           WRITE BackupReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Set      : " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               WS-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Copies   : bkp." DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               ".<file>, catalogued on bkcat.dat" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord
           MOVE SPACES TO BackupReportRecord
           WRITE BackupReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "File"      TO WS-REPORT-LINE(1:)
           MOVE "Status"    TO WS-REPORT-LINE(18:)
           MOVE "  Records" TO WS-REPORT-LINE(27:)
           MOVE "Hash"      TO WS-REPORT-LINE(38:)
           MOVE "Note"      TO WS-REPORT-LINE(49:)
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord.

       WRITE-REPORT-FILE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-LIVE-FILENAME TO WS-REPORT-LINE(1:16)
           MOVE WS-FILE-STATUS TO WS-REPORT-LINE(18:8)
           MOVE WS-SOURCE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-REPORT-LINE(27:9)
           IF WS-FILE-COPIED
               MOVE WS-SOURCE-HASH TO WS-REPORT-LINE(38:9)
           END-IF
           MOVE WS-FILE-NOTE TO WS-REPORT-LINE(49:)
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord.

       WRITE-REPORT-SUMMARY-PROCEDURE.
           MOVE SPACES TO BackupReportRecord
           WRITE BackupReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SET-RECORDS TO WS-COUNT-EDIT
           STRING "Set " DELIMITED BY SIZE
               WS-SET-STATUS DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-COPIED-FILES DELIMITED BY SIZE
               " copied, " DELIMITED BY SIZE
               WS-ABSENT-FILES DELIMITED BY SIZE
               " absent, " DELIMITED BY SIZE
               WS-FAILED-FILES DELIMITED BY SIZE
               " failed - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               " records" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RETENTION-APPLIED
               STRING "Retention: keeping " DELIMITED BY SIZE
                   WS-KEEP-SETS DELIMITED BY SIZE
                   " complete sets, " DELIMITED BY SIZE
                   WS-PURGED-SETS DELIMITED BY SIZE
                   " old set(s) purged" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE "Retention: NOT APPLIED - no old sets purged"
                   TO WS-REPORT-LINE
           END-IF
           MOVE WS-REPORT-LINE TO BackupReportRecord
           WRITE BackupReportRecord.

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
           MOVE "BACKUP"        TO EVT-PROGRAM
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

       END PROGRAM FIZZBUZZ-BACKUP.
