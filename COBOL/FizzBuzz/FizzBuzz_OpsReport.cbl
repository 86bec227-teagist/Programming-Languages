      *          to ignore is gone and a real missed night stands
      *          out again.  No calendar file means every day is
      *          expected - the old behavior.
      *          runlog.dat lines are 224 bytes now - the 200-byte line
      *          plus the chained seal FIZZBUZZ-SEAL issues, verified
      *          nightly by FIZZBUZZ-SEALCHK; the seal sits past every
      *          keyword this report reads.
      *          A closed month rolled out of runlog.dat by
      *          FIZZBUZZ-ROLLOVR is read from the year's history file,
      *          runlog.<ccyy>.dat, ahead of the live log, so a month
      *          reported after the rollover still shows every run.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS OpsMonthStatus.

           SELECT RunLogFile ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RunLogStatus.

       01  OpsMonthRecord          PIC X(6).

       FD  RunLogFile.
       01  RunLogRecord            PIC X(224).

       FD  OpsReportFile.
       01  OpsReportRecord         PIC X(100).
       01  WS-REPORT-MONTH     PIC 9(6) VALUE 0.
       01  WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01  WS-RPT-FILENAME     PIC X(30).
       01  WS-RUNLOG-FILENAME  PIC X(30) VALUE SPACES.
       01  WS-REPORT-YEAR      PIC 9(4) VALUE 0.

       01  WS-LOG-EOF-SWITCH   PIC X VALUE "N".
           88  WS-LOG-EOF          VALUE "Y".

           PERFORM WRITE-REPORT-HEADER-PROCEDURE

      * A closed month may already have been rolled out to the
      * year's history file; its lines come first, then the live
      * log's.
           COMPUTE WS-REPORT-YEAR = WS-REPORT-MONTH / 100
           STRING "runlog." DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-RUNLOG-FILENAME
           OPEN INPUT RunLogFile
           IF RunLogStatus = "00"
               PERFORM READ-RUN-LOG-PROCEDURE
           END-IF

           MOVE "runlog.dat" TO WS-RUNLOG-FILENAME
           OPEN INPUT RunLogFile
           IF RunLogStatus NOT = "00"
               DISPLAY "Error: Unable to open runlog.dat, Status: "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RUN-LOG-PROCEDURE

           IF NOT WS-DETAIL-WRITTEN
               MOVE "  (no runs logged for this month)"
           STOP RUN.
      ** add other procedures here

       READ-RUN-LOG-PROCEDURE.
           MOVE "N" TO WS-LOG-EOF-SWITCH
           PERFORM UNTIL WS-LOG-EOF
               READ RunLogFile
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM EXAMINE-LOG-LINE-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE RunLogFile.

      * The month to report comes from opsmonth.dat when present;
      * the month-end job runs without one and reports the current
      * month.
