      *          registered (the date never ran, or predates the
      *          catalog).  A shop without a catalog restores
      *          exactly as before.
      *          A day FIZZBUZZ-ROLLOVR has moved out of gencat.dat is
      *          looked up in the year's catalog history,
      *          gencat.<ccyy>.dat, before the day is called
      *          uncatalogued.
      * Tectonics: cobc
      ******************************************************************

           ORGANIZATION IS LINE SEQUENTIAL
           STATUS RestoreStatus.

           SELECT GenCatFile ASSIGN TO DYNAMIC WS-GCAT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS GenCatStatus.

       01  WS-REPORT-LINE      PIC X(100).

       01  GenCatStatus        PIC XX.
       01  WS-GCAT-FILENAME    PIC X(30) VALUE SPACES.
       01  WS-GCAT-EOF-SWITCH  PIC X VALUE "N".
           88  WS-GCAT-EOF         VALUE "Y".
       01  WS-DAY-CAT-SWITCH   PIC X VALUE "U".
      * catalog simply keeps the old behavior.  The archive is
      * rolled from the CSV generation, so OUTPUT-CSV is the type
      * that proves the date's details once existed.
      * A day already rolled out of the live catalog by
      * FIZZBUZZ-ROLLOVR is looked for in its year's history file.
       CHECK-CATALOG-PROCEDURE.
           MOVE "gencat.dat" TO WS-GCAT-FILENAME
           PERFORM SCAN-CATALOG-PROCEDURE
           IF WS-DAY-CATALOGUED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-GCAT-FILENAME
           STRING "gencat." DELIMITED BY SIZE
               WS-RETR-DATE(1:4) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-GCAT-FILENAME
           PERFORM SCAN-CATALOG-PROCEDURE.

       SCAN-CATALOG-PROCEDURE.
           OPEN INPUT GenCatFile
           IF GenCatStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF

           SET WS-DAY-UNCATALOGUED TO TRUE
           MOVE "N" TO WS-GCAT-EOF-SWITCH
           PERFORM UNTIL WS-GCAT-EOF
               READ GenCatFile
                   AT END
