      ******************************************************************
      * Author: Houston Brown
      * Date: 10/15/2026
      * Purpose: Seal one record for a tamper-evident trail.  The
      *          trails - events.dat, runlog.dat, rulesaudit.dat,
      *          ratesaudit.dat and tktaudit.dat - are plain
      *          sequential files anyone with file access could edit,
      *          so every record appended to them now carries a
      *          24-byte seal after its content: "SEAL=", a 9-digit
      *          sequence number and, after a ".", a 9-digit check
      *          value computed from the previous record's check
      *          value, this record's sequence number and every byte
      *          of this record's content.  Change a byte, drop a
      *          record or slip one in, and every check value from
      *          that point on stops agreeing.
      *          trailseal.dat is the register of the chains: per
      *          trail, the base (the sequence number and check value
      *          the chain in the live file continues from - zero
      *          until history is rolled out of the file), the last
      *          sequence number and check value issued, and when.
      *          The register is what shows records missing from the
      *          END of a trail, which the chain alone cannot.
      *          CALLed by every program that appends to a trail,
      *          with the request block and the record content:
      *            S  seal the next record of the named trail - the
      *               register supplies the previous sequence number
      *               and check value, the stamp comes back in
      *               SEAL-STAMP and the register is updated before
      *               control returns, so the caller must write the
      *               record it asked for.
      *            C  compute only - the caller supplies the previous
      *               sequence number and check value and the
      *               record's sequence number (FIZZBUZZ-SEALCHK
      *               recomputes each chain this way, so there is
      *               exactly one definition of the check value).
      *          SEAL-RESULT is "00" when the stamp was issued,
      *          otherwise the register's file status (or "99" for a
      *          bad request), and SEAL-STAMP is left blank - the
      *          caller still writes its record, unsealed, and the
      *          verification reports it.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FIZZBUZZ-SEAL.

       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AMD-Ryzen7.
       OBJECT-COMPUTER. AMD-Ryzen7.
       SPECIAL-NAMES. ALPHABET ALPHA-NAME IS STANDARD-1.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrailSealFile ASSIGN TO "trailseal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           STATUS TrailSealStatus.

       I-O-CONTROL.
      *-----------------------

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD  TrailSealFile.
       01  TrailSealRecord.
           05  TSL-TRAIL           PIC X(16).
           05  TSL-BASE-SEQ        PIC 9(9).
           05  TSL-BASE-CHECK      PIC 9(9).
           05  TSL-LAST-SEQ        PIC 9(9).
           05  TSL-LAST-CHECK      PIC 9(9).
           05  TSL-UPDATED-DATE    PIC 9(8).
           05  TSL-UPDATED-TIME    PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  TrailSealStatus     PIC XX.

       01  WS-SEAL-TABLE.
           05  WS-SEAL-ROW OCCURS 20 TIMES INDEXED BY SEAL-IDX.
               10  ROW-TRAIL           PIC X(16).
               10  ROW-BASE-SEQ        PIC 9(9).
               10  ROW-BASE-CHECK      PIC 9(9).
               10  ROW-LAST-SEQ        PIC 9(9).
               10  ROW-LAST-CHECK      PIC 9(9).
               10  ROW-UPDATED-DATE    PIC 9(8).
               10  ROW-UPDATED-TIME    PIC 9(8).
       01  WS-SEAL-ROWS            PIC 9(2) VALUE 0.
       01  WS-ROW-SUB              PIC 9(2) VALUE 0.
       01  WS-TSL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-TSL-EOF              VALUE "Y".

      * The check value is kept below the 9-digit prime modulus, so
      * it always fits the 9 digits of the stamp.
       01  WS-MODULUS              PIC 9(9) VALUE 999999937.
       01  WS-CHAIN                PIC 9(9) VALUE 0.
       01  WS-WORK                 PIC 9(15) VALUE 0.
       01  WS-BYTE-SUB             PIC 9(4) VALUE 0.
       01  WS-TODAY                PIC 9(8) VALUE 0.
       01  WS-NOW                  PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  SEAL-REQUEST.
           05  SEAL-FUNCTION       PIC X(1).
           05  SEAL-TRAIL          PIC X(16).
           05  SEAL-TEXT-LEN       PIC 9(4).
           05  SEAL-PREV-SEQ       PIC 9(9).
           05  SEAL-PREV-CHECK     PIC 9(9).
           05  SEAL-STAMP.
               10  SEAL-TAG            PIC X(5).
               10  SEAL-SEQ            PIC 9(9).
               10  SEAL-DOT            PIC X(1).
               10  SEAL-CHECK          PIC 9(9).
           05  SEAL-RESULT         PIC X(2).
       01  SEAL-TEXT               PIC X(400).
      *-----------------------

       PROCEDURE DIVISION USING SEAL-REQUEST SEAL-TEXT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE "00" TO SEAL-RESULT

           IF SEAL-TEXT-LEN IS NOT NUMERIC
            OR SEAL-TEXT-LEN = 0
            OR SEAL-TEXT-LEN > 400
               MOVE SPACES TO SEAL-STAMP
               MOVE "99" TO SEAL-RESULT
               GOBACK
           END-IF

           EVALUATE SEAL-FUNCTION
               WHEN "C"
                   PERFORM COMPUTE-CHECK-PROCEDURE
               WHEN "S"
                   PERFORM SEAL-NEXT-PROCEDURE
               WHEN OTHER
                   MOVE SPACES TO SEAL-STAMP
                   MOVE "99" TO SEAL-RESULT
           END-EVALUATE
           GOBACK.
      ** add other procedures here

      * The chain: start from the previous check value plus this
      * record's sequence number, then fold in every byte of the
      * content.  SEAL-SEQ must already hold the sequence number.
       COMPUTE-CHECK-PROCEDURE.
           COMPUTE WS-CHAIN =
               FUNCTION MOD(SEAL-PREV-CHECK + SEAL-SEQ, WS-MODULUS)
           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                   UNTIL WS-BYTE-SUB > SEAL-TEXT-LEN
               COMPUTE WS-WORK = WS-CHAIN * 257
                   + FUNCTION ORD(SEAL-TEXT(WS-BYTE-SUB:1))
               COMPUTE WS-CHAIN = FUNCTION MOD(WS-WORK, WS-MODULUS)
           END-PERFORM

           MOVE "SEAL="  TO SEAL-TAG
           MOVE "."      TO SEAL-DOT
           MOVE WS-CHAIN TO SEAL-CHECK.

      * The register is read whole, the trail's row advanced (or
      * started at zero for a trail never sealed before) and the
      * register rewritten before the stamp goes back.
       SEAL-NEXT-PROCEDURE.
           MOVE SPACES TO SEAL-STAMP
           PERFORM LOAD-REGISTER-PROCEDURE
           IF SEAL-RESULT NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROW-SUB
           PERFORM VARYING SEAL-IDX FROM 1 BY 1
                   UNTIL SEAL-IDX > WS-SEAL-ROWS
               IF ROW-TRAIL(SEAL-IDX) = SEAL-TRAIL
                   SET WS-ROW-SUB TO SEAL-IDX
               END-IF
           END-PERFORM

           IF WS-ROW-SUB = 0
               IF WS-SEAL-ROWS >= 20
                   MOVE "99" TO SEAL-RESULT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEAL-ROWS
               MOVE WS-SEAL-ROWS TO WS-ROW-SUB
               MOVE SEAL-TRAIL TO ROW-TRAIL(WS-ROW-SUB)
               MOVE 0 TO ROW-BASE-SEQ(WS-ROW-SUB)
               MOVE 0 TO ROW-BASE-CHECK(WS-ROW-SUB)
               MOVE 0 TO ROW-LAST-SEQ(WS-ROW-SUB)
               MOVE 0 TO ROW-LAST-CHECK(WS-ROW-SUB)
           END-IF

           MOVE ROW-LAST-SEQ(WS-ROW-SUB)   TO SEAL-PREV-SEQ
           MOVE ROW-LAST-CHECK(WS-ROW-SUB) TO SEAL-PREV-CHECK
           IF SEAL-PREV-SEQ >= 999999999
               MOVE 0 TO SEAL-SEQ
           ELSE
               COMPUTE SEAL-SEQ = SEAL-PREV-SEQ + 1
           END-IF
           PERFORM COMPUTE-CHECK-PROCEDURE

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SEAL-SEQ   TO ROW-LAST-SEQ(WS-ROW-SUB)
           MOVE SEAL-CHECK TO ROW-LAST-CHECK(WS-ROW-SUB)
           MOVE WS-TODAY   TO ROW-UPDATED-DATE(WS-ROW-SUB)
           MOVE WS-NOW     TO ROW-UPDATED-TIME(WS-ROW-SUB)

           PERFORM REWRITE-REGISTER-PROCEDURE
           IF SEAL-RESULT NOT = "00"
               MOVE SPACES TO SEAL-STAMP
           END-IF.

      * A missing register is a chain not yet started.
       LOAD-REGISTER-PROCEDURE.
           MOVE 0 TO WS-SEAL-ROWS
           MOVE "N" TO WS-TSL-EOF-SWITCH

           OPEN INPUT TrailSealFile
           IF TrailSealStatus = "35"
               EXIT PARAGRAPH
           END-IF
           IF TrailSealStatus NOT = "00"
               MOVE TrailSealStatus TO SEAL-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TSL-EOF
               READ TrailSealFile
                   AT END
                       SET WS-TSL-EOF TO TRUE
                   NOT AT END
                       IF WS-SEAL-ROWS < 20
                        AND TrailSealRecord NOT = SPACES
                           ADD 1 TO WS-SEAL-ROWS
                           MOVE TrailSealRecord
                               TO WS-SEAL-ROW(WS-SEAL-ROWS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TrailSealFile.

       REWRITE-REGISTER-PROCEDURE.
           OPEN OUTPUT TrailSealFile
           IF TrailSealStatus NOT = "00"
               MOVE TrailSealStatus TO SEAL-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SEAL-IDX FROM 1 BY 1
                   UNTIL SEAL-IDX > WS-SEAL-ROWS
               MOVE WS-SEAL-ROW(SEAL-IDX) TO TrailSealRecord
               WRITE TrailSealRecord
               IF TrailSealStatus NOT = "00"
                   MOVE TrailSealStatus TO SEAL-RESULT
               END-IF
           END-PERFORM
           CLOSE TrailSealFile.

       END PROGRAM FIZZBUZZ-SEAL.
