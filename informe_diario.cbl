      *          of DAT records and the total of TRAN-AMOUNT, followed
      *          by a grand total across runs, so the morning sign-off
      *          no longer requires opening prueba.txt in an editor.
      *          Reversals (TRAN-ENTRY-TYPE R) are left out of the run
      *          and grand totals and printed on an ANULACIONES line
      *          of their own under the run, and under the grand
      *          total, whenever there were any.
      *          Records the standing-order generator produced
      *          (TRAN-ORIGIN O) stay in the run and grand totals,
      *          which are what was posted, and are also counted on
      *          an ORDENES PERMANENTES line of their own under the
      *          run and under the grand total, so the sign-off sees
      *          how much of the night nobody keyed.
      *          Amounts are in home currency, as posted; under the
      *          grand total a breakdown by currency lists, for each
      *          currency the records were entered in, the number of
      *          records, their total as entered and its home-currency
      *          equivalent (reversals included, so each currency
      *          shows its net). Records posted before the currency
      *          code existed count as home currency.
      *          A second section summarizes rechazos.txt by
      *          REJ-REASON-CODE with a readable description per code.
      *          The report is written to informe_diario.txt so it can
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(120).

       FD REJECT-FILE.
       COPY REJREC.

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY DIVREC.

       01 WS-EXTRACT-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-GRAND-RUNS PIC 9(6) VALUE ZERO.
       01 WS-GRAND-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GRAND-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-RUN-REV-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUN-REV-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-REV-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GRAND-REV-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-RUN-ORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUN-ORD-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-ORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-GRAND-ORD-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-REJECT-TOTAL PIC 9(6) VALUE ZERO.
       01 WS-REASON-SUB PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-SUB PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-WORK PIC X(3) VALUE SPACES.

       COPY MOTIVOS.

      ******************************************************************
      * Per-currency totals, one slot per currency met in prueba.txt in
      * the order first met. Currencies past the last slot are added
      * into it, so the section still foots to the grand total.
      ******************************************************************
       01 WS-CURRENCY-LOADED PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-TOTALS.
           05 WS-CURRENCY-ENTRY OCCURS 30 TIMES.
               10 WS-CUR-CODE PIC X(3).
               10 WS-CUR-COUNT PIC 9(6).
               10 WS-CUR-ORIGINAL PIC S9(11)V99.
               10 WS-CUR-HOME PIC S9(11)V99.

      ******************************************************************
      * One counter per MOTIVOS entry, with room to spare so a code
      * added to the copybook needs no change here; only the first
      * WS-REASON-OTHER-SUB slots are used.
      ******************************************************************
       01 WS-REASON-COUNTS.
           05 WS-REASON-COUNT OCCURS 30 TIMES PIC 9(6).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(34)
           05 FILLER PIC X(4) VALUE SPACES.
           05 GRAND-AMOUNT PIC ----,---,---,--9.99.
           05 FILLER PIC X(49) VALUE SPACES.
      ******************************************************************
      * Reversals of a run, or of the whole report, printed under the
      * line they were kept out of; the standing-order line shares the
      * layout.
      ******************************************************************
       01 WS-REVERSAL-LINE.
           05 REV-LABEL PIC X(21).
           05 REV-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 REV-AMOUNT PIC ----,---,---,--9.99.
           05 FILLER PIC X(49) VALUE SPACES.
       01 WS-CURRENCY-HEADING.
           05 FILLER PIC X(8) VALUE "DIVISA  ".
           05 FILLER PIC X(11) VALUE "REGISTROS  ".
           05 FILLER PIC X(21) VALUE "IMPORTE EN DIVISA".
           05 FILLER PIC X(20) VALUE "CONTRAVALOR".
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-CURRENCY-DETAIL.
           05 CURDET-CODE PIC X(3).
           05 FILLER PIC X(7) VALUE SPACES.
           05 CURDET-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CURDET-ORIGINAL PIC ----,---,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CURDET-HOME PIC ----,---,---,--9.99.
           05 FILLER PIC X(41) VALUE SPACES.
       01 WS-REJECT-HEADING.
           05 FILLER PIC X(38)
               VALUE "RESUMEN DE RECHAZOS POR CODIGO MOTIVO ".
               PERFORM PROCESS-EXTRACT UNTIL WS-END-OF-FILE
               PERFORM CLOSE-PENDING-RUN
               PERFORM WRITE-GRAND-TOTAL
               PERFORM WRITE-CURRENCY-LINES
               CLOSE EXTRACT-FILE
               PERFORM REPORT-REJECTS
               CLOSE REPORT-FILE
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Ejecuciones listadas: " WS-GRAND-RUNS.
           DISPLAY "Registros totales:    " WS-GRAND-COUNT.
           DISPLAY "Anulaciones:          " WS-GRAND-REV-COUNT.
           DISPLAY "Órdenes permanentes:  " WS-GRAND-ORD-COUNT.
           STOP RUN.

       INITIALIZE-REPORT.
           MOVE ZERO TO WS-REASON-SUB.
           PERFORM CLEAR-REASON-COUNT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-OTHER-SUB.

       CLEAR-REASON-COUNT.
           MOVE ZERO TO WS-REASON-COUNT (WS-REASON-SUB).
                           PERFORM CLOSE-PENDING-RUN
                           PERFORM START-RUN-BLOCK
                       WHEN TRAN-TYPE-DATA
                           PERFORM ADD-DATA-RECORD
                       WHEN TRAN-TYPE-TRAILER
                           PERFORM WRITE-RUN-LINE
                       WHEN OTHER
                   END-EVALUATE
           END-READ.

       ADD-DATA-RECORD.
           IF TRAN-AMOUNT IS NOT NUMERIC
               MOVE "Y" TO WS-AMOUNT-BAD-SWITCH
           END-IF.
           IF TRAN-ENTRY-REVERSAL
               ADD 1 TO WS-RUN-REV-COUNT
               IF TRAN-AMOUNT IS NUMERIC
                   ADD TRAN-AMOUNT TO WS-RUN-REV-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-RUN-COUNT
               IF TRAN-AMOUNT IS NUMERIC
                   ADD TRAN-AMOUNT TO WS-RUN-AMOUNT
               END-IF
               IF TRAN-FROM-STANDING-ORDER
                   ADD 1 TO WS-RUN-ORD-COUNT
                   IF TRAN-AMOUNT IS NUMERIC
                       ADD TRAN-AMOUNT TO WS-RUN-ORD-AMOUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM TALLY-CURRENCY.

      ******************************************************************
      * A record with no currency predates the code and is in home
      * currency: its amount as entered is its posted amount.
      ******************************************************************
       TALLY-CURRENCY.
           MOVE TRAN-CURRENCY TO WS-CURRENCY-WORK.
           IF WS-CURRENCY-WORK = SPACES
               MOVE WS-HOME-CURRENCY TO WS-CURRENCY-WORK
               MOVE TRAN-AMOUNT TO TRAN-ORIGINAL-AMOUNT
           END-IF.
           MOVE 1 TO WS-CURRENCY-SUB.
           PERFORM SCAN-CURRENCY-TABLE
               UNTIL WS-CURRENCY-SUB > WS-CURRENCY-LOADED
               OR WS-CUR-CODE (WS-CURRENCY-SUB) = WS-CURRENCY-WORK.
           IF WS-CURRENCY-SUB > WS-CURRENCY-LOADED
               IF WS-CURRENCY-LOADED < 30
                   ADD 1 TO WS-CURRENCY-LOADED
                   MOVE WS-CURRENCY-WORK
                       TO WS-CUR-CODE (WS-CURRENCY-LOADED)
                   MOVE ZERO TO WS-CUR-COUNT (WS-CURRENCY-LOADED)
                   MOVE ZERO TO WS-CUR-ORIGINAL (WS-CURRENCY-LOADED)
                   MOVE ZERO TO WS-CUR-HOME (WS-CURRENCY-LOADED)
               ELSE
                   MOVE "***" TO WS-CUR-CODE (WS-CURRENCY-LOADED)
               END-IF
               MOVE WS-CURRENCY-LOADED TO WS-CURRENCY-SUB
           END-IF.
           ADD 1 TO WS-CUR-COUNT (WS-CURRENCY-SUB).
           IF TRAN-ORIGINAL-AMOUNT IS NUMERIC
               ADD TRAN-ORIGINAL-AMOUNT
                   TO WS-CUR-ORIGINAL (WS-CURRENCY-SUB)
           END-IF.
           IF TRAN-AMOUNT IS NUMERIC
               ADD TRAN-AMOUNT TO WS-CUR-HOME (WS-CURRENCY-SUB)
           END-IF.

       SCAN-CURRENCY-TABLE.
           ADD 1 TO WS-CURRENCY-SUB.

       START-RUN-BLOCK.
           MOVE "Y" TO WS-RUN-PENDING-SWITCH.
           MOVE TRAN-RUN-SEQUENCE TO WS-RUN-SEQUENCE.
           MOVE TRAN-DATE TO WS-RUN-DATE.
           MOVE ZERO TO WS-RUN-COUNT.
           MOVE ZERO TO WS-RUN-AMOUNT.
           MOVE ZERO TO WS-RUN-REV-COUNT.
           MOVE ZERO TO WS-RUN-REV-AMOUNT.
           MOVE ZERO TO WS-RUN-ORD-COUNT.
           MOVE ZERO TO WS-RUN-ORD-AMOUNT.
           MOVE "N" TO WS-AMOUNT-BAD-SWITCH.

      ******************************************************************
           END-IF.
           MOVE WS-RUN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-RUN-REVERSALS.
           PERFORM WRITE-RUN-ORDERS.
           ADD 1 TO WS-GRAND-RUNS.
           ADD WS-RUN-COUNT TO WS-GRAND-COUNT.
           ADD WS-RUN-AMOUNT TO WS-GRAND-AMOUNT.
           MOVE "N" TO WS-RUN-PENDING-SWITCH.

       WRITE-RUN-REVERSALS.
           IF WS-RUN-REV-COUNT > ZERO
               MOVE "  ANULACIONES" TO REV-LABEL
               MOVE WS-RUN-REV-COUNT TO REV-COUNT
               MOVE WS-RUN-REV-AMOUNT TO REV-AMOUNT
               MOVE WS-REVERSAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-RUN-REV-COUNT TO WS-GRAND-REV-COUNT
               ADD WS-RUN-REV-AMOUNT TO WS-GRAND-REV-AMOUNT
           END-IF.

       WRITE-RUN-ORDERS.
           IF WS-RUN-ORD-COUNT > ZERO
               MOVE "  ORDENES PERMANENTES" TO REV-LABEL
               MOVE WS-RUN-ORD-COUNT TO REV-COUNT
               MOVE WS-RUN-ORD-AMOUNT TO REV-AMOUNT
               MOVE WS-REVERSAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD WS-RUN-ORD-COUNT TO WS-GRAND-ORD-COUNT
               ADD WS-RUN-ORD-AMOUNT TO WS-GRAND-ORD-AMOUNT
           END-IF.

      ******************************************************************
      * A header without its trailer means the run never closed; the
      * block is still listed, flagged, so the morning review sees it.
               MOVE "SIN CIERRE" TO DET-RUN-FLAG
               MOVE WS-RUN-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-RUN-REVERSALS
               PERFORM WRITE-RUN-ORDERS
               ADD 1 TO WS-GRAND-RUNS
               ADD WS-RUN-COUNT TO WS-GRAND-COUNT
               ADD WS-RUN-AMOUNT TO WS-GRAND-AMOUNT
           MOVE WS-GRAND-AMOUNT TO GRAND-AMOUNT.
           MOVE WS-GRAND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-GRAND-REV-COUNT > ZERO
               MOVE "TOTAL ANULACIONES" TO REV-LABEL
               MOVE WS-GRAND-REV-COUNT TO REV-COUNT
               MOVE WS-GRAND-REV-AMOUNT TO REV-AMOUNT
               MOVE WS-REVERSAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-GRAND-ORD-COUNT > ZERO
               MOVE "TOTAL ORD.PERMANENTES" TO REV-LABEL
               MOVE WS-GRAND-ORD-COUNT TO REV-COUNT
               MOVE WS-GRAND-ORD-AMOUNT TO REV-AMOUNT
               MOVE WS-REVERSAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-CURRENCY-LINES.
           IF WS-CURRENCY-LOADED > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "DESGLOSE POR DIVISA" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CURRENCY-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-ONE-CURRENCY-LINE
                   VARYING WS-CURRENCY-SUB FROM 1 BY 1
                   UNTIL WS-CURRENCY-SUB > WS-CURRENCY-LOADED
           END-IF.

       WRITE-ONE-CURRENCY-LINE.
           MOVE WS-CUR-CODE (WS-CURRENCY-SUB) TO CURDET-CODE.
           MOVE WS-CUR-COUNT (WS-CURRENCY-SUB) TO CURDET-COUNT.
           MOVE WS-CUR-ORIGINAL (WS-CURRENCY-SUB) TO CURDET-ORIGINAL.
           MOVE WS-CUR-HOME (WS-CURRENCY-SUB) TO CURDET-HOME.
           MOVE WS-CURRENCY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-REJECTS.
           MOVE SPACES TO REPORT-LINE.
       TALLY-REJECT-REASON.
           MOVE 1 TO WS-REASON-SUB.
           PERFORM FIND-REJECT-REASON
               UNTIL WS-REASON-SUB = WS-REASON-OTHER-SUB
               OR REJ-REASON-CODE = WS-REASON-CODE (WS-REASON-SUB).
           ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB).

           ELSE
               PERFORM WRITE-ONE-REJECT-LINE
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-OTHER-SUB
               MOVE SPACES TO WS-REJECT-DETAIL
               MOVE "TOTAL DE RECHAZOS" TO REJDET-TEXT
               MOVE WS-REJECT-TOTAL TO REJDET-COUNT
