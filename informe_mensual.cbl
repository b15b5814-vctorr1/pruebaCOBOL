      *          ascending order, so it can be printed and signed. An
      *          archive named in the manifest but missing from disk
      *          is reported and ends the run RC=4, so a statement
      *          with a hole in it is never signed as complete. Each
      *          date line is followed by one line per branch that
      *          had movements that date, and the grand total by one
      *          line per branch in the branch master sucursales.dat,
      *          so the statement follows the branches the shop has
      *          instead of a fixed set of columns. Amounts are in
      *          home currency, as posted; after the branch lines the
      *          statement breaks the range down by the currency the
      *          records were entered in - records, total as entered
      *          and its home-currency equivalent - with records that
      *          predate the currency code counted as home currency.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO "informe_mensual.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(100).

       FD SOURCE-FILE.
       01 SOURCE-LINE PIC X(120).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY SUCTAB.
       COPY DIVREC.

       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-SOURCE-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-SOURCE-NAME PIC X(30).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-DATE-SUB PIC 9(3) VALUE ZERO.
       01 WS-PICK-SUB PIC 9(3) VALUE ZERO.
       01 WS-LOW-DATE PIC 9(8).
       01 WS-CURRENCY-SUB PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-WORK PIC X(3) VALUE SPACES.

      ******************************************************************
      * Per-currency totals over the range, one slot per currency in
      * the order first met. Currencies past the last slot are added
      * into it, so the breakdown still foots to the grand total.
      ******************************************************************
       01 WS-CURRENCY-LOADED PIC 9(2) VALUE ZERO.
       01 WS-CURRENCY-TOTALS.
           05 WS-CURRENCY-ENTRY OCCURS 30 TIMES.
               10 WS-CUR-CODE PIC X(3).
               10 WS-CUR-COUNT PIC 9(6).
               10 WS-CUR-ORIGINAL PIC S9(11)V99.
               10 WS-CUR-HOME PIC S9(11)V99.

      ******************************************************************
      * Archive files named in the manifest, deduplicated: two
      ******************************************************************
      * One row per run date inside the requested range, found or
      * added as the sources are read; printed in ascending date
      * order at the end. The record count of the date covers every
      * DAT record, including any for a branch no longer in the
      * master; the branch cells follow the master's order.
      ******************************************************************
       01 WS-DATE-TABLE.
           05 WS-DATE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-DATE-ENTRY OCCURS 120 TIMES.
               10 WS-DTE-DATE PIC 9(8).
               10 WS-DTE-PRINTED PIC X(1).
               10 WS-DTE-RECORDS PIC 9(6).
               10 WS-DTE-BRANCH-COUNT OCCURS 20 TIMES PIC 9(6).
               10 WS-DTE-AMOUNT PIC S9(11)V99.
       01 WS-GRAND-COUNTS.
           05 WS-GRAND-BRANCH-COUNT OCCURS 20 TIMES PIC 9(6)
               VALUE ZERO.
       01 WS-GRAND-RECORDS PIC 9(6) VALUE ZERO.
       01 WS-GRAND-AMOUNT PIC S9(11)V99 VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(32)
           05 FILLER PIC X(48) VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(10) VALUE "FECHA     ".
           05 FILLER PIC X(27) VALUE "SUCURSAL".
           05 FILLER PIC X(10) VALUE "REGISTROS ".
           05 FILLER PIC X(20) VALUE "IMPORTE TOTAL".
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DET-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "TODAS".
           05 DET-RECORDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-AMOUNT PIC ----,---,---,--9.99.
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-GRAND-LINE.
           05 FILLER PIC X(10) VALUE "TOTAL     ".
           05 FILLER PIC X(27) VALUE "TODAS".
           05 GRA-RECORDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 GRA-AMOUNT PIC ----,---,---,--9.99.
           05 FILLER PIC X(34) VALUE SPACES.

      ******************************************************************
      * Per-branch line printed under a date line or under the grand
      * total: branch code and name in the branch column, its record
      * count under REGISTROS.
      ******************************************************************
       01 WS-BRANCH-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 BRL-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BRL-NAME PIC X(10).
           05 FILLER PIC X(13) VALUE SPACES.
           05 BRL-RECORDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(56) VALUE SPACES.

       01 WS-CURRENCY-HEADING.
           05 FILLER PIC X(10) VALUE "DIVISA    ".
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REGISTROS ".
           05 FILLER PIC X(22) VALUE "IMPORTE EN DIVISA".
           05 FILLER PIC X(20) VALUE "CONTRAVALOR".
           05 FILLER PIC X(11) VALUE SPACES.
       01 WS-CURRENCY-LINE.
           05 CUR-CODE PIC X(3).
           05 FILLER PIC X(34) VALUE SPACES.
           05 CUR-RECORDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CUR-ORIGINAL PIC ----,---,---,--9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CUR-HOME PIC ----,---,---,--9.99.
           05 FILLER PIC X(12) VALUE SPACES.

      ******************************************************************
      * Manifest title line as ARCHIVE-FILE writes it; only these
           05 FILLER PIC X(34).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BRANCH-MASTER.
           PERFORM ACCEPT-DATE-RANGE.
           PERFORM READ-MANIFEST.
           PERFORM PROCESS-ALL-SOURCES
       TALLY-DATA-RECORD.
           PERFORM FIND-DATE-ENTRY.
           IF WS-DATE-SUB > ZERO
               ADD 1 TO WS-DTE-RECORDS (WS-DATE-SUB)
               PERFORM FIND-BRANCH-ENTRY
               IF WS-BRANCH-SUB <= WS-BRANCH-LOADED
                   ADD 1 TO WS-DTE-BRANCH-COUNT
                       (WS-DATE-SUB WS-BRANCH-SUB)
               END-IF
                   DISPLAY "Importe ilegible en la clave " TRAN-KEY
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM TALLY-CURRENCY
           END-IF.

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

       FIND-DATE-ENTRY.
           MOVE 1 TO WS-DATE-SUB.
           PERFORM SCAN-DATE-TABLE
                   MOVE WS-DATE-COUNT TO WS-DATE-SUB
                   MOVE WS-RUN-DATE TO WS-DTE-DATE (WS-DATE-SUB)
                   MOVE "N" TO WS-DTE-PRINTED (WS-DATE-SUB)
                   MOVE ZERO TO WS-DTE-RECORDS (WS-DATE-SUB)
                   MOVE ZERO TO WS-DTE-AMOUNT (WS-DATE-SUB)
                   PERFORM CLEAR-DATE-BRANCHES
                       VARYING WS-BRANCH-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-SUB > 20
               ELSE
                   DISPLAY "Aviso: más de 120 fechas en el rango; "
                       "se omite " WS-RUN-DATE
       FIND-BRANCH-ENTRY.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR TRAN-BRANCH = WS-BRANCH-CODE (WS-BRANCH-SUB).

       SCAN-BRANCH-TABLE.
                   VARYING WS-PICK-SUB FROM 1 BY 1
                   UNTIL WS-PICK-SUB > WS-DATE-COUNT
               PERFORM WRITE-GRAND-LINE
               PERFORM WRITE-CURRENCY-LINES
               CLOSE REPORT-FILE
               IF RETURN-CODE = ZERO
                   MOVE "Estado generado en informe_mensual.txt"
       WRITE-ONE-DATE-LINE.
           MOVE "Y" TO WS-DTE-PRINTED (WS-DATE-SUB).
           MOVE WS-DTE-DATE (WS-DATE-SUB) TO DET-DATE.
           MOVE WS-DTE-RECORDS (WS-DATE-SUB) TO DET-RECORDS.
           MOVE WS-DTE-AMOUNT (WS-DATE-SUB) TO DET-AMOUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-DATE-BRANCH-LINE
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.
           ADD WS-DTE-RECORDS (WS-DATE-SUB) TO WS-GRAND-RECORDS.
           ADD WS-DTE-AMOUNT (WS-DATE-SUB) TO WS-GRAND-AMOUNT.

      ******************************************************************
      * Under a date only the branches that moved that date are
      * listed; every branch still adds into the grand total cells.
      ******************************************************************
       WRITE-DATE-BRANCH-LINE.
           ADD WS-DTE-BRANCH-COUNT (WS-DATE-SUB WS-BRANCH-SUB)
               TO WS-GRAND-BRANCH-COUNT (WS-BRANCH-SUB).
           IF WS-DTE-BRANCH-COUNT (WS-DATE-SUB WS-BRANCH-SUB) > ZERO
               MOVE WS-DTE-BRANCH-COUNT (WS-DATE-SUB WS-BRANCH-SUB)
                   TO BRL-RECORDS
               PERFORM WRITE-BRANCH-LINE
           END-IF.

       WRITE-GRAND-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-RECORDS TO GRA-RECORDS.
           MOVE WS-GRAND-AMOUNT TO GRA-AMOUNT.
           MOVE WS-GRAND-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-GRAND-BRANCH-LINE
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.

       WRITE-CURRENCY-LINES.
           IF WS-CURRENCY-LOADED > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CURRENCY-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-ONE-CURRENCY-LINE
                   VARYING WS-CURRENCY-SUB FROM 1 BY 1
                   UNTIL WS-CURRENCY-SUB > WS-CURRENCY-LOADED
           END-IF.

       WRITE-ONE-CURRENCY-LINE.
           MOVE WS-CUR-CODE (WS-CURRENCY-SUB) TO CUR-CODE.
           MOVE WS-CUR-COUNT (WS-CURRENCY-SUB) TO CUR-RECORDS.
           MOVE WS-CUR-ORIGINAL (WS-CURRENCY-SUB) TO CUR-ORIGINAL.
           MOVE WS-CUR-HOME (WS-CURRENCY-SUB) TO CUR-HOME.
           MOVE WS-CURRENCY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-GRAND-BRANCH-LINE.
           MOVE WS-GRAND-BRANCH-COUNT (WS-BRANCH-SUB) TO BRL-RECORDS.
           PERFORM WRITE-BRANCH-LINE.

       WRITE-BRANCH-LINE.
           MOVE WS-BRANCH-CODE (WS-BRANCH-SUB) TO BRL-CODE.
           MOVE WS-BRANCH-NAME (WS-BRANCH-SUB) TO BRL-NAME.
           MOVE WS-BRANCH-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * Without the branch master the statement still gives the date
      * and grand totals, only without the per-branch lines, and the
      * step ends RC=4 so the gap is noticed before it is signed.
      ******************************************************************
       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM LOAD-BRANCH-RECORD
                   UNTIL WS-END-OF-MASTER
               CLOSE BRANCH-MASTER-FILE
           END-IF.
           IF WS-BRANCH-LOADED = ZERO
               DISPLAY "Aviso: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS "); el "
                   "estado sale sin desglose por sucursal."
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-BRANCH-RECORD.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE BRANCH-MASTER-LINE TO WS-SUC-AREA
                   IF SUC-CODE NOT = SPACES
                       AND WS-BRANCH-LOADED < 20
                       ADD 1 TO WS-BRANCH-LOADED
                       MOVE WS-SUC-AREA
                           TO WS-BRANCH-ENTRY (WS-BRANCH-LOADED)
                   END-IF
           END-READ.
