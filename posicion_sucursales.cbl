      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keeps each branch's running position in the branch
      *          position master posicion_sucursales.dat and prints
      *          the daily position report. The run to roll forward
      *          is the one control_ejecucion.dat holds; it is rolled
      *          only when it completed, VERIFY-FILE reconciled it
      *          (an RC=00 record in historial_ejecuciones.txt) and
      *          its sequence is higher than any run already in the
      *          master, so the same run can never be applied twice.
      *          Runs between the last one applied and tonight's (a
      *          night the batch stopped before this step) are rolled
      *          first, one day each and in sequence order, from their
      *          own DAT records in prueba.txt; each must have its own
      *          RC=00 VERIFY-FILE record and still be in prueba.txt,
      *          and the first that is not stops the roll there (RC=4)
      *          with the runs before it applied.
      *          The run's DAT records in prueba.txt are summed per
      *          branch (TRAN-BRANCH, split by the sign of TRAN-AMOUNT
      *          the way GL-EXTRACT splits them, reversals included)
      *          and every branch in the master, and every branch in
      *          sucursales.dat not yet in it, is rolled: yesterday's
      *          closing balance becomes the opening balance and the
      *          closing balance is the opening plus credits less
      *          debits. The master is rewritten through
      *          posicion_trabajo.tmp and the rolled records are
      *          appended to historico_posiciones.txt. Whether or not
      *          a run was rolled, the report informe_posicion.txt is
      *          printed from the master as stored, one line per
      *          branch with its opening balance, debits, credits and
      *          closing balance, flagging DESCUADRE wherever the
      *          closing balance is not the opening plus the net.
      *          RC=0 when rolled (or there was no new run) and the
      *          master balances, RC=4 when a run is refused or a
      *          branch is flagged, RC=8 on a file error.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-POSITION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "prueba.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "control_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "historial_ejecuciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT POSITION-FILE ASSIGN TO "posicion_sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT POSITION-WORK-FILE ASSIGN TO "posicion_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POS-WORK-STATUS.

           SELECT POSITION-HISTORY-FILE
           ASSIGN TO "historico_posiciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "informe_posicion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(120).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(36).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       FD POSITION-FILE.
       01 POSITION-LINE PIC X(85).

       FD POSITION-WORK-FILE.
       01 POS-WORK-LINE PIC X(85).

       FD POSITION-HISTORY-FILE.
       01 POS-HISTORY-LINE PIC X(85).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY CTLREC.
       COPY SUCTAB.
       COPY HISREC.
       COPY POSREC.

       01 WS-EXTRACT-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-POSITION-STATUS PIC X(2).
       01 WS-POS-WORK-STATUS PIC X(2).
       01 WS-POS-HISTORY-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-HISTORY VALUE "Y".
       01 WS-POSITION-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-POSITIONS VALUE "Y".
       01 WS-POS-WORK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-POS-WORK VALUE "Y".
       01 WS-RUN-COMPLETE-SWITCH PIC X(1) VALUE "N".
           88 RUN-IS-COMPLETE VALUE "Y".
       01 WS-RUN-VERIFIED-SWITCH PIC X(1) VALUE "N".
           88 RUN-IS-VERIFIED VALUE "Y".
       01 WS-ROLL-SWITCH PIC X(1) VALUE "N".
           88 RUN-CAN-ROLL VALUE "Y".
       01 WS-ROLLED-SWITCH PIC X(1) VALUE "N".
           88 RUN-WAS-ROLLED VALUE "Y".
       01 WS-RUN-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-LAST-APPLIED PIC 9(6) VALUE ZERO.
      ******************************************************************
      * The first run to roll (the one after the last applied, or
      * tonight's when the master has none), the run being rolled,
      * how many were rolled and whether the run's header was found
      * in prueba.txt.
      ******************************************************************
       01 WS-FIRST-TO-ROLL PIC 9(6) VALUE ZERO.
       01 WS-ROLL-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-ROLLED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUN-HEADER-SWITCH PIC X(1) VALUE "N".
           88 RUN-HEADER-FOUND VALUE "Y".
       01 WS-ROLL-STAMP PIC X(14) VALUE SPACES.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FLAGGED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-POS-SUB PIC 9(2) VALUE ZERO.
       01 WS-SEARCH-BRANCH PIC X(3).
       01 WS-EXPECTED-CLOSING PIC S9(11)V99 VALUE ZERO.

      ******************************************************************
      * The day's movements per position entry, summed from the run's
      * DAT records before they are rolled into the entry.
      ******************************************************************
       01 WS-DAY-AMOUNTS.
           05 WS-DAY-ENTRY OCCURS 20 TIMES.
               10 WS-DAY-DEBIT PIC 9(11)V99.
               10 WS-DAY-CREDIT PIC 9(11)V99.

       01 WS-TOTAL-OPENING PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEBIT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CLOSING PIC S9(11)V99 VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(30)
               VALUE "POSICION DE SUCURSALES       ".
           05 FILLER PIC X(10) VALUE "EJECUCION ".
           05 TITLE-RUN-SEQUENCE PIC 9(6).
           05 FILLER PIC X(11) VALUE "  EMITIDO  ".
           05 TITLE-DATE PIC X(8).
           05 FILLER PIC X(35) VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(15) VALUE "SUC NOMBRE     ".
           05 FILLER PIC X(19) VALUE "     SALDO INICIAL ".
           05 FILLER PIC X(19) VALUE "           DEBITOS ".
           05 FILLER PIC X(19) VALUE "          CREDITOS ".
           05 FILLER PIC X(19) VALUE "       SALDO FINAL ".
           05 FILLER PIC X(9) VALUE "CONTROL".
       01 WS-DETAIL-LINE.
           05 DET-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NAME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-OPENING PIC ---,---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DEBIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CREDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CLOSING PIC ---,---,---,--9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-FLAG PIC X(9).
       01 WS-DATE-LINE.
           05 FILLER PIC X(15) VALUE "    FECHA/EJEC ".
           05 DLN-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE "/".
           05 DLN-RUN-SEQUENCE PIC 9(6).
           05 FILLER PIC X(70) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BRANCH-MASTER.
           IF WS-BRANCH-LOADED = ZERO
               DISPLAY "Error: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-POSITION-FILE.
           IF RETURN-CODE = ZERO
               PERFORM READ-RUN-CONTROL
               MOVE WS-RUN-SEQUENCE TO WS-ROLL-SEQUENCE
               PERFORM READ-RUN-HISTORY
               PERFORM CHECK-RUN-ELIGIBLE
           END-IF.
           IF RUN-CAN-ROLL
               PERFORM ROLL-RUN
                   VARYING WS-ROLL-SEQUENCE FROM WS-FIRST-TO-ROLL BY 1
                   UNTIL WS-ROLL-SEQUENCE > WS-RUN-SEQUENCE
                   OR RETURN-CODE NOT = ZERO
           END-IF.
           IF RETURN-CODE NOT = 8
               PERFORM WRITE-POSITION-REPORT
           END-IF.
           IF RUN-WAS-ROLLED AND RETURN-CODE = ZERO
               MOVE "Posición de sucursales actualizada."
                   TO WS-DISPLAY-MESSAGE
           END-IF.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Ejecución:            " WS-RUN-SEQUENCE.
           DISPLAY "Última aplicada:      " WS-LAST-APPLIED.
           DISPLAY "Ejecuciones aplicadas: " WS-ROLLED-COUNT.
           DISPLAY "Registros sumados:    " WS-READ-COUNT.
           DISPLAY "Sucursales con descuadre: " WS-FLAGGED-COUNT.
           STOP RUN.

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM LOAD-BRANCH-RECORD
                   UNTIL WS-END-OF-MASTER
               CLOSE BRANCH-MASTER-FILE
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

      ******************************************************************
      * A missing master only means no run has been rolled yet: every
      * branch then starts from zero. The highest run sequence in it
      * is the last run applied.
      ******************************************************************
       LOAD-POSITION-FILE.
           OPEN INPUT POSITION-FILE.
           EVALUATE WS-POSITION-STATUS
               WHEN "00"
                   PERFORM LOAD-POSITION-RECORD
                       UNTIL WS-END-OF-POSITIONS
                   CLOSE POSITION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: no se pudo leer "
                       "posicion_sucursales.dat (status "
                       WS-POSITION-STATUS ")."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       LOAD-POSITION-RECORD.
           READ POSITION-FILE
               AT END
                   MOVE "Y" TO WS-POSITION-EOF-SWITCH
               NOT AT END
                   MOVE POSITION-LINE TO WS-POS-AREA
                   IF POS-BRANCH NOT = SPACES
                       PERFORM STORE-POSITION-RECORD
                   END-IF
           END-READ.

       STORE-POSITION-RECORD.
           IF WS-POSITION-LOADED < 20
               ADD 1 TO WS-POSITION-LOADED
               MOVE WS-POS-AREA
                   TO WS-POSITION-ENTRY (WS-POSITION-LOADED)
               IF POS-RUN-SEQUENCE IS NUMERIC
                   AND POS-RUN-SEQUENCE > WS-LAST-APPLIED
                   MOVE POS-RUN-SEQUENCE TO WS-LAST-APPLIED
               END-IF
           ELSE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error: más de 20 sucursales en "
                   "posicion_sucursales.dat."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-CTL-AREA
                       IF CTL-RUN-SEQUENCE IS NUMERIC
                           MOVE CTL-RUN-SEQUENCE TO WS-RUN-SEQUENCE
                       END-IF
                       IF NOT CTL-RUN-IN-FLIGHT
                           MOVE "Y" TO WS-RUN-COMPLETE-SWITCH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      ******************************************************************
      * VERIFY-FILE leaves one history record per attempt; any RC=00
      * record for the run being rolled means it was reconciled.
      ******************************************************************
       READ-RUN-HISTORY.
           MOVE "N" TO WS-RUN-VERIFIED-SWITCH.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           IF WS-ROLL-SEQUENCE > ZERO
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   PERFORM READ-HISTORY-LINE UNTIL WS-END-OF-HISTORY
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       READ-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   MOVE HISTORY-LINE TO WS-HIS-AREA
                   IF HIS-RUN-SEQUENCE = WS-ROLL-SEQUENCE
                       AND HIS-BY-VERIFY
                       AND HIS-RETURN-CODE = ZERO
                       MOVE "Y" TO WS-RUN-VERIFIED-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * A run already in the master is not an error - the step may
      * simply be rerun for the report - but is never applied again.
      ******************************************************************
       CHECK-RUN-ELIGIBLE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE.
           EVALUATE TRUE
               WHEN WS-RUN-SEQUENCE = ZERO
                   STRING "Sin ejecución en control_ejecucion.dat; "
                       "posición sin cambios."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN WS-RUN-SEQUENCE NOT > WS-LAST-APPLIED
                   STRING "Ejecución " WS-RUN-SEQUENCE
                       " ya aplicada a la posición; no se aplica "
                       "de nuevo."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN NOT RUN-IS-COMPLETE
                   STRING "Ejecución " WS-RUN-SEQUENCE
                       " no terminada; posición sin cambios."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN NOT RUN-IS-VERIFIED
                   STRING "Ejecución " WS-RUN-SEQUENCE
                       " no conciliada por VERIFY-FILE; posición "
                       "sin cambios."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Y" TO WS-ROLL-SWITCH
                   IF WS-LAST-APPLIED > ZERO
                       COMPUTE WS-FIRST-TO-ROLL = WS-LAST-APPLIED + 1
                   ELSE
                       MOVE WS-RUN-SEQUENCE TO WS-FIRST-TO-ROLL
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Each run is rolled as its own day and the master rewritten
      * before the next, so the history keeps one day per run and a
      * stop part-way leaves the master at the last run applied. A
      * run the batch left behind (the step failed or never ran that
      * night) is only rolled when VERIFY-FILE reconciled it and its
      * records are still in prueba.txt; otherwise the roll stops at
      * it, since rolling a later run over it would lose its day.
      ******************************************************************
       ROLL-RUN.
           IF WS-ROLL-SEQUENCE < WS-RUN-SEQUENCE
               PERFORM READ-RUN-HISTORY
               IF NOT RUN-IS-VERIFIED
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Ejecución pendiente " WS-ROLL-SEQUENCE
                       " no conciliada por VERIFY-FILE; posición "
                       "sin aplicar desde ella."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM SUM-RUN-MOVEMENTS
           END-IF.
           IF RETURN-CODE = ZERO
               AND WS-ROLL-SEQUENCE < WS-RUN-SEQUENCE
               AND NOT RUN-HEADER-FOUND
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Ejecución pendiente " WS-ROLL-SEQUENCE
                   " no está en prueba.txt; posición sin aplicar "
                   "desde ella."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM ROLL-POSITIONS
               PERFORM REWRITE-POSITION-FILE
               IF RETURN-CODE = ZERO
                   MOVE "Y" TO WS-ROLLED-SWITCH
                   ADD 1 TO WS-ROLLED-COUNT
                   PERFORM APPEND-POSITION-HISTORY
               END-IF
           END-IF.

      ******************************************************************
      * Every branch in sucursales.dat gets an entry before the sums,
      * so a newly opened office starts its position from zero.
      ******************************************************************
       SUM-RUN-MOVEMENTS.
           PERFORM ADD-MASTER-BRANCH
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.
           PERFORM CLEAR-DAY-AMOUNTS
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > 20.
           MOVE SPACES TO WS-RUN-DATE.
           MOVE "N" TO WS-RUN-HEADER-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = "00"
               PERFORM SUM-RUN-RECORD UNTIL WS-END-OF-FILE
               CLOSE EXTRACT-FILE
           ELSE
               MOVE "Error: no se pudo abrir prueba.txt."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           END-IF.

       ADD-MASTER-BRANCH.
           MOVE WS-BRANCH-CODE (WS-BRANCH-SUB) TO WS-SEARCH-BRANCH.
           PERFORM FIND-OR-ADD-POSITION.

       CLEAR-DAY-AMOUNTS.
           MOVE ZERO TO WS-DAY-DEBIT (WS-POS-SUB).
           MOVE ZERO TO WS-DAY-CREDIT (WS-POS-SUB).

       SUM-RUN-RECORD.
           READ EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE EXTRACT-LINE TO WS-TRAN-AREA
                   IF TRAN-RUN-SEQUENCE = WS-ROLL-SEQUENCE
                       EVALUATE TRUE
                           WHEN TRAN-TYPE-HEADER
                               MOVE TRAN-DATE TO WS-RUN-DATE
                               MOVE "Y" TO WS-RUN-HEADER-SWITCH
                           WHEN TRAN-TYPE-DATA
                               PERFORM SUM-ONE-RECORD
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       SUM-ONE-RECORD.
           MOVE TRAN-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM FIND-OR-ADD-POSITION.
           IF WS-POS-SUB <= WS-POSITION-LOADED
               ADD 1 TO WS-READ-COUNT
               IF TRAN-AMOUNT < ZERO
                   SUBTRACT TRAN-AMOUNT FROM WS-DAY-DEBIT (WS-POS-SUB)
               ELSE
                   ADD TRAN-AMOUNT TO WS-DAY-CREDIT (WS-POS-SUB)
               END-IF
           END-IF.

      ******************************************************************
      * A branch with no entry gets one with a zero balance. A full
      * table stops the roll: a branch left out would lose its day.
      ******************************************************************
       FIND-OR-ADD-POSITION.
           MOVE 1 TO WS-POS-SUB.
           PERFORM SCAN-POSITION-TABLE
               UNTIL WS-POS-SUB > WS-POSITION-LOADED
               OR WS-SEARCH-BRANCH = WS-POS-BRANCH (WS-POS-SUB).
           IF WS-POS-SUB > WS-POSITION-LOADED
               IF WS-POSITION-LOADED < 20
                   ADD 1 TO WS-POSITION-LOADED
                   MOVE WS-POSITION-LOADED TO WS-POS-SUB
                   MOVE WS-SEARCH-BRANCH TO WS-POS-BRANCH (WS-POS-SUB)
                   MOVE SPACES TO WS-POS-BUSINESS-DATE (WS-POS-SUB)
                   MOVE ZERO TO WS-POS-RUN-SEQUENCE (WS-POS-SUB)
                   MOVE ZERO TO WS-POS-OPENING (WS-POS-SUB)
                   MOVE ZERO TO WS-POS-DEBIT (WS-POS-SUB)
                   MOVE ZERO TO WS-POS-CREDIT (WS-POS-SUB)
                   MOVE ZERO TO WS-POS-CLOSING (WS-POS-SUB)
                   MOVE SPACES TO WS-POS-UPDATED-AT (WS-POS-SUB)
               ELSE
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: sin espacio para la sucursal "
                       WS-SEARCH-BRANCH " en la posición."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       SCAN-POSITION-TABLE.
           ADD 1 TO WS-POS-SUB.

      ******************************************************************
      * Every entry moves to the new day, branches without movements
      * included, so each record in the master carries the same run.
      ******************************************************************
       ROLL-POSITIONS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-ROLL-STAMP.
           PERFORM ROLL-ONE-POSITION
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POSITION-LOADED.

       ROLL-ONE-POSITION.
           IF WS-POS-CLOSING (WS-POS-SUB) IS NOT NUMERIC
               MOVE ZERO TO WS-POS-CLOSING (WS-POS-SUB)
               DISPLAY "Aviso: saldo final ilegible para la sucursal "
                   WS-POS-BRANCH (WS-POS-SUB) "; se parte de cero."
           END-IF.
           MOVE WS-POS-CLOSING (WS-POS-SUB)
               TO WS-POS-OPENING (WS-POS-SUB).
           MOVE WS-DAY-DEBIT (WS-POS-SUB) TO WS-POS-DEBIT (WS-POS-SUB).
           MOVE WS-DAY-CREDIT (WS-POS-SUB)
               TO WS-POS-CREDIT (WS-POS-SUB).
           COMPUTE WS-POS-CLOSING (WS-POS-SUB) =
               WS-POS-OPENING (WS-POS-SUB)
               + WS-POS-CREDIT (WS-POS-SUB)
               - WS-POS-DEBIT (WS-POS-SUB)
               ON SIZE ERROR
                   DISPLAY "Error: saldo final fuera de rango para "
                       "la sucursal " WS-POS-BRANCH (WS-POS-SUB)
                   MOVE 8 TO RETURN-CODE
           END-COMPUTE.
           MOVE WS-RUN-DATE TO WS-POS-BUSINESS-DATE (WS-POS-SUB).
           MOVE WS-ROLL-SEQUENCE TO WS-POS-RUN-SEQUENCE (WS-POS-SUB).
           MOVE WS-ROLL-STAMP TO WS-POS-UPDATED-AT (WS-POS-SUB).

      ******************************************************************
      * Same pattern as the reject queue: the new master goes to the
      * work file first and is copied back; the work file is emptied
      * only after a clean copy back, so a failure leaves it as the
      * one complete copy of the rolled position.
      ******************************************************************
       REWRITE-POSITION-FILE.
           IF RETURN-CODE = ZERO
               OPEN OUTPUT POSITION-WORK-FILE
               IF WS-POS-WORK-STATUS = "00"
                   PERFORM WRITE-POSITION-WORK
                       VARYING WS-POS-SUB FROM 1 BY 1
                       UNTIL WS-POS-SUB > WS-POSITION-LOADED
                   CLOSE POSITION-WORK-FILE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM COPY-BACK-POSITIONS
           ELSE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error al preparar posicion_trabajo.tmp (status "
                   WS-POS-WORK-STATUS "); posición sin cambios."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-POSITION-WORK.
           MOVE WS-POSITION-ENTRY (WS-POS-SUB) TO POS-WORK-LINE.
           WRITE POS-WORK-LINE.
           IF WS-POS-WORK-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY-BACK-POSITIONS.
           MOVE "N" TO WS-POS-WORK-EOF-SWITCH.
           OPEN INPUT POSITION-WORK-FILE.
           OPEN OUTPUT POSITION-FILE.
           IF WS-POS-WORK-STATUS = "00" AND WS-POSITION-STATUS = "00"
               PERFORM COPY-BACK-RECORD UNTIL WS-END-OF-POS-WORK
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE POSITION-WORK-FILE.
           CLOSE POSITION-FILE.
           IF RETURN-CODE = ZERO
               OPEN OUTPUT POSITION-WORK-FILE
               CLOSE POSITION-WORK-FILE
           ELSE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error al regrabar posicion_sucursales.dat; "
                   "la posición completa queda en "
                   "posicion_trabajo.tmp."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
           END-IF.

       COPY-BACK-RECORD.
           READ POSITION-WORK-FILE
               AT END
                   MOVE "Y" TO WS-POS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE POS-WORK-LINE TO POSITION-LINE
                   WRITE POSITION-LINE
                   IF WS-POSITION-STATUS NOT = "00"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

      ******************************************************************
      * The master already carries the run, so a failure here cannot
      * lead to a second roll; the day is only missing from the
      * history and the step ends RC=8 so it is noticed.
      ******************************************************************
       APPEND-POSITION-HISTORY.
           OPEN EXTEND POSITION-HISTORY-FILE.
           IF WS-POS-HISTORY-STATUS = "35"
               OPEN OUTPUT POSITION-HISTORY-FILE
           END-IF.
           IF WS-POS-HISTORY-STATUS = "00"
               PERFORM WRITE-POSITION-HISTORY
                   VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POSITION-LOADED
               CLOSE POSITION-HISTORY-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE NOT = ZERO
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Posición actualizada, pero no se pudo grabar "
                   "historico_posiciones.txt (status "
                   WS-POS-HISTORY-STATUS ")."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
           END-IF.

       WRITE-POSITION-HISTORY.
           MOVE WS-POSITION-ENTRY (WS-POS-SUB) TO POS-HISTORY-LINE.
           WRITE POS-HISTORY-LINE.
           IF WS-POS-HISTORY-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The report reads the master back as stored rather than
      * printing the table, so it also catches a master that was
      * edited or written badly since it was rolled.
      ******************************************************************
       WRITE-POSITION-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "Error: no se pudo abrir informe_posicion.txt."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-RUN-SEQUENCE TO TITLE-RUN-SEQUENCE
               MOVE FUNCTION CURRENT-DATE (1:8) TO TITLE-DATE
               MOVE WS-TITLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "N" TO WS-POSITION-EOF-SWITCH
               OPEN INPUT POSITION-FILE
               IF WS-POSITION-STATUS = "00"
                   PERFORM REPORT-POSITION-RECORD
                       UNTIL WS-END-OF-POSITIONS
                   CLOSE POSITION-FILE
               ELSE
                   MOVE "SIN POSICIONES REGISTRADAS" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM WRITE-TOTAL-LINE
               CLOSE REPORT-FILE
           END-IF.
           IF WS-FLAGGED-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Posición con descuadres: ver "
                   "informe_posicion.txt."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
           END-IF.

       REPORT-POSITION-RECORD.
           READ POSITION-FILE
               AT END
                   MOVE "Y" TO WS-POSITION-EOF-SWITCH
               NOT AT END
                   MOVE POSITION-LINE TO WS-POS-AREA
                   IF POS-BRANCH NOT = SPACES
                       PERFORM WRITE-POSITION-DETAIL
                   END-IF
           END-READ.

       WRITE-POSITION-DETAIL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE POS-BRANCH TO DET-BRANCH.
           PERFORM FIND-BRANCH-NAME.
           IF POS-OPENING IS NUMERIC AND POS-DEBIT IS NUMERIC
               AND POS-CREDIT IS NUMERIC AND POS-CLOSING IS NUMERIC
               MOVE POS-OPENING TO DET-OPENING
               MOVE POS-DEBIT TO DET-DEBIT
               MOVE POS-CREDIT TO DET-CREDIT
               MOVE POS-CLOSING TO DET-CLOSING
               ADD POS-OPENING TO WS-TOTAL-OPENING
               ADD POS-DEBIT TO WS-TOTAL-DEBIT
               ADD POS-CREDIT TO WS-TOTAL-CREDIT
               ADD POS-CLOSING TO WS-TOTAL-CLOSING
               COMPUTE WS-EXPECTED-CLOSING =
                   POS-OPENING + POS-CREDIT - POS-DEBIT
               IF WS-EXPECTED-CLOSING = POS-CLOSING
                   MOVE "OK" TO DET-FLAG
               ELSE
                   MOVE "DESCUADRE" TO DET-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           ELSE
               MOVE "ILEGIBLE" TO DET-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE POS-BUSINESS-DATE TO DLN-DATE.
           MOVE POS-RUN-SEQUENCE TO DLN-RUN-SEQUENCE.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       FIND-BRANCH-NAME.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR POS-BRANCH = WS-BRANCH-CODE (WS-BRANCH-SUB).
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE "?" TO DET-NAME
           ELSE
               MOVE WS-BRANCH-NAME (WS-BRANCH-SUB) TO DET-NAME
           END-IF.

       SCAN-BRANCH-TABLE.
           ADD 1 TO WS-BRANCH-SUB.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "TOTAL" TO DET-NAME.
           MOVE WS-TOTAL-OPENING TO DET-OPENING.
           MOVE WS-TOTAL-DEBIT TO DET-DEBIT.
           MOVE WS-TOTAL-CREDIT TO DET-CREDIT.
           MOVE WS-TOTAL-CLOSING TO DET-CLOSING.
           IF WS-FLAGGED-COUNT > ZERO
               MOVE "DESCUADRE" TO DET-FLAG
           ELSE
               MOVE "OK" TO DET-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
