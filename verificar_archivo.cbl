      *          compared against that file's trailer and against the
      *          per-branch counts in the control totals, and the sum
      *          of the branches must equal the consolidated count.
      *          The branches to reconcile are the ones in the branch
      *          master sucursales.dat, and each branch's control
      *          count is found by branch code; a count in the control
      *          totals for a branch no longer in the master is itself
      *          a mismatch. Whatever the outcome, the run sequence
      *          and the return code are appended to the run history
      *          historial_ejecuciones.txt, so the period close can
      *          prove each run of the month reconciled.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BRANCH-FILE ASSIGN USING WS-BRANCH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "historial_ejecuciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-FILE.
       01 OUTPUT-LINE PIC X(120).

       FD TOTAL-FILE.
       01 TOTAL-LINE PIC X(250).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD BRANCH-FILE.
       01 BRANCH-LINE PIC X(120).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(36).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY TOTREC.
       COPY CTLREC.
       COPY SUCTAB.
       COPY HISREC.

       01 WS-FILE-STATUS PIC X(2).
       01 WS-TOTAL-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-BRANCH-FILE-NAME PIC X(30).
       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-TOT-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-BRANCH-SUM PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-CONTROL PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-ACTUALS.
           05 WS-BRANCH-ACTUAL OCCURS 20 TIMES PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-TRAILERS.
           05 WS-BRANCH-TRAILER OCCURS 20 TIMES PIC 9(6) VALUE ZERO.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-BRANCH-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-BRANCH VALUE "Y".
       01 WS-BRANCH-OK-SWITCH PIC X(1) VALUE "Y".
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-TOTAL.
           PERFORM READ-RUN-SEQUENCE.
           PERFORM LOAD-BRANCH-MASTER.
           IF WS-BRANCH-LOADED = ZERO
               DISPLAY "Error: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OUTPUT-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM COUNT-RECORDS UNTIL WS-END-OF-FILE
               CLOSE OUTPUT-FILE
               PERFORM VERIFY-BRANCH-FILE
                   VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               IF BRANCH-TOTALS-PRESENT
                   PERFORM CHECK-UNKNOWN-BRANCH-TOTAL
                       VARYING WS-TOT-BRANCH-SUB FROM 1 BY 1
                       UNTIL WS-TOT-BRANCH-SUB > TOT-BRANCH-USED
               END-IF
               PERFORM COMPARE-TOTALS
           ELSE
               MOVE "Error: no se pudo abrir prueba.txt para verificar."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY WS-DISPLAY-MESSAGE.
           STOP RUN.

      ******************************************************************
      * The outcome goes to the run history whether the step passed or
      * not: the period close looks for an RC=00 record of this step
      * for every run of the month, and a failed attempt followed by a
      * good rerun leaves both. A history that cannot be written only
      * warns - the step's own result stands - but the run then
      * cannot be proven at close until the step is rerun.
      ******************************************************************
       WRITE-RUN-HISTORY.
           IF WS-RUN-SEQUENCE > ZERO
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS = "00"
                   MOVE WS-RUN-SEQUENCE TO HIS-RUN-SEQUENCE
                   MOVE "VERIFY-FILE" TO HIS-PROGRAM
                   MOVE RETURN-CODE TO HIS-RETURN-CODE
                   MOVE FUNCTION CURRENT-DATE (1:14) TO HIS-TIMESTAMP
                   MOVE WS-HIS-AREA TO HISTORY-LINE
                   WRITE HISTORY-LINE
                   CLOSE HISTORY-FILE
               ELSE
                   DISPLAY "Aviso: historial_ejecuciones.txt no "
                       "disponible (status " WS-HISTORY-STATUS ")."
               END-IF
           END-IF.

      ******************************************************************
      * A control record written before the money totals existed only
      * carries the six-digit count; the amount fields come back as
                           MOVE TOT-AMOUNT-DEBIT TO WS-CONTROL-DEBIT
                           MOVE TOT-AMOUNT-CREDIT TO WS-CONTROL-CREDIT
                       END-IF
                       IF TOT-BRANCH-USED IS NUMERIC
                           AND TOT-BRANCH-USED > ZERO
                           AND TOT-BRANCH-USED NOT > 20
                           MOVE "Y" TO WS-BRANCH-TOTALS-SWITCH
                       END-IF
               END-READ
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * The branch's control count is looked up by code; a branch the
      * control totals do not mention had no movements in the run.
      ******************************************************************
       COMPARE-BRANCH-TOTALS.
           MOVE ZERO TO WS-BRANCH-CONTROL.
           IF BRANCH-TOTALS-PRESENT
               MOVE 1 TO WS-TOT-BRANCH-SUB
               PERFORM SCAN-TOT-BRANCH
                   UNTIL WS-TOT-BRANCH-SUB > TOT-BRANCH-USED
                   OR TOT-BRANCH-CODE (WS-TOT-BRANCH-SUB)
                       = WS-BRANCH-CODE (WS-BRANCH-SUB)
               IF WS-TOT-BRANCH-SUB <= TOT-BRANCH-USED
                   MOVE TOT-BRANCH-COUNT (WS-TOT-BRANCH-SUB)
                       TO WS-BRANCH-CONTROL
               END-IF
           END-IF.
           IF WS-BRANCH-ACTUAL (WS-BRANCH-SUB)
               NOT = WS-BRANCH-TRAILER (WS-BRANCH-SUB)
               OR (BRANCH-TOTALS-PRESENT
               AND WS-BRANCH-ACTUAL (WS-BRANCH-SUB)
               NOT = WS-BRANCH-CONTROL)
               MOVE "N" TO WS-BRANCH-OK-SWITCH
               DISPLAY "Sucursal " WS-BRANCH-CODE (WS-BRANCH-SUB)
                   ": leídos " WS-BRANCH-ACTUAL (WS-BRANCH-SUB)
                   " trailer " WS-BRANCH-TRAILER (WS-BRANCH-SUB)
                   " control " WS-BRANCH-CONTROL
           END-IF.

       SCAN-TOT-BRANCH.
           ADD 1 TO WS-TOT-BRANCH-SUB.

      ******************************************************************
      * A branch WRITE-FILE counted but that is no longer in the master
      * has no extract this program will read: its records cannot be
      * accounted for, so the run does not reconcile.
      ******************************************************************
       CHECK-UNKNOWN-BRANCH-TOTAL.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR WS-BRANCH-CODE (WS-BRANCH-SUB)
                   = TOT-BRANCH-CODE (WS-TOT-BRANCH-SUB).
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               AND TOT-BRANCH-COUNT (WS-TOT-BRANCH-SUB) > ZERO
               MOVE "N" TO WS-BRANCH-OK-SWITCH
               DISPLAY "Sucursal " TOT-BRANCH-CODE (WS-TOT-BRANCH-SUB)
                   ": no está en sucursales.dat; control "
                   TOT-BRANCH-COUNT (WS-TOT-BRANCH-SUB)
           END-IF.

       SCAN-BRANCH-TABLE.
           ADD 1 TO WS-BRANCH-SUB.

       COMPARE-TOTALS.
           IF AMOUNTS-PRESENT
               PERFORM COMPARE-AMOUNTS
               MOVE ZERO TO WS-BRANCH-SUM
               PERFORM SUM-BRANCH-ACTUALS
                   VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               IF WS-BRANCH-SUM NOT = WS-ACTUAL-COUNT
                   MOVE "N" TO WS-BRANCH-OK-SWITCH
                   DISPLAY "Suma de sucursales " WS-BRANCH-SUM
               DISPLAY "Créditos de control:     " WS-AMOUNT-EDIT
                   " leídos: " WS-AMOUNT-EDIT-2
           END-IF.

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
