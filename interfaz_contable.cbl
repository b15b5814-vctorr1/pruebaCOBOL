      *          its totals are compared against control_total.dat:
      *          any disagreement in count, debit, credit or net ends
      *          the step RC=4 showing both sides, so a bad feed never
      *          reaches accounting. The branches, and the cost
      *          centre each branch's lines are booked to, come from
      *          the branch master sucursales.dat; a branch opened in
      *          the master gets its lines without a program change.
      *          Reversals (TRAN-ENTRY-TYPE R) are kept out of the
      *          branch's ordinary debit and credit lines and booked
      *          on a debit and credit pair of their own, marked R in
      *          GLD-ENTRY-TYPE, written only for a branch that had
      *          reversals in the run; the trailer totals cover both.
      *          Whatever the outcome, the run sequence and the return
      *          code are appended to the run history
      *          historial_ejecuciones.txt, since interfaz_contable.txt
      *          itself only ever holds the latest run's feed.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GL-FILE ASSIGN TO "interfaz_contable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "historial_ejecuciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(120).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD TOTAL-FILE.
       01 TOTAL-LINE PIC X(250).

       FD GL-FILE.
       01 GL-LINE PIC X(80).

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

       01 WS-EXTRACT-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-TOTAL-STATUS PIC X(2).
       01 WS-GL-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-RUN-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-READ-COUNT PIC 9(6) VALUE ZERO.

      ******************************************************************
      * Per-branch accumulators, one debit and one credit cell per
      * branch in the master, summed from the run's DAT records, and
      * the same pair again for the branch's reversals. The totals
      * across branches are what the trailer carries and what must
      * match control_total.dat.
      ******************************************************************
       01 WS-BRANCH-AMOUNTS.
           05 WS-BRANCH-AMOUNT-ENTRY OCCURS 20 TIMES.
               10 WS-BRANCH-DEBIT PIC 9(11)V99.
               10 WS-BRANCH-CREDIT PIC 9(11)V99.
               10 WS-BRANCH-DEBIT-COUNT PIC 9(6).
               10 WS-BRANCH-CREDIT-COUNT PIC 9(6).
               10 WS-BRANCH-REV-DEBIT PIC 9(11)V99.
               10 WS-BRANCH-REV-CREDIT PIC 9(11)V99.
               10 WS-BRANCH-REV-DEBIT-COUNT PIC 9(6).
               10 WS-BRANCH-REV-CREDIT-COUNT PIC 9(6).
       01 WS-TOTAL-DEBIT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(11)V99 VALUE ZERO.
           05 GLD-AMOUNT PIC 9(11)V99.
           05 GLD-RECORD-COUNT PIC 9(6).
           05 GLD-RUN-SEQUENCE PIC 9(6).
           05 GLD-COST-CENTRE PIC X(6).
           05 GLD-ENTRY-TYPE PIC X(1).
           05 FILLER PIC X(41) VALUE SPACES.
       01 WS-GL-TRAILER.
           05 FILLER PIC X(3) VALUE "TRL".
           05 GLT-LINE-COUNT PIC 9(6).
           05 FILLER PIC X(31) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BRANCH-MASTER.
           IF WS-BRANCH-LOADED = ZERO
               DISPLAY "Error: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INITIALIZE-AMOUNTS
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.
           PERFORM READ-RUN-SEQUENCE.
           PERFORM READ-CONTROL-TOTAL.
           OPEN INPUT EXTRACT-FILE.
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-HISTORY.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Ejecución:            " WS-RUN-SEQUENCE.
           DISPLAY "Registros sumados:    " WS-READ-COUNT.
           DISPLAY "Créditos a contabilidad: " WS-AMOUNT-EDIT.
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
                   MOVE "GL-EXTRACT" TO HIS-PROGRAM
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

       INITIALIZE-AMOUNTS.
           MOVE ZERO TO WS-BRANCH-DEBIT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-CREDIT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-DEBIT-COUNT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-CREDIT-COUNT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-REV-DEBIT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-REV-CREDIT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-REV-DEBIT-COUNT (WS-BRANCH-SUB).
           MOVE ZERO TO WS-BRANCH-REV-CREDIT-COUNT (WS-BRANCH-SUB).

       READ-RUN-SEQUENCE.
           MOVE ZERO TO WS-RUN-SEQUENCE.

       SUM-ONE-RECORD.
           PERFORM FIND-BRANCH-ENTRY.
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE "N" TO WS-BALANCE-OK-SWITCH
               DISPLAY "Sucursal desconocida en la clave " TRAN-KEY
           ELSE
               ADD 1 TO WS-READ-COUNT
               ADD TRAN-AMOUNT TO WS-TOTAL-NET
               IF TRAN-AMOUNT < ZERO
                   SUBTRACT TRAN-AMOUNT FROM WS-TOTAL-DEBIT
               ELSE
                   ADD TRAN-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
               IF TRAN-ENTRY-REVERSAL
                   PERFORM SUM-REVERSAL-AMOUNT
               ELSE
                   PERFORM SUM-ORDINARY-AMOUNT
               END-IF
           END-IF.

       SUM-ORDINARY-AMOUNT.
           IF TRAN-AMOUNT < ZERO
               SUBTRACT TRAN-AMOUNT
                   FROM WS-BRANCH-DEBIT (WS-BRANCH-SUB)
               ADD 1 TO WS-BRANCH-DEBIT-COUNT (WS-BRANCH-SUB)
           ELSE
               ADD TRAN-AMOUNT
                   TO WS-BRANCH-CREDIT (WS-BRANCH-SUB)
               ADD 1 TO WS-BRANCH-CREDIT-COUNT (WS-BRANCH-SUB)
           END-IF.

       SUM-REVERSAL-AMOUNT.
           IF TRAN-AMOUNT < ZERO
               SUBTRACT TRAN-AMOUNT
                   FROM WS-BRANCH-REV-DEBIT (WS-BRANCH-SUB)
               ADD 1 TO WS-BRANCH-REV-DEBIT-COUNT (WS-BRANCH-SUB)
           ELSE
               ADD TRAN-AMOUNT
                   TO WS-BRANCH-REV-CREDIT (WS-BRANCH-SUB)
               ADD 1 TO WS-BRANCH-REV-CREDIT-COUNT (WS-BRANCH-SUB)
           END-IF.

       FIND-BRANCH-ENTRY.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR TRAN-BRANCH = WS-BRANCH-CODE (WS-BRANCH-SUB).

       SCAN-BRANCH-TABLE.
           END-IF.

      ******************************************************************
      * One debit and one credit line per branch in the master,
      * written even when zero so accounting's loader always receives
      * a pair for every branch and can post the zeros as no-ops. The
      * reversal pair follows only for a branch that had reversals,
      * so a night without them produces the same file as before.
      ******************************************************************
       WRITE-GL-FILE.
           OPEN OUTPUT GL-FILE.
               WRITE GL-LINE
               PERFORM WRITE-BRANCH-LINES
                   VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE WS-GL-LINE-COUNT TO GLT-LINE-COUNT
               MOVE WS-TOTAL-DEBIT TO GLT-AMOUNT-DEBIT
               MOVE WS-TOTAL-CREDIT TO GLT-AMOUNT-CREDIT

       WRITE-BRANCH-LINES.
           MOVE WS-BRANCH-CODE (WS-BRANCH-SUB) TO GLD-BRANCH.
           MOVE WS-BRANCH-COST-CENTRE (WS-BRANCH-SUB)
               TO GLD-COST-CENTRE.
           MOVE WS-RUN-SEQUENCE TO GLD-RUN-SEQUENCE.
           MOVE SPACE TO GLD-ENTRY-TYPE.
           MOVE "D" TO GLD-SIDE.
           MOVE WS-BRANCH-DEBIT (WS-BRANCH-SUB) TO GLD-AMOUNT.
           MOVE WS-BRANCH-DEBIT-COUNT (WS-BRANCH-SUB)
           MOVE WS-BRANCH-CREDIT-COUNT (WS-BRANCH-SUB)
               TO GLD-RECORD-COUNT.
           PERFORM WRITE-GL-DETAIL.
           IF WS-BRANCH-REV-DEBIT-COUNT (WS-BRANCH-SUB) > ZERO
               OR WS-BRANCH-REV-CREDIT-COUNT (WS-BRANCH-SUB) > ZERO
               PERFORM WRITE-REVERSAL-LINES
           END-IF.

       WRITE-REVERSAL-LINES.
           MOVE "R" TO GLD-ENTRY-TYPE.
           MOVE "D" TO GLD-SIDE.
           MOVE WS-BRANCH-REV-DEBIT (WS-BRANCH-SUB) TO GLD-AMOUNT.
           MOVE WS-BRANCH-REV-DEBIT-COUNT (WS-BRANCH-SUB)
               TO GLD-RECORD-COUNT.
           PERFORM WRITE-GL-DETAIL.
           MOVE "H" TO GLD-SIDE.
           MOVE WS-BRANCH-REV-CREDIT (WS-BRANCH-SUB) TO GLD-AMOUNT.
           MOVE WS-BRANCH-REV-CREDIT-COUNT (WS-BRANCH-SUB)
               TO GLD-RECORD-COUNT.
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
           MOVE WS-GL-DETAIL TO GL-LINE.
                   "status " WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
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
