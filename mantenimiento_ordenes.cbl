      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the standing-order file,
      *          ordenes_permanentes.dat: the rent, service fees and
      *          fixed transfers the branches used to key by hand
      *          every month or every week. The dialog adds an order
      *          (key prefix, branch, amount, description, frequency,
      *          first due date and optional end date), modifies the
      *          amount, description, next due date or end date of an
      *          existing one, cancels an order (baja) and lists the
      *          file. Orders are never deleted: a cancelled order
      *          keeps its prefix so the keys already generated from
      *          it stay traceable. The nightly generator,
      *          ORDER-GENERATE, writes the occurrences due into
      *          transacciones.txt and advances the next due date;
      *          this program only sets the schedule. Each accepted
      *          change rewrites the file at once, through
      *          ordenes_trabajo.tmp, and only then is recorded in the
      *          append-only auditoria.txt (operator, timestamp, order
      *          prefix, field, old and new value), so the audit
      *          report lists order changes like any other
      *          correction. The session requires an operator ID at
      *          start, and the operator is stamped on the order as
      *          the keyer of the records generated from it.
      *          The session holds the exclusive-use run lock,
      *          bloqueo_ejecucion.dat, from start to end (taken after
      *          sign-on): while the nightly batch or another session
      *          holds it the holder, program, operator and start time
      *          are shown and the operator can wait and retry or give
      *          up (RC=8), so the session never runs over the batch's
      *          files. A file with more than the 100 orders the table
      *          holds is refused at start (RC=8) rather than rewritten
      *          short.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ordenes_permanentes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT WORK-FILE ASSIGN TO "ordenes_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       01 ORDER-LINE PIC X(86).

       FD WORK-FILE.
       01 WORK-LINE PIC X(86).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY ORDREC.
       COPY SUCTAB.
       COPY AUDREC.
       COPY LCKREC.

       01 WS-ORDER-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LOCK-RETRY PIC X(1).
       01 WS-LOCK-TAKEN-SWITCH PIC X(1) VALUE "N".
           88 RUN-LOCK-TAKEN VALUE "Y".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X(1) VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATION PIC X(1).
       01 WS-FINISH-SWITCH PIC X(1) VALUE "N".
           88 FINISH-REQUESTED VALUE "Y".
       01 WS-ORDER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-ORDERS VALUE "Y".
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-WORK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-WORK VALUE "Y".
       01 WS-SAVE-OK-SWITCH PIC X(1) VALUE "Y".
           88 ORDERS-SAVED VALUE "Y".
       01 WS-ENTRY-OK-SWITCH PIC X(1) VALUE "Y".
           88 ENTRY-IS-VALID VALUE "Y".
       01 WS-ORDER-SUB PIC 9(3) VALUE ZERO.
       01 WS-LIST-SUB PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.

      ******************************************************************
      * Operator entries, kept apart from the table entry until every
      * one of them has been validated, and a copy of the entry as it
      * was before the change for the audit trail. The amount is keyed
      * unsigned with its sign apart, debits being negative as
      * everywhere else in the system; no order is for zero.
      ******************************************************************
       01 WS-PREFIX-INPUT PIC X(4).
       01 WS-BRANCH-INPUT PIC X(3).
       01 WS-AMOUNT-INPUT PIC 9(9)V99.
       01 WS-SIGN-INPUT PIC X(1).
       01 WS-SIGNED-AMOUNT PIC S9(9)V99.
       01 WS-DESCRIPTION-INPUT PIC X(25).
       01 WS-FREQUENCY-INPUT PIC X(1).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-DUE-INPUT PIC X(8).
       01 WS-END-INPUT PIC X(8).
       01 WS-AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-BEFORE-ENTRY.
           05 WS-BEFORE-PREFIX PIC X(4).
           05 WS-BEFORE-BRANCH PIC X(3).
           05 WS-BEFORE-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-BEFORE-DESCRIPTION PIC X(25).
           05 WS-BEFORE-FREQUENCY PIC X(1).
           05 WS-BEFORE-ANCHOR-DAY PIC 9(2).
           05 WS-BEFORE-NEXT-DUE PIC 9(8).
           05 WS-BEFORE-END-DATE PIC 9(8).
           05 WS-BEFORE-STATUS PIC X(1).
           05 WS-BEFORE-ENTERED-BY PIC X(8).
           05 WS-BEFORE-GEN-FILE-SEQUENCE PIC 9(6).
           05 WS-BEFORE-GEN-FROM-DUE PIC 9(8).
       01 WS-AFTER-ENTRY.
           05 WS-AFTER-PREFIX PIC X(4).
           05 WS-AFTER-BRANCH PIC X(3).
           05 WS-AFTER-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-AFTER-DESCRIPTION PIC X(25).
           05 WS-AFTER-FREQUENCY PIC X(1).
           05 WS-AFTER-ANCHOR-DAY PIC 9(2).
           05 WS-AFTER-NEXT-DUE PIC 9(8).
           05 WS-AFTER-END-DATE PIC 9(8).
           05 WS-AFTER-STATUS PIC X(1).
           05 WS-AFTER-ENTERED-BY PIC X(8).
           05 WS-AFTER-GEN-FILE-SEQUENCE PIC 9(6).
           05 WS-AFTER-GEN-FROM-DUE PIC 9(8).

      ******************************************************************
      * Work fields for the real-calendar check of the dates keyed.
      ******************************************************************
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(4).

       01 WS-LIST-HEADING.
           05 FILLER PIC X(6) VALUE "PREF  ".
           05 FILLER PIC X(5) VALUE "SUC  ".
           05 FILLER PIC X(17) VALUE "IMPORTE          ".
           05 FILLER PIC X(3) VALUE "F  ".
           05 FILLER PIC X(10) VALUE "PROXIMO   ".
           05 FILLER PIC X(10) VALUE "FIN       ".
           05 FILLER PIC X(12) VALUE "ESTADO      ".
           05 FILLER PIC X(11) VALUE "DESCRIPCION".
       01 WS-LIST-LINE.
           05 LST-PREFIX PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-BRANCH PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-FREQUENCY PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-NEXT-DUE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-END-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-STATUS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-DESCRIPTION PIC X(25).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT OPERATOR-SIGNED-ON
               DISPLAY WS-DISPLAY-MESSAGE
               STOP RUN
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           IF NOT RUN-LOCK-TAKEN
               CLOSE AUDIT-FILE
               DISPLAY WS-DISPLAY-MESSAGE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-BRANCH-MASTER.
           IF RETURN-CODE = ZERO
               PERFORM LOAD-ORDER-FILE
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM PROCESS-OPERATION UNTIL FINISH-REQUESTED
               IF RETURN-CODE = ZERO
                   MOVE "Mantenimiento de órdenes terminado."
                       TO WS-DISPLAY-MESSAGE
               ELSE
                   MOVE "Mantenimiento terminado con errores."
                       TO WS-DISPLAY-MESSAGE
               END-IF
           END-IF.
           CLOSE AUDIT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Cambios grabados: " WS-CHANGE-COUNT.
           STOP RUN.

      ******************************************************************
      * No operator, no session: an order puts money on the books
      * every month without anyone keying it, so like every other
      * correction dialog this one refuses to start without an
      * operator ID and without the append-only audit file open to
      * receive the trail.
      ******************************************************************
       SIGN-ON-OPERATOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               MOVE "Error: se requiere un operador para modificar."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-STATUS = "00"
                   MOVE "Y" TO WS-SIGNON-SWITCH
               ELSE
                   MOVE "Error: no se pudo abrir auditoria.txt."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Every order belongs to a branch of the master; without the
      * master no order can be validated, so the session ends.
      ******************************************************************
       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM LOAD-BRANCH-RECORD
                   UNTIL WS-END-OF-MASTER
               CLOSE BRANCH-MASTER-FILE
           END-IF.
           IF WS-MASTER-STATUS NOT = "00" OR WS-BRANCH-LOADED = ZERO
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS ")."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
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
      * A missing file is the first day: the session starts with an
      * empty table and the first alta creates the file. Any other
      * open failure ends the session before anything is changed.
      ******************************************************************
       LOAD-ORDER-FILE.
           OPEN INPUT ORDER-FILE.
           EVALUATE WS-ORDER-STATUS
               WHEN "00"
                   PERFORM LOAD-ORDER-RECORD
                       UNTIL WS-END-OF-ORDERS
                   CLOSE ORDER-FILE
               WHEN "35"
                   DISPLAY "Aviso: ordenes_permanentes.dat no existe; "
                       "se creará con la primera alta."
               WHEN OTHER
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: no se pudo abrir "
                       "ordenes_permanentes.dat, status "
                       WS-ORDER-STATUS
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * Every save rewrites the file from the table, so a file with
      * more orders than the table holds ends the session before any
      * change is taken: the orders that did not fit would otherwise
      * vanish from ordenes_permanentes.dat on the first save.
      ******************************************************************
       LOAD-ORDER-RECORD.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   MOVE ORDER-LINE TO WS-ORD-AREA
                   EVALUATE TRUE
                       WHEN ORD-PREFIX = SPACES
                           CONTINUE
                       WHEN WS-ORDER-LOADED < 100
                           ADD 1 TO WS-ORDER-LOADED
                           MOVE WS-ORD-AREA
                               TO WS-ORDER-ENTRY (WS-ORDER-LOADED)
                       WHEN OTHER
                           MOVE SPACES TO WS-DISPLAY-MESSAGE
                           STRING "Error: más de 100 órdenes en "
                               "ordenes_permanentes.dat; sesión no "
                               "iniciada."
                               DELIMITED BY SIZE
                               INTO WS-DISPLAY-MESSAGE
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-ORDER-EOF-SWITCH
                   END-EVALUATE
           END-READ.

       PROCESS-OPERATION.
           DISPLAY " ".
           DISPLAY "Operación (A=alta, U=modificación, B=baja, "
               "L=lista, F=fin): " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATION.
           ACCEPT WS-OPERATION.
           MOVE FUNCTION UPPER-CASE(WS-OPERATION) TO WS-OPERATION.
           EVALUATE WS-OPERATION
               WHEN "A"
                   PERFORM ADD-ORDER
               WHEN "U"
                   PERFORM UPDATE-ORDER
               WHEN "B"
                   PERFORM CANCEL-ORDER
               WHEN "L"
                   PERFORM LIST-ORDERS
               WHEN "F"
                   MOVE "Y" TO WS-FINISH-SWITCH
               WHEN OTHER
                   DISPLAY "Operación no reconocida."
           END-EVALUATE.

       ACCEPT-ORDER-PREFIX.
           DISPLAY "Prefijo de la orden (4 caracteres): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-PREFIX-INPUT.
           ACCEPT WS-PREFIX-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-PREFIX-INPUT)
               TO WS-PREFIX-INPUT.
           MOVE 1 TO WS-ORDER-SUB.
           PERFORM SCAN-ORDER-TABLE
               UNTIL WS-ORDER-SUB > WS-ORDER-LOADED
               OR WS-PREFIX-INPUT = WS-ORD-PREFIX (WS-ORDER-SUB).

       SCAN-ORDER-TABLE.
           ADD 1 TO WS-ORDER-SUB.

      ******************************************************************
      * The prefix is the first four bytes of every key the order
      * generates, the other six being the due date, so it must be
      * filled in full, unique in the file and must not start with
      * the "*" that marks the header and trailer of the input file.
      ******************************************************************
       ADD-ORDER.
           PERFORM ACCEPT-ORDER-PREFIX.
           EVALUATE TRUE
               WHEN WS-PREFIX-INPUT (1:1) = SPACE
                   OR WS-PREFIX-INPUT (4:1) = SPACE
                   OR WS-PREFIX-INPUT (1:1) = "*"
                   DISPLAY "El prefijo debe tener 4 caracteres y no "
                       "empezar por *."
               WHEN WS-ORDER-SUB <= WS-ORDER-LOADED
                   DISPLAY "La orden " WS-PREFIX-INPUT
                       " ya existe; use U para modificarla."
               WHEN WS-ORDER-LOADED >= 100
                   DISPLAY "La tabla de órdenes está completa (100)."
               WHEN OTHER
                   PERFORM ACCEPT-NEW-ORDER
           END-EVALUATE.

       ACCEPT-NEW-ORDER.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "Sucursal: " WITH NO ADVANCING.
           MOVE SPACES TO WS-BRANCH-INPUT.
           ACCEPT WS-BRANCH-INPUT.
           PERFORM CHECK-BRANCH-INPUT.
           PERFORM ACCEPT-AMOUNT.
           DISPLAY "Descripción: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPTION-INPUT.
           ACCEPT WS-DESCRIPTION-INPUT.
           IF WS-DESCRIPTION-INPUT = SPACES
               DISPLAY "La descripción es obligatoria."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           DISPLAY "Frecuencia (M=mensual, S=semanal): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-FREQUENCY-INPUT.
           ACCEPT WS-FREQUENCY-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-FREQUENCY-INPUT)
               TO WS-FREQUENCY-INPUT.
           IF WS-FREQUENCY-INPUT NOT = "M"
               AND WS-FREQUENCY-INPUT NOT = "S"
               DISPLAY "Frecuencia no válida."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           DISPLAY "Primer vencimiento (AAAAMMDD): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           PERFORM CHECK-DATE-INPUT.
           MOVE WS-DATE-INPUT TO WS-DUE-INPUT.
           PERFORM ACCEPT-END-DATE.
           IF ENTRY-IS-VALID
               PERFORM CHECK-SCHEDULE
           END-IF.
           IF ENTRY-IS-VALID
               MOVE SPACES TO WS-BEFORE-ENTRY
               ADD 1 TO WS-ORDER-LOADED
               MOVE WS-ORDER-LOADED TO WS-ORDER-SUB
               MOVE WS-PREFIX-INPUT TO WS-ORD-PREFIX (WS-ORDER-SUB)
               MOVE WS-BRANCH-INPUT TO WS-ORD-BRANCH (WS-ORDER-SUB)
               MOVE WS-SIGNED-AMOUNT TO WS-ORD-AMOUNT (WS-ORDER-SUB)
               MOVE WS-DESCRIPTION-INPUT
                   TO WS-ORD-DESCRIPTION (WS-ORDER-SUB)
               MOVE WS-FREQUENCY-INPUT
                   TO WS-ORD-FREQUENCY (WS-ORDER-SUB)
               MOVE WS-DUE-INPUT TO WS-ORD-NEXT-DUE (WS-ORDER-SUB)
               MOVE WS-DUE-INPUT (7:2)
                   TO WS-ORD-ANCHOR-DAY (WS-ORDER-SUB)
               MOVE WS-END-INPUT TO WS-ORD-END-DATE (WS-ORDER-SUB)
               MOVE "A" TO WS-ORD-STATUS (WS-ORDER-SUB)
               MOVE WS-OPERATOR-ID TO WS-ORD-ENTERED-BY (WS-ORDER-SUB)
               MOVE ZERO TO WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
               MOVE ZERO TO WS-ORD-GEN-FROM-DUE (WS-ORDER-SUB)
               PERFORM SAVE-ORDER-FILE
               IF ORDERS-SAVED
                   PERFORM WRITE-NEW-ORDER-AUDIT
                   DISPLAY "Alta registrada."
               ELSE
                   SUBTRACT 1 FROM WS-ORDER-LOADED
               END-IF
           ELSE
               DISPLAY "Alta no aplicada."
           END-IF.

       WRITE-NEW-ORDER-AUDIT.
           MOVE "ALTA" TO AUD-FIELD.
           MOVE SPACES TO AUD-OLD-VALUE.
           MOVE SPACES TO AUD-NEW-VALUE.
           STRING WS-BRANCH-INPUT "/" WS-FREQUENCY-INPUT "/"
               WS-DUE-INPUT "/" WS-END-INPUT
               DELIMITED BY SIZE INTO AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "IMPORTE" TO AUD-FIELD.
           MOVE WS-SIGNED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "DESCRIPCION" TO AUD-FIELD.
           MOVE WS-DESCRIPTION-INPUT TO AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

      ******************************************************************
      * The branch must be in the master and open: an order for a
      * closed branch would only feed rejects every night.
      ******************************************************************
       CHECK-BRANCH-INPUT.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR WS-BRANCH-INPUT = WS-BRANCH-CODE (WS-BRANCH-SUB).
           EVALUATE TRUE
               WHEN WS-BRANCH-SUB > WS-BRANCH-LOADED
                   DISPLAY "Sucursal no registrada en sucursales.dat."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               WHEN WS-BRANCH-STATE (WS-BRANCH-SUB) = "C"
                   DISPLAY "La sucursal está cerrada."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SCAN-BRANCH-TABLE.
           ADD 1 TO WS-BRANCH-SUB.

       ACCEPT-AMOUNT.
           DISPLAY "Importe (9 enteros, 2 decimales): "
               WITH NO ADVANCING.
           MOVE ZERO TO WS-AMOUNT-INPUT.
           ACCEPT WS-AMOUNT-INPUT.
           IF WS-AMOUNT-INPUT = ZERO
               DISPLAY "El importe no puede ser cero."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
               MOVE ZERO TO WS-SIGNED-AMOUNT
           ELSE
               PERFORM ACCEPT-AMOUNT-SIGN
           END-IF.

       ACCEPT-AMOUNT-SIGN.
           DISPLAY "Signo (+=abono, -=cargo): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SIGN-INPUT.
           ACCEPT WS-SIGN-INPUT.
           MOVE WS-AMOUNT-INPUT TO WS-SIGNED-AMOUNT.
           EVALUATE WS-SIGN-INPUT
               WHEN "-"
                   SUBTRACT WS-AMOUNT-INPUT FROM ZERO
                       GIVING WS-SIGNED-AMOUNT
               WHEN "+"
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Signo no válido."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-EVALUATE.

       ACCEPT-END-DATE.
           DISPLAY "Fecha fin (AAAAMMDD, vacío=sin fin): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT = SPACES
               MOVE "00000000" TO WS-END-INPUT
           ELSE
               PERFORM CHECK-DATE-INPUT
               MOVE WS-DATE-INPUT TO WS-END-INPUT
           END-IF.

      ******************************************************************
      * The next due date may not lie in the past - the generator
      * would post the missed occurrences at once - and an end date
      * may not precede it.
      ******************************************************************
       CHECK-SCHEDULE.
           IF WS-DUE-INPUT < WS-TODAY-DATE
               DISPLAY "El vencimiento no puede ser anterior a hoy, "
                   WS-TODAY-DATE "."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           IF WS-END-INPUT NOT = "00000000"
               AND WS-END-INPUT < WS-DUE-INPUT
               DISPLAY "La fecha fin no puede ser anterior al "
                   "vencimiento " WS-DUE-INPUT "."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.

      ******************************************************************
      * Amount, description, next due date and end date can be
      * changed; a blank answer keeps the current value. A new due
      * date on a monthly order also becomes its day of the month. A
      * finished order whose new dates leave occurrences to come - no
      * end date, or one on or after the next due date - is active
      * again, and like a new due date its schedule must start today
      * or later, so the generator never posts the occurrences missed
      * while it was finished. An order left finished with nothing
      * else changed is no change at all. Any change discards what
      * the generator noted about its last file, so a file sent again
      * after the change is not given the occurrences of the old
      * schedule.
      ******************************************************************
       UPDATE-ORDER.
           PERFORM ACCEPT-ORDER-PREFIX.
           EVALUATE TRUE
               WHEN WS-ORDER-SUB > WS-ORDER-LOADED
                   DISPLAY "Orden no registrada."
               WHEN WS-ORD-STATUS (WS-ORDER-SUB) = "B"
                   DISPLAY "La orden está dada de baja."
               WHEN OTHER
                   PERFORM SHOW-ORDER
                   PERFORM ACCEPT-ORDER-CHANGES
           END-EVALUATE.

       ACCEPT-ORDER-CHANGES.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO WS-BEFORE-ENTRY.
           MOVE WS-ORDER-ENTRY (WS-ORDER-SUB) TO WS-AFTER-ENTRY.
           DISPLAY "Nuevo importe (vacío o 0=sin cambio): "
               WITH NO ADVANCING.
           MOVE ZERO TO WS-AMOUNT-INPUT.
           ACCEPT WS-AMOUNT-INPUT.
           IF WS-AMOUNT-INPUT NOT = ZERO
               PERFORM ACCEPT-AMOUNT-SIGN
               MOVE WS-SIGNED-AMOUNT TO WS-AFTER-AMOUNT
           END-IF.
           DISPLAY "Nueva descripción (vacío=sin cambio): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DESCRIPTION-INPUT.
           ACCEPT WS-DESCRIPTION-INPUT.
           IF WS-DESCRIPTION-INPUT NOT = SPACES
               MOVE WS-DESCRIPTION-INPUT TO WS-AFTER-DESCRIPTION
           END-IF.
           DISPLAY "Nuevo vencimiento (vacío=sin cambio): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NOT = SPACES
               PERFORM CHECK-DATE-INPUT
               IF ENTRY-IS-VALID
                   MOVE WS-DATE-INPUT TO WS-AFTER-NEXT-DUE
                   MOVE WS-DATE-INPUT (7:2) TO WS-AFTER-ANCHOR-DAY
               END-IF
           END-IF.
           DISPLAY "Nueva fecha fin (vacío=sin cambio, "
               "0=sin fin): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           EVALUATE TRUE
               WHEN WS-DATE-INPUT = SPACES
                   CONTINUE
               WHEN WS-DATE-INPUT = "0"
                   MOVE ZERO TO WS-AFTER-END-DATE
               WHEN OTHER
                   PERFORM CHECK-DATE-INPUT
                   IF ENTRY-IS-VALID
                       MOVE WS-DATE-INPUT TO WS-AFTER-END-DATE
                   END-IF
           END-EVALUATE.
           MOVE WS-AFTER-NEXT-DUE TO WS-DUE-INPUT.
           MOVE WS-AFTER-END-DATE TO WS-END-INPUT.
           IF ENTRY-IS-VALID
               AND WS-AFTER-STATUS = "F"
               AND (WS-AFTER-END-DATE = ZERO
                   OR WS-AFTER-END-DATE NOT < WS-AFTER-NEXT-DUE)
               MOVE "A" TO WS-AFTER-STATUS
           END-IF.
           IF ENTRY-IS-VALID
               AND (WS-AFTER-NEXT-DUE NOT = WS-BEFORE-NEXT-DUE
                   OR WS-AFTER-STATUS NOT = WS-BEFORE-STATUS)
               PERFORM CHECK-SCHEDULE
           END-IF.
           IF ENTRY-IS-VALID
               AND WS-AFTER-STATUS = "A"
               AND WS-END-INPUT NOT = "00000000"
               AND WS-END-INPUT < WS-DUE-INPUT
               DISPLAY "La fecha fin no puede ser anterior al "
                   "vencimiento " WS-DUE-INPUT "."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN NOT ENTRY-IS-VALID
                   DISPLAY "Modificación no aplicada."
               WHEN WS-AFTER-ENTRY = WS-BEFORE-ENTRY
                   DISPLAY "Sin cambios."
               WHEN OTHER
                   MOVE WS-OPERATOR-ID TO WS-AFTER-ENTERED-BY
                   MOVE ZERO TO WS-AFTER-GEN-FILE-SEQUENCE
                   MOVE ZERO TO WS-AFTER-GEN-FROM-DUE
                   PERFORM APPLY-ORDER-CHANGE
           END-EVALUATE.

      ******************************************************************
      * A cancelled order generates nothing more; it stays in the file
      * with its prefix taken.
      ******************************************************************
       CANCEL-ORDER.
           PERFORM ACCEPT-ORDER-PREFIX.
           EVALUATE TRUE
               WHEN WS-ORDER-SUB > WS-ORDER-LOADED
                   DISPLAY "Orden no registrada."
               WHEN WS-ORD-STATUS (WS-ORDER-SUB) = "B"
                   DISPLAY "La orden ya está dada de baja."
               WHEN OTHER
                   PERFORM SHOW-ORDER
                   MOVE WS-ORDER-ENTRY (WS-ORDER-SUB)
                       TO WS-BEFORE-ENTRY
                   MOVE WS-ORDER-ENTRY (WS-ORDER-SUB)
                       TO WS-AFTER-ENTRY
                   MOVE "B" TO WS-AFTER-STATUS
                   MOVE WS-OPERATOR-ID TO WS-AFTER-ENTERED-BY
                   MOVE ZERO TO WS-AFTER-GEN-FILE-SEQUENCE
                   MOVE ZERO TO WS-AFTER-GEN-FROM-DUE
                   PERFORM APPLY-ORDER-CHANGE
           END-EVALUATE.

      ******************************************************************
      * The changed entry goes into the table and the file is
      * rewritten; only a change that reached disk is audited, field
      * by field, old value next to new. If the rewrite fails the
      * entry is put back as it was.
      ******************************************************************
       APPLY-ORDER-CHANGE.
           MOVE WS-AFTER-ENTRY TO WS-ORDER-ENTRY (WS-ORDER-SUB).
           PERFORM SAVE-ORDER-FILE.
           IF ORDERS-SAVED
               PERFORM WRITE-CHANGE-AUDIT
               DISPLAY "Cambio registrado."
           ELSE
               MOVE WS-BEFORE-ENTRY TO WS-ORDER-ENTRY (WS-ORDER-SUB)
           END-IF.

       WRITE-CHANGE-AUDIT.
           MOVE WS-BEFORE-PREFIX TO WS-PREFIX-INPUT.
           IF WS-BEFORE-AMOUNT NOT = WS-AFTER-AMOUNT
               MOVE "IMPORTE" TO AUD-FIELD
               MOVE WS-BEFORE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AUD-OLD-VALUE
               MOVE WS-AFTER-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-DESCRIPTION NOT = WS-AFTER-DESCRIPTION
               MOVE "DESCRIPCION" TO AUD-FIELD
               MOVE WS-BEFORE-DESCRIPTION TO AUD-OLD-VALUE
               MOVE WS-AFTER-DESCRIPTION TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-NEXT-DUE NOT = WS-AFTER-NEXT-DUE
               MOVE "VENCIMIENTO" TO AUD-FIELD
               MOVE WS-BEFORE-NEXT-DUE TO AUD-OLD-VALUE
               MOVE WS-AFTER-NEXT-DUE TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-END-DATE NOT = WS-AFTER-END-DATE
               MOVE "FECHA FIN" TO AUD-FIELD
               MOVE WS-BEFORE-END-DATE TO AUD-OLD-VALUE
               MOVE WS-AFTER-END-DATE TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-STATUS NOT = WS-AFTER-STATUS
               MOVE "ESTADO" TO AUD-FIELD
               MOVE WS-BEFORE-STATUS TO AUD-OLD-VALUE
               MOVE WS-AFTER-STATUS TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      ******************************************************************
      * The date keyed must be numeric and exist on a real calendar.
      ******************************************************************
       CHECK-DATE-INPUT.
           IF WS-DATE-INPUT NOT NUMERIC
               DISPLAY "Fecha no numérica."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           ELSE
               MOVE WS-DATE-INPUT TO WS-DATE-WORK
               IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                   DISPLAY "Fecha inexistente."
                   MOVE "N" TO WS-ENTRY-OK-SWITCH
               ELSE
                   PERFORM SET-MONTH-DAYS
                   IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-MONTH-DAYS
                       DISPLAY "Fecha inexistente."
                       MOVE "N" TO WS-ENTRY-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-DATE-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   PERFORM SET-FEBRUARY-DAYS
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS.
           DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-MONTH-DAYS
               DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-DATE-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       SHOW-ORDER.
           MOVE WS-ORDER-SUB TO WS-LIST-SUB.
           DISPLAY WS-LIST-HEADING.
           PERFORM SHOW-ORDER-LINE.

       LIST-ORDERS.
           DISPLAY WS-LIST-HEADING.
           PERFORM SHOW-ORDER-LINE
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-ORDER-LOADED.
           DISPLAY "Órdenes en el archivo: " WS-ORDER-LOADED.

       SHOW-ORDER-LINE.
           MOVE WS-ORD-PREFIX (WS-LIST-SUB) TO LST-PREFIX.
           MOVE WS-ORD-BRANCH (WS-LIST-SUB) TO LST-BRANCH.
           MOVE WS-ORD-AMOUNT (WS-LIST-SUB) TO LST-AMOUNT.
           MOVE WS-ORD-FREQUENCY (WS-LIST-SUB) TO LST-FREQUENCY.
           MOVE WS-ORD-NEXT-DUE (WS-LIST-SUB) TO LST-NEXT-DUE.
           IF WS-ORD-END-DATE (WS-LIST-SUB) = ZERO
               MOVE SPACES TO LST-END-DATE
           ELSE
               MOVE WS-ORD-END-DATE (WS-LIST-SUB) TO LST-END-DATE
           END-IF.
           EVALUATE WS-ORD-STATUS (WS-LIST-SUB)
               WHEN "A"
                   MOVE "ACTIVA" TO LST-STATUS
               WHEN "F"
                   MOVE "FINALIZADA" TO LST-STATUS
               WHEN OTHER
                   MOVE "BAJA" TO LST-STATUS
           END-EVALUATE.
           MOVE WS-ORD-DESCRIPTION (WS-LIST-SUB) TO LST-DESCRIPTION.
           DISPLAY WS-LIST-LINE.

      ******************************************************************
      * The file is never rewritten in place blindly: the whole table
      * goes to the work file first, and only when that write
      * succeeded is ordenes_permanentes.dat itself rewritten from
      * it, so a disk problem leaves either the old file or a
      * complete work copy on disk. A failed save ends the session.
      ******************************************************************
       SAVE-ORDER-FILE.
           MOVE "Y" TO WS-SAVE-OK-SWITCH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS = "00"
               PERFORM WRITE-WORK-ENTRY
                   VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-ORDER-LOADED
                   OR NOT ORDERS-SAVED
               CLOSE WORK-FILE
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           IF ORDERS-SAVED
               PERFORM COPY-WORK-TO-ORDERS
           END-IF.
           IF ORDERS-SAVED
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               DISPLAY "Error al grabar ordenes_permanentes.dat, "
                   "status " WS-ORDER-STATUS "/" WS-WORK-STATUS
                   "; cambio no aplicado."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-FINISH-SWITCH
           END-IF.

       WRITE-WORK-ENTRY.
           MOVE WS-ORDER-ENTRY (WS-LIST-SUB) TO WORK-LINE.
           WRITE WORK-LINE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.

       COPY-WORK-TO-ORDERS.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT ORDER-FILE.
           IF WS-WORK-STATUS = "00" AND WS-ORDER-STATUS = "00"
               MOVE "N" TO WS-WORK-EOF-SWITCH
               PERFORM COPY-WORK-ENTRY
                   UNTIL WS-END-OF-WORK OR NOT ORDERS-SAVED
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           CLOSE WORK-FILE.
           CLOSE ORDER-FILE.
           IF NOT ORDERS-SAVED
               DISPLAY "El archivo completo queda en "
                   "ordenes_trabajo.tmp para su recuperación."
           END-IF.

       COPY-WORK-ENTRY.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE WORK-LINE TO ORDER-LINE
                   WRITE ORDER-LINE
                   IF WS-ORDER-STATUS NOT = "00"
                       MOVE "N" TO WS-SAVE-OK-SWITCH
                   END-IF
           END-READ.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "ORDER-MAINT" TO AUD-PROGRAM.
           MOVE WS-PREFIX-INPUT TO AUD-KEY.
           MOVE WS-AUD-AREA TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error al grabar auditoria.txt, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Exclusive use of the shared files: the session takes the run
      * lock, bloqueo_ejecucion.dat, before it touches anything, so the
      * nightly batch cannot start under it and no other session can
      * run beside it. While someone else holds the lock the operator
      * is told who, and can wait for them to finish and try again or
      * give up; a lock left by a dead run is only cleared through
      * RUN-LOCK's audited forced release, never from here.
      ******************************************************************
       TAKE-RUN-LOCK.
           MOVE "S" TO WS-LOCK-RETRY.
           PERFORM TRY-RUN-LOCK
               UNTIL RUN-LOCK-TAKEN OR WS-LOCK-RETRY NOT = "S".
           IF NOT RUN-LOCK-TAKEN
               MOVE "Sesión no iniciada: bloqueo ocupado."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       TRY-RUN-LOCK.
           PERFORM READ-RUN-LOCK.
           IF LCK-IS-FREE
               MOVE SPACES TO WS-LCK-AREA
               MOVE "SESION" TO LCK-HOLDER
               MOVE "ORDER-MAINT" TO LCK-PROGRAM
               MOVE WS-OPERATOR-ID TO LCK-OPERATOR
               PERFORM WRITE-RUN-LOCK
               IF WS-LOCK-STATUS = "00"
                   MOVE WS-LCK-AREA TO WS-LCK-OWN-AREA
                   MOVE "Y" TO WS-LOCK-TAKEN-SWITCH
               ELSE
                   DISPLAY "Error al grabar bloqueo_ejecucion.dat, "
                       "status " WS-LOCK-STATUS
                   MOVE "N" TO WS-LOCK-RETRY
               END-IF
           ELSE
               PERFORM SHOW-RUN-LOCK
               DISPLAY "¿Esperar a que termine y reintentar? (S/N): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-LOCK-RETRY
               ACCEPT WS-LOCK-RETRY
               MOVE FUNCTION UPPER-CASE(WS-LOCK-RETRY)
                   TO WS-LOCK-RETRY
           END-IF.

      ******************************************************************
      * Only a lock that is still this session's own is released: if
      * it was forced away meanwhile and taken by someone else, that
      * holder keeps it.
      ******************************************************************
       RELEASE-RUN-LOCK.
           IF RUN-LOCK-TAKEN
               PERFORM READ-RUN-LOCK
               IF WS-LCK-AREA = WS-LCK-OWN-AREA
                   PERFORM CLEAR-RUN-LOCK
               ELSE
                   DISPLAY "Aviso: el bloqueo de ejecución ya no es "
                       "de esta sesión; no se libera."
               END-IF
               MOVE "N" TO WS-LOCK-TAKEN-SWITCH
           END-IF.

      ******************************************************************
      * A missing or empty lock file is a free lock.
      ******************************************************************
       READ-RUN-LOCK.
           MOVE SPACES TO WS-LCK-AREA.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOCK-LINE TO WS-LCK-AREA
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           PERFORM CHECK-LOCK-AGE.

       WRITE-RUN-LOCK.
           MOVE FUNCTION CURRENT-DATE (1:14) TO LCK-STARTED.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               MOVE WS-LCK-AREA TO LOCK-LINE
               WRITE LOCK-LINE
               CLOSE LOCK-FILE
           END-IF.

       CLEAR-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               CLOSE LOCK-FILE
           END-IF.

      ******************************************************************
      * Age in whole hours from the start stamp to now. A start stamp
      * that is not a date cannot belong to a live run and counts as
      * stale.
      ******************************************************************
       CHECK-LOCK-AGE.
           MOVE "N" TO WS-LCK-STALE-SWITCH.
           MOVE ZERO TO WS-LCK-AGE-HOURS.
           IF NOT LCK-IS-FREE
               IF LCK-START-DATE IS NUMERIC
                   AND LCK-START-HOUR IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(LCK-START-DATE)
                       = ZERO
                   MOVE FUNCTION CURRENT-DATE (1:10) TO WS-LCK-NOW
                   COMPUTE WS-LCK-AGE-HOURS =
                       (FUNCTION INTEGER-OF-DATE(WS-LCK-NOW-DATE)
                       - FUNCTION INTEGER-OF-DATE(LCK-START-DATE))
                       * 24 + WS-LCK-NOW-HOUR - LCK-START-HOUR
                   IF WS-LCK-AGE-HOURS >= WS-LCK-STALE-HOURS
                       MOVE "Y" TO WS-LCK-STALE-SWITCH
                   END-IF
               ELSE
                   MOVE 99999 TO WS-LCK-AGE-HOURS
                   MOVE "Y" TO WS-LCK-STALE-SWITCH
               END-IF
           END-IF.

       SHOW-RUN-LOCK.
           DISPLAY "Bloqueo de ejecución tomado por:".
           DISPLAY "  Titular:  " LCK-HOLDER.
           DISPLAY "  Programa: " LCK-PROGRAM.
           IF LCK-OPERATOR = SPACES
               DISPLAY "  Operador: (sin operador)"
           ELSE
               DISPLAY "  Operador: " LCK-OPERATOR
           END-IF.
           DISPLAY "  Desde:    " LCK-STARTED (1:8) " "
               LCK-STARTED (9:2) ":" LCK-STARTED (11:2) ":"
               LCK-STARTED (13:2).
           MOVE WS-LCK-AGE-HOURS TO WS-LCK-AGE-EDIT.
           DISPLAY "  Horas:    " WS-LCK-AGE-EDIT.
           IF LCK-IS-STALE
               DISPLAY "  Aviso: más de " WS-LCK-STALE-HOURS
                   " horas; probablemente de una ejecución muerta."
               DISPLAY "  Si murió, libérelo con RUN-LOCK, opción F."
           END-IF.
