      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintains the branch master, sucursales.dat, so that
      *          opening, renaming or closing a branch office is an
      *          operator task instead of a program change. The
      *          dialog adds a branch (code, name, opening date and
      *          the general-ledger cost centre its movements are
      *          booked to), modifies the name, opening date or cost
      *          centre of an existing one, closes a branch as of a
      *          date (movements dated on or after it are rejected by
      *          WRITE-FILE under their own reason code), reopens a
      *          branch closed by mistake, and lists the master.
      *          Branches are never deleted: the code stays in the
      *          master so old extracts, archives and reports can
      *          still name it. Each accepted change rewrites the
      *          master at once, through sucursales_trabajo.tmp, and
      *          only then is recorded in the append-only
      *          auditoria.txt (operator, timestamp, branch code,
      *          field, old and new value), so the audit report
      *          program lists branch changes by operator or by code
      *          like any other correction. The session requires an
      *          operator ID at start.
      *          The session holds the exclusive-use run lock,
      *          bloqueo_ejecucion.dat, from start to end (taken after
      *          sign-on): while the nightly batch or another session
      *          holds it the holder, program, operator and start time
      *          are shown and the operator can wait and retry or give
      *          up (RC=8), so the session never runs over the batch's
      *          files. A master with more than the 20 branches the
      *          table holds is refused at start (RC=8) rather than
      *          rewritten short.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT WORK-FILE ASSIGN TO "sucursales_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       FD WORK-FILE.
       01 WORK-LINE PIC X(36).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY SUCTAB.
       COPY AUDREC.
       COPY LCKREC.

       01 WS-MASTER-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
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
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-WORK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-WORK VALUE "Y".
       01 WS-SAVE-OK-SWITCH PIC X(1) VALUE "Y".
           88 MASTER-SAVED VALUE "Y".
       01 WS-ENTRY-OK-SWITCH PIC X(1) VALUE "Y".
           88 ENTRY-IS-VALID VALUE "Y".
       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-LIST-SUB PIC 9(2) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(6) VALUE ZERO.

      ******************************************************************
      * Operator entries, kept apart from the table entry until every
      * one of them has been validated, and a copy of the entry as it
      * was before the change for the audit trail.
      ******************************************************************
       01 WS-CODE-INPUT PIC X(3).
       01 WS-NAME-INPUT PIC X(10).
       01 WS-DATE-INPUT PIC X(8).
       01 WS-CENTRE-INPUT PIC X(6).
       01 WS-BEFORE-ENTRY.
           05 WS-BEFORE-CODE PIC X(3).
           05 WS-BEFORE-NAME PIC X(10).
           05 WS-BEFORE-STATE PIC X(1).
           05 WS-BEFORE-OPEN-DATE PIC X(8).
           05 WS-BEFORE-CLOSE-DATE PIC X(8).
           05 WS-BEFORE-CENTRE PIC X(6).
       01 WS-AFTER-ENTRY.
           05 WS-AFTER-CODE PIC X(3).
           05 WS-AFTER-NAME PIC X(10).
           05 WS-AFTER-STATE PIC X(1).
           05 WS-AFTER-OPEN-DATE PIC X(8).
           05 WS-AFTER-CLOSE-DATE PIC X(8).
           05 WS-AFTER-CENTRE PIC X(6).

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
           05 FILLER PIC X(5) VALUE "SUC  ".
           05 FILLER PIC X(12) VALUE "NOMBRE      ".
           05 FILLER PIC X(8) VALUE "ESTADO  ".
           05 FILLER PIC X(10) VALUE "APERTURA  ".
           05 FILLER PIC X(10) VALUE "CIERRE    ".
           05 FILLER PIC X(12) VALUE "CENTRO COSTE".
       01 WS-LIST-LINE.
           05 LST-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-STATE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LST-OPEN-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-CLOSE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-CENTRE PIC X(6).
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
           PERFORM LOAD-BRANCH-MASTER.
           IF RETURN-CODE = ZERO
               PERFORM PROCESS-OPERATION UNTIL FINISH-REQUESTED
               IF RETURN-CODE = ZERO
                   MOVE "Mantenimiento de sucursales terminado."
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
      * No operator, no session: a branch change moves where money is
      * booked, so like every other correction dialog this one
      * refuses to start without an operator ID and without the
      * append-only audit file open to receive the trail.
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
      * A missing master is the first day: the session starts with an
      * empty table and the first alta creates the file. Any other
      * open failure ends the session before anything is changed.
      ******************************************************************
       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   PERFORM LOAD-BRANCH-RECORD
                       UNTIL WS-END-OF-MASTER
                   CLOSE BRANCH-MASTER-FILE
               WHEN "35"
                   DISPLAY "Aviso: sucursales.dat no existe; "
                       "se creará con la primera alta."
               WHEN OTHER
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: no se pudo abrir sucursales.dat, "
                       "status " WS-MASTER-STATUS
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * Every save rewrites the master from the table, so a master
      * with more branches than the table holds ends the session
      * before any change is taken: the branches that did not fit
      * would otherwise vanish from sucursales.dat on the first save.
      ******************************************************************
       LOAD-BRANCH-RECORD.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE BRANCH-MASTER-LINE TO WS-SUC-AREA
                   EVALUATE TRUE
                       WHEN SUC-CODE = SPACES
                           CONTINUE
                       WHEN WS-BRANCH-LOADED < 20
                           IF SUC-OPEN-DATE NOT NUMERIC
                               MOVE ZERO TO SUC-OPEN-DATE
                           END-IF
                           IF SUC-CLOSE-DATE NOT NUMERIC
                               MOVE ZERO TO SUC-CLOSE-DATE
                           END-IF
                           ADD 1 TO WS-BRANCH-LOADED
                           MOVE WS-SUC-AREA
                               TO WS-BRANCH-ENTRY (WS-BRANCH-LOADED)
                       WHEN OTHER
                           MOVE SPACES TO WS-DISPLAY-MESSAGE
                           STRING "Error: más de 20 sucursales en "
                               "sucursales.dat; sesión no iniciada."
                               DELIMITED BY SIZE
                               INTO WS-DISPLAY-MESSAGE
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   END-EVALUATE
           END-READ.

       PROCESS-OPERATION.
           DISPLAY " ".
           DISPLAY "Operación (A=alta, U=modificación, C=cierre, "
               "R=reapertura, L=lista, F=fin): " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATION.
           ACCEPT WS-OPERATION.
           MOVE FUNCTION UPPER-CASE(WS-OPERATION) TO WS-OPERATION.
           EVALUATE WS-OPERATION
               WHEN "A"
                   PERFORM ADD-BRANCH
               WHEN "U"
                   PERFORM UPDATE-BRANCH
               WHEN "C"
                   PERFORM CLOSE-BRANCH
               WHEN "R"
                   PERFORM REOPEN-BRANCH
               WHEN "L"
                   PERFORM LIST-BRANCHES
               WHEN "F"
                   MOVE "Y" TO WS-FINISH-SWITCH
               WHEN OTHER
                   DISPLAY "Operación no reconocida."
           END-EVALUATE.

       ACCEPT-BRANCH-CODE.
           DISPLAY "Código de sucursal (3 dígitos): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CODE-INPUT.
           ACCEPT WS-CODE-INPUT.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR WS-CODE-INPUT = WS-BRANCH-CODE (WS-BRANCH-SUB).

       SCAN-BRANCH-TABLE.
           ADD 1 TO WS-BRANCH-SUB.

      ******************************************************************
      * A new branch is active from its opening date. The code is
      * what every extract file name and every transaction carries,
      * so it must be three digits and not already in the master.
      ******************************************************************
       ADD-BRANCH.
           PERFORM ACCEPT-BRANCH-CODE.
           EVALUATE TRUE
               WHEN WS-CODE-INPUT NOT NUMERIC
                   DISPLAY "El código debe tener 3 dígitos."
               WHEN WS-BRANCH-SUB <= WS-BRANCH-LOADED
                   DISPLAY "La sucursal " WS-CODE-INPUT
                       " ya existe; use U para modificarla."
               WHEN WS-BRANCH-LOADED >= 20
                   DISPLAY "La tabla de sucursales está completa (20)."
               WHEN OTHER
                   PERFORM ACCEPT-NEW-BRANCH
           END-EVALUATE.

       ACCEPT-NEW-BRANCH.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           DISPLAY "Nombre: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-INPUT.
           ACCEPT WS-NAME-INPUT.
           DISPLAY "Fecha de apertura (AAAAMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           DISPLAY "Centro de coste: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CENTRE-INPUT.
           ACCEPT WS-CENTRE-INPUT.
           IF WS-NAME-INPUT = SPACES
               DISPLAY "El nombre es obligatorio."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           PERFORM CHECK-DATE-INPUT.
           IF WS-CENTRE-INPUT = SPACES
               DISPLAY "El centro de coste es obligatorio."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           IF ENTRY-IS-VALID
               MOVE SPACES TO WS-BEFORE-ENTRY
               ADD 1 TO WS-BRANCH-LOADED
               MOVE WS-BRANCH-LOADED TO WS-BRANCH-SUB
               MOVE WS-CODE-INPUT TO WS-BRANCH-CODE (WS-BRANCH-SUB)
               MOVE WS-NAME-INPUT TO WS-BRANCH-NAME (WS-BRANCH-SUB)
               MOVE "A" TO WS-BRANCH-STATE (WS-BRANCH-SUB)
               MOVE WS-DATE-INPUT
                   TO WS-BRANCH-OPEN-DATE (WS-BRANCH-SUB)
               MOVE ZERO TO WS-BRANCH-CLOSE-DATE (WS-BRANCH-SUB)
               MOVE WS-CENTRE-INPUT
                   TO WS-BRANCH-COST-CENTRE (WS-BRANCH-SUB)
               PERFORM SAVE-BRANCH-MASTER
               IF MASTER-SAVED
                   MOVE "ALTA" TO AUD-FIELD
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE SPACES TO AUD-NEW-VALUE
                   STRING WS-NAME-INPUT "/" WS-DATE-INPUT
                       DELIMITED BY SIZE INTO AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE "CENTRO COSTE" TO AUD-FIELD
                   MOVE WS-CENTRE-INPUT TO AUD-NEW-VALUE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Alta registrada."
               ELSE
                   SUBTRACT 1 FROM WS-BRANCH-LOADED
               END-IF
           END-IF.

      ******************************************************************
      * Name, opening date and cost centre can be changed; a blank
      * answer keeps the current value. The opening date cannot move
      * past a close date already on file.
      ******************************************************************
       UPDATE-BRANCH.
           PERFORM ACCEPT-BRANCH-CODE.
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               DISPLAY "Sucursal no registrada en sucursales.dat."
           ELSE
               PERFORM SHOW-BRANCH
               PERFORM ACCEPT-BRANCH-CHANGES
           END-IF.

       ACCEPT-BRANCH-CHANGES.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB) TO WS-BEFORE-ENTRY.
           MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB) TO WS-AFTER-ENTRY.
           DISPLAY "Nuevo nombre (vacío=sin cambio): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME-INPUT.
           ACCEPT WS-NAME-INPUT.
           IF WS-NAME-INPUT NOT = SPACES
               MOVE WS-NAME-INPUT TO WS-AFTER-NAME
           END-IF.
           DISPLAY "Nueva fecha de apertura (vacío=sin cambio): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           IF WS-DATE-INPUT NOT = SPACES
               PERFORM CHECK-DATE-INPUT
               IF ENTRY-IS-VALID
                   MOVE WS-DATE-INPUT TO WS-AFTER-OPEN-DATE
               END-IF
           END-IF.
           DISPLAY "Nuevo centro de coste (vacío=sin cambio): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CENTRE-INPUT.
           ACCEPT WS-CENTRE-INPUT.
           IF WS-CENTRE-INPUT NOT = SPACES
               MOVE WS-CENTRE-INPUT TO WS-AFTER-CENTRE
           END-IF.
           IF ENTRY-IS-VALID
               AND WS-AFTER-CLOSE-DATE NOT = "00000000"
               AND WS-AFTER-OPEN-DATE > WS-AFTER-CLOSE-DATE
               DISPLAY "La apertura no puede ser posterior al cierre "
                   WS-AFTER-CLOSE-DATE "."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN NOT ENTRY-IS-VALID
                   DISPLAY "Modificación no aplicada."
               WHEN WS-AFTER-ENTRY = WS-BEFORE-ENTRY
                   DISPLAY "Sin cambios."
               WHEN OTHER
                   PERFORM APPLY-BRANCH-CHANGE
           END-EVALUATE.

      ******************************************************************
      * A closed branch takes no movements dated on or after its close
      * date. The date may not precede the opening date.
      ******************************************************************
       CLOSE-BRANCH.
           PERFORM ACCEPT-BRANCH-CODE.
           EVALUATE TRUE
               WHEN WS-BRANCH-SUB > WS-BRANCH-LOADED
                   DISPLAY "Sucursal no registrada en sucursales.dat."
               WHEN WS-BRANCH-STATE (WS-BRANCH-SUB) = "C"
                   DISPLAY "La sucursal ya está cerrada desde el "
                       WS-BRANCH-CLOSE-DATE (WS-BRANCH-SUB) "."
               WHEN OTHER
                   PERFORM SHOW-BRANCH
                   PERFORM ACCEPT-CLOSE-DATE
           END-EVALUATE.

       ACCEPT-CLOSE-DATE.
           MOVE "Y" TO WS-ENTRY-OK-SWITCH.
           MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB) TO WS-BEFORE-ENTRY.
           MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB) TO WS-AFTER-ENTRY.
           DISPLAY "Fecha de cierre (AAAAMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-INPUT.
           ACCEPT WS-DATE-INPUT.
           PERFORM CHECK-DATE-INPUT.
           IF ENTRY-IS-VALID
               AND WS-DATE-INPUT < WS-BEFORE-OPEN-DATE
               DISPLAY "El cierre no puede ser anterior a la apertura "
                   WS-BEFORE-OPEN-DATE "."
               MOVE "N" TO WS-ENTRY-OK-SWITCH
           END-IF.
           IF ENTRY-IS-VALID
               MOVE "C" TO WS-AFTER-STATE
               MOVE WS-DATE-INPUT TO WS-AFTER-CLOSE-DATE
               PERFORM APPLY-BRANCH-CHANGE
               DISPLAY "Los movimientos con fecha desde el "
                   WS-DATE-INPUT " serán rechazados."
           ELSE
               DISPLAY "Cierre no aplicado."
           END-IF.

       REOPEN-BRANCH.
           PERFORM ACCEPT-BRANCH-CODE.
           EVALUATE TRUE
               WHEN WS-BRANCH-SUB > WS-BRANCH-LOADED
                   DISPLAY "Sucursal no registrada en sucursales.dat."
               WHEN WS-BRANCH-STATE (WS-BRANCH-SUB) NOT = "C"
                   DISPLAY "La sucursal no está cerrada."
               WHEN OTHER
                   MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB)
                       TO WS-BEFORE-ENTRY
                   MOVE WS-BRANCH-ENTRY (WS-BRANCH-SUB)
                       TO WS-AFTER-ENTRY
                   MOVE "A" TO WS-AFTER-STATE
                   MOVE "00000000" TO WS-AFTER-CLOSE-DATE
                   PERFORM APPLY-BRANCH-CHANGE
           END-EVALUATE.

      ******************************************************************
      * The changed entry goes into the table and the master is
      * rewritten; only a change that reached disk is audited, field
      * by field, old value next to new. If the rewrite fails the
      * entry is put back as it was.
      ******************************************************************
       APPLY-BRANCH-CHANGE.
           MOVE WS-AFTER-ENTRY TO WS-BRANCH-ENTRY (WS-BRANCH-SUB).
           PERFORM SAVE-BRANCH-MASTER.
           IF MASTER-SAVED
               PERFORM WRITE-CHANGE-AUDIT
               DISPLAY "Cambio registrado."
           ELSE
               MOVE WS-BEFORE-ENTRY TO WS-BRANCH-ENTRY (WS-BRANCH-SUB)
           END-IF.

       WRITE-CHANGE-AUDIT.
           MOVE WS-BEFORE-CODE TO WS-CODE-INPUT.
           IF WS-BEFORE-NAME NOT = WS-AFTER-NAME
               MOVE "NOMBRE" TO AUD-FIELD
               MOVE WS-BEFORE-NAME TO AUD-OLD-VALUE
               MOVE WS-AFTER-NAME TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-STATE NOT = WS-AFTER-STATE
               MOVE "ESTADO" TO AUD-FIELD
               MOVE WS-BEFORE-STATE TO AUD-OLD-VALUE
               MOVE WS-AFTER-STATE TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-OPEN-DATE NOT = WS-AFTER-OPEN-DATE
               MOVE "APERTURA" TO AUD-FIELD
               MOVE WS-BEFORE-OPEN-DATE TO AUD-OLD-VALUE
               MOVE WS-AFTER-OPEN-DATE TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-CLOSE-DATE NOT = WS-AFTER-CLOSE-DATE
               MOVE "CIERRE" TO AUD-FIELD
               MOVE WS-BEFORE-CLOSE-DATE TO AUD-OLD-VALUE
               MOVE WS-AFTER-CLOSE-DATE TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-CENTRE NOT = WS-AFTER-CENTRE
               MOVE "CENTRO COSTE" TO AUD-FIELD
               MOVE WS-BEFORE-CENTRE TO AUD-OLD-VALUE
               MOVE WS-AFTER-CENTRE TO AUD-NEW-VALUE
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

       SHOW-BRANCH.
           MOVE WS-BRANCH-SUB TO WS-LIST-SUB.
           DISPLAY WS-LIST-HEADING.
           PERFORM SHOW-BRANCH-LINE.

       LIST-BRANCHES.
           DISPLAY WS-LIST-HEADING.
           PERFORM SHOW-BRANCH-LINE
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-BRANCH-LOADED.
           DISPLAY "Sucursales en el maestro: " WS-BRANCH-LOADED.

       SHOW-BRANCH-LINE.
           MOVE WS-BRANCH-CODE (WS-LIST-SUB) TO LST-CODE.
           MOVE WS-BRANCH-NAME (WS-LIST-SUB) TO LST-NAME.
           IF WS-BRANCH-STATE (WS-LIST-SUB) = "C"
               MOVE "CERRADA" TO LST-STATE
               MOVE WS-BRANCH-CLOSE-DATE (WS-LIST-SUB)
                   TO LST-CLOSE-DATE
           ELSE
               MOVE "ACTIVA" TO LST-STATE
               MOVE SPACES TO LST-CLOSE-DATE
           END-IF.
           MOVE WS-BRANCH-OPEN-DATE (WS-LIST-SUB) TO LST-OPEN-DATE.
           MOVE WS-BRANCH-COST-CENTRE (WS-LIST-SUB) TO LST-CENTRE.
           DISPLAY WS-LIST-LINE.

      ******************************************************************
      * The master is never rewritten in place blindly: the whole
      * table goes to the work file first, and only when that write
      * succeeded is sucursales.dat itself rewritten from it, so a
      * disk problem leaves either the old master or a complete work
      * copy on disk. A failed save ends the session.
      ******************************************************************
       SAVE-BRANCH-MASTER.
           MOVE "Y" TO WS-SAVE-OK-SWITCH.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS = "00"
               PERFORM WRITE-WORK-ENTRY
                   VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-BRANCH-LOADED
                   OR NOT MASTER-SAVED
               CLOSE WORK-FILE
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           IF MASTER-SAVED
               PERFORM COPY-WORK-TO-MASTER
           END-IF.
           IF MASTER-SAVED
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               DISPLAY "Error al grabar sucursales.dat, status "
                   WS-MASTER-STATUS "/" WS-WORK-STATUS
                   "; cambio no aplicado."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-FINISH-SWITCH
           END-IF.

       WRITE-WORK-ENTRY.
           MOVE WS-BRANCH-ENTRY (WS-LIST-SUB) TO WORK-LINE.
           WRITE WORK-LINE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.

       COPY-WORK-TO-MASTER.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT BRANCH-MASTER-FILE.
           IF WS-WORK-STATUS = "00" AND WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-WORK-EOF-SWITCH
               PERFORM COPY-WORK-ENTRY
                   UNTIL WS-END-OF-WORK OR NOT MASTER-SAVED
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           CLOSE WORK-FILE.
           CLOSE BRANCH-MASTER-FILE.
           IF NOT MASTER-SAVED
               DISPLAY "El maestro completo queda en "
                   "sucursales_trabajo.tmp para su recuperación."
           END-IF.

       COPY-WORK-ENTRY.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE WORK-LINE TO BRANCH-MASTER-LINE
                   WRITE BRANCH-MASTER-LINE
                   IF WS-MASTER-STATUS NOT = "00"
                       MOVE "N" TO WS-SAVE-OK-SWITCH
                   END-IF
           END-READ.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "BRANCH-MAINT" TO AUD-PROGRAM.
           MOVE WS-CODE-INPUT TO AUD-KEY.
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
               MOVE "BRANCH-MAINT" TO LCK-PROGRAM
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
