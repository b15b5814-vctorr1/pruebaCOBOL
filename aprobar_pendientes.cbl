      ******************************************************************
      * Author:
      * Date:
      * Purpose: Second-operator approval of the records WRITE-FILE
      *          held in pendientes_aprobacion.txt for being above
      *          their branch's authorization limit. Each held record
      *          is shown with the limit it exceeded and who keyed
      *          and repaired it; the operator approves it, denies it
      *          or keeps it for later. An approved record is written
      *          to reenvios.txt with the approver stamped in its
      *          extension, so the next WRITE-FILE run posts it
      *          without holding it again; a denied record goes to
      *          rechazos.txt under reason code 17, where the reject
      *          repair program can correct it or leave it. Approval
      *          is refused when the operator is the one who keyed
      *          or repaired the record. The session uses the same
      *          sign-on as the reject repair program and writes one
      *          auditoria.txt record per approval or denial.
      *          pendientes_aprobacion.txt is rewritten without the
      *          handled records, the same way rechazos.txt is.
      *          The amount is shown in the currency it was entered
      *          in; the limit is always in home currency, which is
      *          what WRITE-FILE compared it against.
      *          The session holds the exclusive-use run lock,
      *          bloqueo_ejecucion.dat, from start to end (taken after
      *          sign-on): while the nightly batch or another session
      *          holds it the holder, program, operator and start time
      *          are shown and the operator can wait and retry or give
      *          up (RC=8), so the session never runs over the batch's
      *          files.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE-HELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "pendientes_aprobacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT WORK-FILE ASSIGN TO "pendientes_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "reenvios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       COPY PNDREC.

       FD WORK-FILE.
       01 WORK-LINE PIC X(127).

       FD RESUBMIT-FILE.
       01 RESUBMIT-LINE PIC X(100).

       FD REJECT-FILE.
       COPY REJREC.

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY AUDREC.
       COPY DIVREC.
       COPY LCKREC.

       01 WS-PENDING-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-RESUBMIT-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LOCK-RETRY PIC X(1).
       01 WS-LOCK-TAKEN-SWITCH PIC X(1) VALUE "N".
           88 RUN-LOCK-TAKEN VALUE "Y".
       01 WS-ANSWER PIC X(1).
       01 WS-AMOUNT-EDIT PIC ----,---,--9.99.
       01 WS-LIMIT-EDIT PIC ----,---,--9.99.
       01 WS-AMOUNT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-PENDING VALUE "Y".
       01 WS-FINISH-SWITCH PIC X(1) VALUE "N".
           88 FINISH-REQUESTED VALUE "Y".
       01 WS-REVIEWED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DENIED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(6) VALUE ZERO.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X(1) VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".

      ******************************************************************
      * The held input line, laid out like a transacciones.txt record
      * with its extension, so the approver stamp lands where
      * WRITE-FILE looks for it.
      ******************************************************************
       01 WS-HELD-LINE.
           05 WS-HELD-KEY PIC X(10).
           05 WS-HELD-DATE PIC X(8).
           05 WS-HELD-AMOUNT PIC S9(9)V99.
           05 WS-HELD-DESCRIPTION PIC X(25).
           05 WS-HELD-BRANCH PIC X(3).
           05 WS-HELD-EXTENSION.
               10 WS-HELD-ENTRY-TYPE PIC X(1).
               10 WS-HELD-ORIGINAL-KEY PIC X(10).
               10 WS-HELD-ENTERED-BY PIC X(8).
               10 WS-HELD-REPAIRED-BY PIC X(8).
               10 WS-HELD-APPROVED-BY PIC X(8).
               10 WS-HELD-CURRENCY PIC X(3).
               10 FILLER PIC X(5).
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
           PERFORM OPEN-PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM OPEN-WORK-FILE
               PERFORM OPEN-RESUBMIT-FILE
               PERFORM OPEN-REJECT-FILE
               IF WS-WORK-STATUS = "00" AND WS-RESUBMIT-STATUS = "00"
                   AND WS-REJECT-STATUS = "00"
                   PERFORM REVIEW-PENDING UNTIL WS-END-OF-PENDING
                   CLOSE PENDING-FILE
                   CLOSE WORK-FILE
                   CLOSE RESUBMIT-FILE
                   CLOSE REJECT-FILE
                   PERFORM REWRITE-PENDING-FILE
                   IF RETURN-CODE = ZERO
                       MOVE "Revisión de retenidos terminada."
                           TO WS-DISPLAY-MESSAGE
                   ELSE
                       MOVE "Revisión terminada con errores."
                           TO WS-DISPLAY-MESSAGE
                   END-IF
               ELSE
                   CLOSE PENDING-FILE
                   IF WS-WORK-STATUS = "00"
                       CLOSE WORK-FILE
                   END-IF
                   IF WS-RESUBMIT-STATUS = "00"
                       CLOSE RESUBMIT-FILE
                   END-IF
                   IF WS-REJECT-STATUS = "00"
                       CLOSE REJECT-FILE
                   END-IF
               END-IF
           END-IF.
           CLOSE AUDIT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Registros revisados: " WS-REVIEWED-COUNT.
           DISPLAY "Aprobados (a reenvios.txt): " WS-APPROVED-COUNT.
           DISPLAY "Denegados (a rechazos.txt): " WS-DENIED-COUNT.
           DISPLAY "Mantenidos en espera: " WS-KEPT-COUNT.
           STOP RUN.

      ******************************************************************
      * Same sign-on as the reject repair program: no operator, or no
      * audit file to record the decisions, no session.
      ******************************************************************
       SIGN-ON-OPERATOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               MOVE "Error: se requiere un operador para aprobar."
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

       OPEN-PENDING-FILE.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
               MOVE "No hay registros pendientes de aprobación."
                   TO WS-DISPLAY-MESSAGE
               MOVE ZERO TO RETURN-CODE
           ELSE
               IF WS-PENDING-STATUS NOT = "00"
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: no se pudo abrir "
                       "pendientes_aprobacion.txt."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       OPEN-WORK-FILE.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Error: no se pudo abrir pendientes_trabajo.tmp."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-RESUBMIT-FILE.
           OPEN EXTEND RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS = "35"
               OPEN OUTPUT RESUBMIT-FILE
           END-IF.
           IF WS-RESUBMIT-STATUS NOT = "00"
               MOVE "Error: no se pudo abrir reenvios.txt."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-REJECT-FILE.
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF.
           IF WS-REJECT-STATUS NOT = "00"
               MOVE "Error: no se pudo abrir rechazos.txt."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       REVIEW-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REVIEWED-COUNT
                   IF FINISH-REQUESTED
                       PERFORM KEEP-PENDING-RECORD
                   ELSE
                       PERFORM PRESENT-PENDING-RECORD
                       PERFORM HANDLE-OPERATOR-ANSWER
                   END-IF
           END-READ.

       PRESENT-PENDING-RECORD.
           MOVE PND-ORIGINAL-LINE TO WS-HELD-LINE.
           MOVE PND-ORIGINAL-EXTENSION TO WS-HELD-EXTENSION.
           DISPLAY " ".
           DISPLAY "Registro " WS-REVIEWED-COUNT
               " - clave " WS-HELD-KEY " sucursal " WS-HELD-BRANCH
               " fecha " WS-HELD-DATE.
           DISPLAY "  Descripción: " WS-HELD-DESCRIPTION.
           IF WS-HELD-AMOUNT IS NUMERIC
               MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT
           ELSE
               MOVE ZERO TO WS-AMOUNT-EDIT
           END-IF.
           IF PND-LIMIT-AMOUNT IS NUMERIC
               MOVE PND-LIMIT-AMOUNT TO WS-LIMIT-EDIT
           ELSE
               MOVE ZERO TO WS-LIMIT-EDIT
           END-IF.
           MOVE WS-HELD-CURRENCY TO WS-AMOUNT-CURRENCY.
           IF WS-AMOUNT-CURRENCY = SPACES
               MOVE WS-HOME-CURRENCY TO WS-AMOUNT-CURRENCY
           END-IF.
           DISPLAY "  Importe: " WS-AMOUNT-EDIT " " WS-AMOUNT-CURRENCY
               "   límite: " WS-LIMIT-EDIT " " WS-HOME-CURRENCY.
           IF WS-HELD-ENTRY-TYPE = "R"
               DISPLAY "  Anulación de la clave " WS-HELD-ORIGINAL-KEY
           END-IF.
           DISPLAY "  Grabado por: " WS-HELD-ENTERED-BY
               "  reparado por: " WS-HELD-REPAIRED-BY.
           IF PND-DATE NOT = SPACES
               DISPLAY "  Retenido el " PND-DATE " por la ejecución "
                   PND-RUN-SEQUENCE
           END-IF.
           DISPLAY "¿Aprobar? (A=aprobar, D=denegar, N=mantener, "
               "F=terminar): " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.

       HANDLE-OPERATOR-ANSWER.
           EVALUATE WS-ANSWER
               WHEN "A"
                   PERFORM APPROVE-HELD-RECORD
               WHEN "D"
                   PERFORM DENY-HELD-RECORD
               WHEN "F"
                   MOVE "Y" TO WS-FINISH-SWITCH
                   PERFORM KEEP-PENDING-RECORD
               WHEN OTHER
                   PERFORM KEEP-PENDING-RECORD
           END-EVALUATE.

      ******************************************************************
      * Four eyes: whoever keyed or repaired the record cannot be the
      * one to approve it. The refused record stays held for another
      * operator.
      ******************************************************************
       APPROVE-HELD-RECORD.
           IF WS-OPERATOR-ID = WS-HELD-ENTERED-BY
               OR WS-OPERATOR-ID = WS-HELD-REPAIRED-BY
               DISPLAY "Aprobación rechazada: el operador "
                   WS-OPERATOR-ID " grabó o reparó este registro."
               PERFORM KEEP-PENDING-RECORD
           ELSE
               MOVE WS-OPERATOR-ID TO WS-HELD-APPROVED-BY
               MOVE WS-HELD-LINE TO RESUBMIT-LINE
               WRITE RESUBMIT-LINE
               IF WS-RESUBMIT-STATUS = "00"
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APROBADO" TO AUD-NEW-VALUE
                   PERFORM WRITE-DECISION-AUDIT
                   DISPLAY "Aprobado; se contabilizará en la próxima "
                       "ejecución."
               ELSE
                   DISPLAY "Error al grabar en reenvios.txt, status "
                       WS-RESUBMIT-STATUS "; se mantiene retenido."
                   PERFORM KEEP-PENDING-RECORD
               END-IF
           END-IF.

       DENY-HELD-RECORD.
           MOVE SPACES TO REJECT-LINE.
           MOVE "17" TO REJ-REASON-CODE.
           MOVE PND-ORIGINAL-LINE TO REJ-ORIGINAL-LINE.
           MOVE PND-ORIGINAL-EXTENSION TO REJ-ORIGINAL-EXTENSION.
           MOVE PND-RUN-SEQUENCE TO REJ-RUN-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REJ-DATE.
           WRITE REJECT-LINE.
           IF WS-REJECT-STATUS = "00"
               ADD 1 TO WS-DENIED-COUNT
               MOVE "DENEGADO" TO AUD-NEW-VALUE
               PERFORM WRITE-DECISION-AUDIT
               DISPLAY "Denegado; pasa a rechazos.txt."
           ELSE
               DISPLAY "Error al grabar en rechazos.txt, status "
                   WS-REJECT-STATUS "; se mantiene retenido."
               PERFORM KEEP-PENDING-RECORD
           END-IF.

       WRITE-DECISION-AUDIT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "APPROVE-HELD" TO AUD-PROGRAM.
           MOVE WS-HELD-KEY TO AUD-KEY.
           MOVE "APROBACION" TO AUD-FIELD.
           MOVE "RETENIDO" TO AUD-OLD-VALUE.
           MOVE WS-AUD-AREA TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error al grabar auditoria.txt, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       KEEP-PENDING-RECORD.
           MOVE PENDING-LINE TO WORK-LINE.
           WRITE WORK-LINE.
           IF WS-WORK-STATUS = "00"
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               DISPLAY "Error al grabar pendientes_trabajo.tmp, status "
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * pendientes_aprobacion.txt is rewritten from the work file so
      * handled records disappear and kept ones survive in their
      * order. The work file is truncated only after a clean rewrite:
      * while anything went wrong it is the last complete copy of the
      * held records and must stay on disk for recovery.
      ******************************************************************
       REWRITE-PENDING-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PENDING-FILE.
           IF WS-WORK-STATUS = "00" AND WS-PENDING-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM COPY-KEPT-RECORD UNTIL WS-END-OF-PENDING
           ELSE
               DISPLAY "Error al reescribir pendientes_aprobacion.txt"
                   ", status " WS-PENDING-STATUS "/" WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE WORK-FILE.
           CLOSE PENDING-FILE.
           IF RETURN-CODE = ZERO
               OPEN OUTPUT WORK-FILE
               CLOSE WORK-FILE
           ELSE
               DISPLAY "Los retenidos conservados quedan en "
                   "pendientes_trabajo.tmp para su recuperación."
           END-IF.

       COPY-KEPT-RECORD.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE WORK-LINE TO PENDING-LINE
                   WRITE PENDING-LINE
                   IF WS-PENDING-STATUS NOT = "00"
                       DISPLAY "Error al regrabar "
                           "pendientes_aprobacion.txt, status "
                           WS-PENDING-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

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
               MOVE "APPROVE-HELD" TO LCK-PROGRAM
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
