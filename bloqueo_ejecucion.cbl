      ******************************************************************
      * Author:
      * Date:
      * Purpose: Keeps the exclusive-use run lock in
      *          bloqueo_ejecucion.dat, so the nightly batch and the
      *          interactive correction and maintenance programs
      *          cannot run over each other's
      *          files (WRITE-FILE emptying reenvios.txt under a repair
      *          session, INDEX-MAINT or ARCHIVE-FILE working on
      *          tranidx.dat or prueba.txt while INDEX-LOAD or
      *          VERIFY-FILE has them). The first answer picks the
      *          operation: C shows who holds the lock; T takes it for
      *          a batch job, naming the job and the operator given on
      *          the next two lines, and refuses with RC=8 while anyone
      *          else holds it; L releases a lock taken with T by the
      *          same job and leaves anyone else's alone (RC=4); P
      *          hands a lock taken with T from the job holding it to
      *          the job named next, for a step that checks the lock
      *          itself (RC=8 when the lock is not that job's); F is
      *          the forced release of a lock left behind by a dead run.
      *          The forced release requires an operator ID and the
      *          audit file, shows the lock, flags it as probably
      *          abandoned once it is older than the stale limit in
      *          LCKREC, asks for confirmation and writes the override
      *          to auditoria.txt (the holder and program, and the start
      *          time, each as a field changed to LIBERADO) before it
      *          empties the file. The batch driver runs T at its start
      *          and L on every exit, and P before the INDEX-MAINT step;
      *          C and F are for the operators.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-LOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       WORKING-STORAGE SECTION.
       COPY LCKREC.
       COPY AUDREC.

       01 WS-LOCK-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X(1) VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-OPERATION PIC X(1).
       01 WS-CONFIRM PIC X(1).
       01 WS-JOB-NAME PIC X(16).
       01 WS-NEW-JOB-NAME PIC X(16).
       01 WS-JOB-OPERATOR PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE.
           DISPLAY "Operación (C=consultar, T=tomar, L=liberar, "
               "P=pasar, F=forzar liberación): " WITH NO ADVANCING.
           MOVE SPACE TO WS-OPERATION.
           ACCEPT WS-OPERATION.
           MOVE FUNCTION UPPER-CASE(WS-OPERATION) TO WS-OPERATION.
           EVALUATE WS-OPERATION
               WHEN "C"
                   PERFORM QUERY-LOCK
               WHEN "T"
                   PERFORM TAKE-BATCH-LOCK
               WHEN "L"
                   PERFORM RELEASE-BATCH-LOCK
               WHEN "P"
                   PERFORM PASS-BATCH-LOCK
               WHEN "F"
                   PERFORM FORCE-RELEASE
               WHEN OTHER
                   MOVE "Operación no reconocida."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY WS-DISPLAY-MESSAGE.
           STOP RUN.

       QUERY-LOCK.
           PERFORM READ-RUN-LOCK.
           IF LCK-IS-FREE
               MOVE "Bloqueo de ejecución libre." TO WS-DISPLAY-MESSAGE
           ELSE
               PERFORM SHOW-RUN-LOCK
               MOVE "Bloqueo de ejecución ocupado."
                   TO WS-DISPLAY-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * A batch job does not wait: with the lock held by anyone else it
      * stops at once, naming the holder, and the driver skips the
      * whole night rather than run under an open session.
      ******************************************************************
       TAKE-BATCH-LOCK.
           PERFORM ACCEPT-JOB-NAME.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-JOB-OPERATOR.
           ACCEPT WS-JOB-OPERATOR.
           MOVE FUNCTION UPPER-CASE(WS-JOB-OPERATOR)
               TO WS-JOB-OPERATOR.
           IF WS-JOB-NAME = SPACES
               MOVE "Error: se requiere el nombre del trabajo."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-RUN-LOCK
               IF LCK-IS-FREE
                   MOVE SPACES TO WS-LCK-AREA
                   MOVE "LOTE" TO LCK-HOLDER
                   MOVE WS-JOB-NAME TO LCK-PROGRAM
                   MOVE WS-JOB-OPERATOR TO LCK-OPERATOR
                   PERFORM WRITE-RUN-LOCK
                   IF WS-LOCK-STATUS = "00"
                       MOVE "Bloqueo de ejecución tomado."
                           TO WS-DISPLAY-MESSAGE
                   ELSE
                       MOVE "Error: no se pudo grabar el bloqueo."
                           TO WS-DISPLAY-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM SHOW-RUN-LOCK
                   MOVE "Error: bloqueo ocupado; no se inicia."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Only the job that took the lock releases it this way. A lock
      * already gone (a forced release during the night) is not an
      * error; someone else's lock is left in place with a warning.
      ******************************************************************
       RELEASE-BATCH-LOCK.
           PERFORM ACCEPT-JOB-NAME.
           PERFORM READ-RUN-LOCK.
           EVALUATE TRUE
               WHEN LCK-IS-FREE
                   MOVE "Bloqueo de ejecución ya estaba libre."
                       TO WS-DISPLAY-MESSAGE
               WHEN LCK-HELD-BY-BATCH
                   AND LCK-PROGRAM = WS-JOB-NAME
                   PERFORM CLEAR-RUN-LOCK
                   IF WS-LOCK-STATUS = "00"
                       MOVE "Bloqueo de ejecución liberado."
                           TO WS-DISPLAY-MESSAGE
                   ELSE
                       MOVE "Error: no se pudo vaciar el bloqueo."
                           TO WS-DISPLAY-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   PERFORM SHOW-RUN-LOCK
                   MOVE "Aviso: bloqueo ajeno; no se libera."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * A batch step that checks the lock itself (INDEX-MAINT, which
      * must also refuse a run started by hand) only accepts a batch
      * lock under its own name, so the driver hands the lock to it
      * for that step. Only the job holding the lock can hand it on.
      ******************************************************************
       PASS-BATCH-LOCK.
           PERFORM ACCEPT-JOB-NAME.
           DISPLAY "Trabajo que lo recibe: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NEW-JOB-NAME.
           ACCEPT WS-NEW-JOB-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NEW-JOB-NAME)
               TO WS-NEW-JOB-NAME.
           PERFORM READ-RUN-LOCK.
           EVALUATE TRUE
               WHEN WS-NEW-JOB-NAME = SPACES
                   MOVE "Error: se requiere el trabajo que lo recibe."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN LCK-HELD-BY-BATCH
                   AND LCK-PROGRAM = WS-JOB-NAME
                   MOVE WS-NEW-JOB-NAME TO LCK-PROGRAM
                   PERFORM WRITE-RUN-LOCK
                   IF WS-LOCK-STATUS = "00"
                       MOVE "Bloqueo de ejecución traspasado."
                           TO WS-DISPLAY-MESSAGE
                   ELSE
                       MOVE "Error: no se pudo grabar el bloqueo."
                           TO WS-DISPLAY-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN LCK-IS-FREE
                   MOVE "Error: bloqueo libre; nada que traspasar."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM SHOW-RUN-LOCK
                   MOVE "Error: bloqueo ajeno; no se traspasa."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       ACCEPT-JOB-NAME.
           DISPLAY "Trabajo: " WITH NO ADVANCING.
           MOVE SPACES TO WS-JOB-NAME.
           ACCEPT WS-JOB-NAME.
           MOVE FUNCTION UPPER-CASE(WS-JOB-NAME) TO WS-JOB-NAME.

      ******************************************************************
      * The override for a lock left by a dead run: a killed batch or
      * a session whose terminal was dropped never reaches its own
      * release. Any lock can be forced, because a dead run is often
      * found long before the stale limit, but only by a signed-on
      * operator who has seen the holder and confirmed, and the audit
      * trail records who cleared whose lock and whether it was
      * already past the limit.
      ******************************************************************
       FORCE-RELEASE.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM READ-RUN-LOCK
               IF LCK-IS-FREE
                   MOVE "Bloqueo de ejecución libre; nada que liberar."
                       TO WS-DISPLAY-MESSAGE
               ELSE
                   PERFORM SHOW-RUN-LOCK
                   IF NOT LCK-IS-STALE
                       DISPLAY "Aviso: el bloqueo es reciente; "
                           "compruebe que " FUNCTION TRIM(LCK-PROGRAM)
                           " ya no está en ejecución."
                   END-IF
                   DISPLAY "¿Liberar el bloqueo? (S/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                   IF WS-CONFIRM = "S"
                       PERFORM CLEAR-FORCED-LOCK
                   ELSE
                       MOVE "Bloqueo de ejecución no liberado."
                           TO WS-DISPLAY-MESSAGE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * The audit records are written first: a lock cleared without
      * its trail is exactly what the override must never allow, so
      * a failed audit write leaves the lock in place.
      ******************************************************************
       CLEAR-FORCED-LOCK.
           MOVE SPACES TO WS-AUD-AREA.
           MOVE "TITULAR" TO AUD-FIELD.
           STRING LCK-HOLDER DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LCK-PROGRAM DELIMITED BY SPACE
               INTO AUD-OLD-VALUE.
           MOVE "LIBERADO" TO AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           IF RETURN-CODE = ZERO
               MOVE SPACES TO WS-AUD-AREA
               MOVE "INICIO" TO AUD-FIELD
               MOVE LCK-STARTED TO AUD-OLD-VALUE
               IF LCK-IS-STALE
                   MOVE "LIBERADO ABANDONADO" TO AUD-NEW-VALUE
               ELSE
                   MOVE "LIBERADO RECIENTE" TO AUD-NEW-VALUE
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM CLEAR-RUN-LOCK
               IF WS-LOCK-STATUS = "00"
                   MOVE "Bloqueo de ejecución liberado y auditado."
                       TO WS-DISPLAY-MESSAGE
               ELSE
                   MOVE "Error: no se pudo vaciar el bloqueo."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "Error: sin auditoría no se libera el bloqueo."
                   TO WS-DISPLAY-MESSAGE
           END-IF.

      ******************************************************************
      * Same sign-on as the correction programs: no operator, or no
      * audit file to receive the override, no forced release.
      ******************************************************************
       SIGN-ON-OPERATOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               MOVE "Error: se requiere un operador para liberar."
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

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "RUN-LOCK" TO AUD-PROGRAM.
           MOVE "BLOQUEO" TO AUD-KEY.
           MOVE WS-AUD-AREA TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error al grabar auditoria.txt, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
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
           END-IF.
