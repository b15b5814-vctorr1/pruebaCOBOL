      *          obligations. The current run is never archived, even
      *          if the operator's cutoff reaches it, so VERIFY-FILE
      *          still reconciles cleanly afterwards.
      *          The session holds the exclusive-use run lock,
      *          bloqueo_ejecucion.dat, from start to end: while the
      *          nightly batch or another session holds it the holder,
      *          program, operator and start time are shown and the
      *          operator can wait and retry or give up (RC=8), so the
      *          session never runs over the batch's files.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MANIFEST-FILE ASSIGN TO "archivo_manifiesto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(120).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(120).

       FD WORK-FILE.
       01 WORK-LINE PIC X(120).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(100).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY CTLREC.
       COPY LCKREC.

       01 WS-EXTRACT-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-ARCHIVE-NAME PIC X(30).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LOCK-RETRY PIC X(1).
       01 WS-LOCK-TAKEN-SWITCH PIC X(1) VALUE "N".
           88 RUN-LOCK-TAKEN VALUE "Y".
       01 WS-CUTOFF-INPUT PIC 9(6).
       01 WS-CUTOFF-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-SEQUENCE PIC 9(6) VALUE ZERO.
           05 FILLER PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TAKE-RUN-LOCK.
           IF NOT RUN-LOCK-TAKEN
               DISPLAY WS-DISPLAY-MESSAGE
               STOP RUN
           END-IF.
           PERFORM READ-CURRENT-SEQUENCE.
           PERFORM ACCEPT-CUTOFF.
           PERFORM BUILD-ARCHIVE-NAME.
                       TO WS-DISPLAY-MESSAGE
               END-IF
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Ejecuciones archivadas: " WS-ARCH-RUN-COUNT
               " en " FUNCTION TRIM(WS-ARCHIVE-NAME).
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
               MOVE "ARCHIVE-FILE" TO LCK-PROGRAM
               MOVE SPACES TO LCK-OPERATOR
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
