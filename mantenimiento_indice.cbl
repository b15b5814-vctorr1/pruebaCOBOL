      *          to the append-only auditoria.txt (operator,
      *          timestamp, key, field, old and new value), which the
      *          audit report program can list by operator or key.
      *          The dialog holds the exclusive-use run lock,
      *          bloqueo_ejecucion.dat, from sign-on to end, and is
      *          refused (RC=8) while the nightly batch or another
      *          session holds it unless the operator waits and retries.
      *          A movements run takes over the nightly batch's lock
      *          only when the driver has handed it to INDEX-MAINT
      *          through RUN-LOCK; started by hand it takes the lock
      *          like a session, and is refused while the batch has it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE.
                     ==TRAN-DESCRIPTION== BY ==IDX-DESCRIPTION==
                     ==TRAN-RUN-SEQUENCE== BY ==IDX-RUN-SEQUENCE==
                     ==TRAN-RECORD-COUNT== BY ==IDX-RECORD-COUNT==
                     ==TRAN-BRANCH== BY ==IDX-BRANCH==
                     ==TRAN-ENTRY-TYPE== BY ==IDX-ENTRY-TYPE==
                     ==TRAN-ENTRY-REVERSAL== BY ==IDX-ENTRY-REVERSAL==
                     ==TRAN-REVERSED-FLAG== BY ==IDX-REVERSED-FLAG==
                     ==TRAN-IS-REVERSED== BY ==IDX-IS-REVERSED==
                     ==TRAN-LINKED-KEY== BY ==IDX-LINKED-KEY==
                     ==TRAN-CURRENCY== BY ==IDX-CURRENCY==
                     ==TRAN-ORIGINAL-AMOUNT==
                     BY ==IDX-ORIGINAL-AMOUNT==
                     ==TRAN-ORIGIN== BY ==IDX-ORIGIN==
                     ==TRAN-FROM-STANDING-ORDER==
                     BY ==IDX-FROM-STANDING-ORDER==.

       FD MOVEMENT-FILE.
       01 MOVEMENT-LINE.
       01 REPORT-LINE PIC X(100).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(285).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY JRNREC.
       COPY AUDREC.
       COPY LCKREC.

       01 WS-FILE-STATUS PIC X(2).
           88 CHK-SUCCESS VALUE "00".
       01 WS-MOVEMENT-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-INDEX-OPEN-OK PIC X(1) VALUE "N".
           88 INDEX-IS-OPEN VALUE "Y".
       01 WS-JOURNAL-OPEN-OK PIC X(1) VALUE "N".
           88 JOURNAL-IS-OPEN VALUE "Y".
       01 WS-JOURNAL-GAP-SWITCH PIC X(1) VALUE "N".
           88 JOURNAL-HAS-GAP VALUE "Y".
       01 WS-BEFORE-IMAGE PIC X(120).
       01 WS-AFTER-IMAGE PIC X(120).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X(1) VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LOCK-RETRY PIC X(1).
       01 WS-LOCK-TAKEN-SWITCH PIC X(1) VALUE "N".
           88 RUN-LOCK-TAKEN VALUE "Y".
       01 WS-OPERATION PIC X(1).
       01 WS-AMOUNT-INPUT PIC 9(9)V99.
       01 WS-MOVEMENT-EOF-SWITCH PIC X(1) VALUE "N".
           05 FILLER PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MOVEMENT-FILE.
           EVALUATE WS-MOVEMENT-STATUS
               WHEN "00"
                   PERFORM CHECK-BATCH-RUN-LOCK
                   IF RUN-LOCK-TAKEN
                       PERFORM OPEN-INDEX-FILE
                       PERFORM OPEN-JOURNAL-FILE
                       PERFORM BATCH-MODE
                   ELSE
                       CLOSE MOVEMENT-FILE
                   END-IF
               WHEN "35"
                   PERFORM INTERACTIVE-MODE
               WHEN OTHER
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF INDEX-IS-OPEN
               CLOSE INDEX-FILE
           END-IF.
           IF JOURNAL-IS-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
               MOVE 4 TO RETURN-CODE
               DISPLAY "Aviso: cambios aplicados sin diario completo."
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY WS-DISPLAY-MESSAGE.
           STOP RUN.

       INTERACTIVE-MODE.
           PERFORM SIGN-ON-OPERATOR.
           IF OPERATOR-SIGNED-ON
               PERFORM TAKE-RUN-LOCK
               IF NOT RUN-LOCK-TAKEN
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.
           IF OPERATOR-SIGNED-ON AND RUN-LOCK-TAKEN
               PERFORM OPEN-INDEX-FILE
               PERFORM OPEN-JOURNAL-FILE
               DISPLAY "Operación (A=alta, U=modificación, D=baja): "
                   WITH NO ADVANCING
               ACCEPT WS-OPERATION
               END-IF
           END-IF.

      ******************************************************************
      * The batch's lock is only taken over when the driver has handed
      * it to this program by name (RUN-LOCK, option P) for its step:
      * any other batch lock means a job is still working on the index
      * and a movements run started by hand waits or gives up like any
      * session. In either mode the index and the journal are only
      * opened once the lock is settled.
      ******************************************************************
       CHECK-BATCH-RUN-LOCK.
           PERFORM READ-RUN-LOCK.
           IF LCK-HELD-BY-BATCH AND LCK-PROGRAM = "INDEX-MAINT"
               PERFORM CLAIM-BATCH-RUN-LOCK
           ELSE
               PERFORM TAKE-RUN-LOCK
           END-IF.

      ******************************************************************
      * The handed-over lock is rewritten as this run's own, so a
      * second INDEX-MAINT started meanwhile finds it taken, and is
      * released at the end like a session's. The driver's release
      * then finds it already free; a run that dies leaves it for
      * RUN-LOCK's audited forced release, as a session would.
      ******************************************************************
       CLAIM-BATCH-RUN-LOCK.
           MOVE "SESION" TO LCK-HOLDER.
           PERFORM WRITE-RUN-LOCK.
           IF WS-LOCK-STATUS = "00"
               MOVE WS-LCK-AREA TO WS-LCK-OWN-AREA
               MOVE "Y" TO WS-LOCK-TAKEN-SWITCH
           ELSE
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error al grabar bloqueo_ejecucion.dat, "
                   "status " WS-LOCK-STATUS
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * File-driven mode: every record of movimientos_indice.txt is
      * applied in this one run and accounted for, applied or failed,
               CLOSE INDEX-FILE
               OPEN I-O INDEX-FILE
           END-IF.
           IF CHK-SUCCESS
               MOVE "Y" TO WS-INDEX-OPEN-OK
           END-IF.

      ******************************************************************
      * The journal is append-only across runs, like errorlog.txt. A
               ELSE
                   MOVE WS-AFTER-IMAGE (4:10) TO JRN-KEY
               END-IF
               MOVE WS-BEFORE-IMAGE (1:80) TO JRN-BEFORE-IMAGE
               MOVE WS-BEFORE-IMAGE (81:40) TO JRN-BEFORE-IMAGE-EXT
               MOVE WS-AFTER-IMAGE (1:80) TO JRN-AFTER-IMAGE
               MOVE WS-AFTER-IMAGE (81:40) TO JRN-AFTER-IMAGE-EXT
               MOVE WS-JRN-AREA TO JOURNAL-LINE
               WRITE JOURNAL-LINE
               IF WS-JOURNAL-STATUS NOT = "00"
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               END-IF
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
               MOVE "INDEX-MAINT" TO LCK-PROGRAM
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
