      *          an unfinished run, new errorlog entries or pending
      *          rejects and suspects end it RC=4, and an unreadable
      *          control file RC=8, so the batch can page on any
      *          nonzero code. The records held for a second
      *          operator's approval in pendientes_aprobacion.txt are
      *          shown as a queue of their own, with last night's held
      *          count beside the other dispositions; anything waiting
      *          for approval also ends the panel RC=4. The current
      *          holder of the run lock, bloqueo_ejecucion.dat, is
      *          shown with its program, operator and start time; a
      *          lock past its stale limit, probably left by a dead
      *          run, also ends the panel RC=4.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pendientes_aprobacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "errorlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERRLOG-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD TOTAL-FILE.
       01 TOTAL-LINE PIC X(250).

       FD REJECT-FILE.
       COPY REJREC.

       FD RESUB-FILE.
       01 RESUB-LINE PIC X(100).

       FD SUSPENSE-FILE.
       COPY SUSREC.

       FD PENDING-FILE.
       COPY PNDREC.

       FD ERROR-LOG-FILE.
       01 ERROR-LOG-LINE PIC X(150).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY CTLREC.
       COPY TOTREC.
       COPY LCKREC.

       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-TOTAL-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-RESUB-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-ERRLOG-STATUS PIC X(2).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RESUB-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUSPENSE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ERRLOG-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-EDIT PIC ----,---,---,--9.99.
       PROCEDURE DIVISION.
           PERFORM COUNT-REJECTS.
           PERFORM COUNT-RESUBMISSIONS.
           PERFORM COUNT-SUSPECTS.
           PERFORM COUNT-HELD.
           PERFORM READ-RUN-LOCK.
           DISPLAY "=============================================".
           DISPLAY "PANEL DE OPERACIONES".
           DISPLAY "=============================================".
           PERFORM SHOW-RUN-STATE.
           PERFORM SHOW-RUN-LOCK.
           PERFORM SHOW-PENDING-QUEUES.
           PERFORM SHOW-ERROR-LOG.
           DISPLAY "=============================================".
                   ADD 1 TO WS-SUSPENSE-COUNT
           END-READ.

       COUNT-HELD.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM COUNT-ONE-HELD UNTIL WS-END-OF-FILE
               CLOSE PENDING-FILE
           END-IF.

       COUNT-ONE-HELD.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HELD-COUNT
           END-READ.

       SHOW-RUN-STATE.
           IF CONTROL-WAS-READ
               DISPLAY "Última ejecución:    " CTL-RUN-SEQUENCE
               DISPLAY "Registros escritos:  " CTL-WRITTEN-COUNT
               DISPLAY "Registros rechazados:" CTL-REJECT-COUNT
               DISPLAY "Duplicados suspensos:" CTL-SUSPENSE-COUNT
               IF CTL-HELD-COUNT IS NUMERIC
                   DISPLAY "Retenidos aprobación:" CTL-HELD-COUNT
               END-IF
               IF CTL-AMOUNT-NET IS NUMERIC
                   MOVE CTL-AMOUNT-NET TO WS-AMOUNT-EDIT
                   DISPLAY "Importe neto:        " WS-AMOUNT-EDIT
               END-IF
           END-IF.

      ******************************************************************
      * Who holds the run lock right now. A lock held in the morning
      * is normal while a session is open; one past the stale limit
      * was probably left by a dead run and needs RUN-LOCK's forced
      * release.
      ******************************************************************
       SHOW-RUN-LOCK.
           IF LCK-IS-FREE
               DISPLAY "Bloqueo ejecución:   LIBRE"
           ELSE
               DISPLAY "Bloqueo ejecución:   " LCK-HOLDER " "
                   LCK-PROGRAM
               IF LCK-OPERATOR = SPACES
                   DISPLAY "  Operador:          (sin operador)"
               ELSE
                   DISPLAY "  Operador:          " LCK-OPERATOR
               END-IF
               MOVE WS-LCK-AGE-HOURS TO WS-LCK-AGE-EDIT
               DISPLAY "  Desde:             " LCK-STARTED (1:8) " "
                   LCK-STARTED (9:2) ":" LCK-STARTED (11:2) ":"
                   LCK-STARTED (13:2) " (" WS-LCK-AGE-EDIT " h)"
               IF LCK-IS-STALE
                   DISPLAY "  <-- bloqueo abandonado; libérelo con "
                       "RUN-LOCK, opción F"
                   MOVE "Y" TO WS-ATTENTION-SWITCH
               END-IF
           END-IF.

       SHOW-PENDING-QUEUES.
           DISPLAY "Rechazos pendientes: " WS-REJECT-COUNT.
           DISPLAY "Reenvíos en cola:    " WS-RESUB-COUNT.
               DISPLAY "  <-- hay trabajo de reparación pendiente"
               MOVE "Y" TO WS-ATTENTION-SWITCH
           END-IF.
           DISPLAY "Retenidos pendientes:" WS-HELD-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "  <-- hay registros esperando aprobación"
               MOVE "Y" TO WS-ATTENTION-SWITCH
           END-IF.

      ******************************************************************
      * Errorlog entries at or after the run's start timestamp are
                       DISPLAY "  " ERROR-LOG-LINE (1:75)
                   END-IF
           END-READ.

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
