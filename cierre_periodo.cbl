      ******************************************************************
      * Author:
      * Date:
      * Purpose: Closes the accounting period held in the "P" record
      *          of calendario_proceso.dat once the month is settled,
      *          instead of the period being edited by hand. Before
      *          closing it checks the month: every run whose header
      *          date falls in the period (found in prueba.txt and in
      *          the archives listed in archivo_manifiesto.txt, the
      *          same walk the monthly statement makes) must have its
      *          trailer - and, if it is the run control_ejecucion.dat
      *          holds, be marked complete there - and must have been
      *          reconciled by VERIFY-FILE and fed to the ledger by
      *          GL-EXTRACT, both ending RC=00, as recorded in the run
      *          history historial_ejecuciones.txt; no run may be in
      *          flight; and nothing dated in the period may still be
      *          open in rechazos.txt, duplicados.txt, reenvios.txt or
      *          pendientes_aprobacion.txt. An open item is dated by
      *          its transaction date, or by the date it was set aside
      *          when that is unreadable; items with neither are
      *          listed for information only. Every check is printed
      *          to cierre_periodo.txt as a close checklist. Only when
      *          all of them pass, and the operator confirms, is the
      *          period closed: the "P" record moves to the next
      *          period and a "C" record carrying the closed period,
      *          the operator and the timestamp is added, after which
      *          WRITE-FILE and the reject repair program refuse any
      *          date in it. The session requires an operator ID and
      *          records the close in auditoria.txt. RC=0 when the
      *          period is closed (or the operator declines), RC=4
      *          when a check fails, RC=8 on a file error.
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
       PROGRAM-ID. PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "calendario_proceso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CALENDAR-WORK-FILE ASSIGN TO "calendario_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-WORK-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "control_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "historial_ejecuciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "archivo_manifiesto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "duplicados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT RESUB-FILE ASSIGN TO "reenvios.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUB-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pendientes_aprobacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "cierre_periodo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-LINE PIC X(40).

       FD CALENDAR-WORK-FILE.
       01 CAL-WORK-LINE PIC X(40).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(36).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(100).

       FD SOURCE-FILE.
       01 SOURCE-LINE PIC X(120).

       FD REJECT-FILE.
       COPY REJREC.

       FD SUSPENSE-FILE.
       COPY SUSREC.

      ******************************************************************
      * reenvios.txt holds bare input lines; only the date is needed.
      ******************************************************************
       FD RESUB-FILE.
       01 RESUB-LINE.
           05 FILLER PIC X(10).
           05 RESUB-DATE PIC X(8).
           05 FILLER PIC X(82).

       FD PENDING-FILE.
       COPY PNDREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY CTLREC.
       COPY CALREC.
       COPY HISREC.
       COPY AUDREC.
       COPY LCKREC.

       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-CAL-WORK-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-SOURCE-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-RESUB-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-ITEM-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LOCK-RETRY PIC X(1).
       01 WS-LOCK-TAKEN-SWITCH PIC X(1) VALUE "N".
           88 RUN-LOCK-TAKEN VALUE "Y".
       01 WS-SOURCE-NAME PIC X(30).
       01 WS-ANSWER PIC X(1).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SWITCH PIC X(1) VALUE "N".
           88 OPERATOR-SIGNED-ON VALUE "Y".
       01 WS-CALENDAR-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-CALENDAR VALUE "Y".
       01 WS-CAL-WORK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-CAL-WORK VALUE "Y".
       01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-HISTORY VALUE "Y".
       01 WS-MANIFEST-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MANIFEST VALUE "Y".
       01 WS-SOURCE-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-SOURCE VALUE "Y".
       01 WS-ITEM-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-ITEMS VALUE "Y".
       01 WS-INFLIGHT-SWITCH PIC X(1) VALUE "N".
           88 RUN-IN-FLIGHT VALUE "Y".
       01 WS-CHECKS-SWITCH PIC X(1) VALUE "Y".
           88 ALL-CHECKS-PASSED VALUE "Y".
       01 WS-CLOSED-SWITCH PIC X(1) VALUE "N".
           88 PERIOD-WAS-CLOSED VALUE "Y".
       01 WS-CTL-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-CTL-COMPLETE-SWITCH PIC X(1) VALUE "N".
           88 CTL-RUN-IS-COMPLETE VALUE "Y".

      ******************************************************************
      * The period being closed, the one the "P" record moves to, and
      * the parts needed to step a month forward across a year end.
      ******************************************************************
       01 WS-CLOSE-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD PIC 9(6) VALUE ZERO.
       01 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR PIC 9(4).
           05 WS-NEXT-MONTH PIC 9(2).
       01 WS-CLOSE-STAMP PIC X(14) VALUE SPACES.

      ******************************************************************
      * Date of an open item, taken from its transaction date or, when
      * that is unreadable, from the date it was set aside.
      ******************************************************************
       01 WS-ITEM-TRAN-DATE PIC X(8).
       01 WS-ITEM-STAMP-DATE PIC X(8).
       01 WS-ITEM-DATE PIC 9(8) VALUE ZERO.
       01 WS-ITEM-DATE-PARTS REDEFINES WS-ITEM-DATE.
           05 WS-ITEM-PERIOD PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-ITEM-OPEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECT-OPEN PIC 9(6) VALUE ZERO.
       01 WS-SUSPENSE-OPEN PIC 9(6) VALUE ZERO.
       01 WS-RESUB-OPEN PIC 9(6) VALUE ZERO.
       01 WS-HELD-OPEN PIC 9(6) VALUE ZERO.
       01 WS-UNDATED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FAILED-RUNS PIC 9(6) VALUE ZERO.

      ******************************************************************
      * Archive files named in the manifest, deduplicated as the
      * monthly statement does, and the runs of the period found in
      * them and in prueba.txt, with what has been proven about each.
      ******************************************************************
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-SOURCE-FILE-NAME OCCURS 60 TIMES PIC X(30).
       01 WS-SOURCE-SUB PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(3) VALUE ZERO.
       01 WS-RUN-SUB PIC 9(3) VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-SEQUENCE PIC 9(6).
               10 WS-RUN-DATE PIC X(8).
               10 WS-RUN-TRAILER PIC X(1).
               10 WS-RUN-VERIFIED PIC X(1).
               10 WS-RUN-FED PIC X(1).

      ******************************************************************
      * Manifest title line as ARCHIVE-FILE writes it; only these
      * lines carry an archive file name.
      ******************************************************************
       01 WS-MANIFEST-TITLE.
           05 MAN-TITLE-TEXT PIC X(23).
               88 MAN-IS-TITLE VALUE "RUNS ARCHIVADOS EL DIA ".
           05 MAN-TITLE-DATE PIC X(8).
           05 FILLER PIC X(5).
           05 MAN-TITLE-FILE PIC X(30).
           05 FILLER PIC X(34).

       01 WS-TITLE-LINE.
           05 FILLER PIC X(30)
               VALUE "LISTA DE COMPROBACION DEL CIER".
           05 FILLER PIC X(19) VALUE "RE DEL PERIODO     ".
           05 TITLE-PERIOD PIC 9(6).
           05 FILLER PIC X(4) VALUE " AL ".
           05 TITLE-DATE PIC X(8).
           05 FILLER PIC X(33) VALUE SPACES.
       01 WS-RUN-HEADING.
           05 FILLER PIC X(11) VALUE "EJECUCION  ".
           05 FILLER PIC X(10) VALUE "FECHA     ".
           05 FILLER PIC X(10) VALUE "COMPLETA  ".
           05 FILLER PIC X(12) VALUE "CONCILIADA  ".
           05 FILLER PIC X(10) VALUE "INTERFAZ  ".
           05 FILLER PIC X(9) VALUE "RESULTADO".
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-RUN-DETAIL.
           05 DET-SEQUENCE PIC 9(6).
           05 FILLER PIC X(5) VALUE SPACES.
           05 DET-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-COMPLETE PIC X(2).
           05 FILLER PIC X(8) VALUE SPACES.
           05 DET-VERIFIED PIC X(2).
           05 FILLER PIC X(10) VALUE SPACES.
           05 DET-FED PIC X(2).
           05 FILLER PIC X(8) VALUE SPACES.
           05 DET-RESULT PIC X(5).
           05 FILLER PIC X(42) VALUE SPACES.
       01 WS-CHECK-LINE.
           05 CHK-TEXT PIC X(45).
           05 CHK-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CHK-RESULT PIC X(5).
           05 FILLER PIC X(40) VALUE SPACES.
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
           PERFORM LOAD-CALENDAR.
           IF RETURN-CODE = ZERO
               PERFORM OPEN-REPORT-FILE
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM WRITE-REPORT-HEADING
               PERFORM CHECK-RUN-CONTROL
               PERFORM COLLECT-PERIOD-RUNS
               PERFORM READ-RUN-HISTORY
               PERFORM WRITE-RUN-CHECKS
               PERFORM CHECK-OPEN-ITEMS
               IF ALL-CHECKS-PASSED AND RETURN-CODE = ZERO
                   PERFORM CONFIRM-AND-CLOSE
               ELSE
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM WRITE-RESULT-LINE
               CLOSE REPORT-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Periodo revisado:        " WS-CLOSE-PERIOD.
           DISPLAY "Ejecuciones del periodo: " WS-RUN-COUNT.
           DISPLAY "Ejecuciones con fallos:  " WS-FAILED-RUNS.
           DISPLAY "Lista de comprobación en cierre_periodo.txt".
           STOP RUN.

      ******************************************************************
      * Same sign-on as the other correction programs: no operator, or
      * no audit file to record the close, no session.
      ******************************************************************
       SIGN-ON-OPERATOR.
           DISPLAY "Operador: " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               MOVE "Error: se requiere un operador para el cierre."
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
      * The period to close is the one in the "P" record. Without the
      * calendar, or with a "P" record already at or behind the last
      * closed period (a hand edit), there is nothing safe to close.
      ******************************************************************
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM LOAD-CALENDAR-RECORD
                   UNTIL WS-END-OF-CALENDAR
               CLOSE CALENDAR-FILE
           END-IF.
           MOVE WS-CAL-PERIOD TO WS-CLOSE-PERIOD.
           EVALUATE TRUE
               WHEN WS-CALENDAR-STATUS NOT = "00"
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: calendario_proceso.dat no "
                       "disponible (status " WS-CALENDAR-STATUS ")."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CAL-PERIOD = ZERO
                   MOVE "Error: calendario_proceso.dat sin periodo."
                       TO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CAL-PERIOD NOT > WS-CLOSED-PERIOD
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: el periodo " WS-CAL-PERIOD
                       " ya está cerrado."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
               NOT AT END
                   MOVE CALENDAR-LINE TO WS-CAL-AREA
                   EVALUATE TRUE
                       WHEN CAL-TYPE-PERIOD
                           AND CAL-PERIOD IS NUMERIC
                           MOVE CAL-PERIOD TO WS-CAL-PERIOD
                       WHEN CAL-TYPE-CLOSED
                           AND CAL-CLOSED-PERIOD IS NUMERIC
                           AND CAL-CLOSED-PERIOD > WS-CLOSED-PERIOD
                           MOVE CAL-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "Error: no se pudo abrir cierre_periodo.txt."
                   TO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-CLOSE-PERIOD TO TITLE-PERIOD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TITLE-DATE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * control_ejecucion.dat holds the latest run only. A run still
      * in flight fails the close outright: its records may belong to
      * the period and nothing about it can be proven yet. A finished
      * latest run must also be marked complete there, on top of its
      * trailer in the extract.
      ******************************************************************
       CHECK-RUN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-CTL-AREA
                       IF CTL-RUN-SEQUENCE IS NUMERIC
                           MOVE CTL-RUN-SEQUENCE TO WS-CTL-SEQUENCE
                       END-IF
                       IF CTL-RUN-IN-FLIGHT
                           MOVE "Y" TO WS-INFLIGHT-SWITCH
                       ELSE
                           MOVE "Y" TO WS-CTL-COMPLETE-SWITCH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE "EJECUCION EN CURSO EN CONTROL_EJECUCION.DAT"
               TO CHK-TEXT.
           IF RUN-IN-FLIGHT
               MOVE 1 TO CHK-COUNT
               MOVE "FALLA" TO CHK-RESULT
               MOVE "N" TO WS-CHECKS-SWITCH
           ELSE
               MOVE ZERO TO CHK-COUNT
               MOVE "OK" TO CHK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * A missing manifest only means nothing was ever archived; the
      * runs still in prueba.txt are checked all the same.
      ******************************************************************
       COLLECT-PERIOD-RUNS.
           OPEN INPUT MANIFEST-FILE.
           EVALUATE WS-MANIFEST-STATUS
               WHEN "00"
                   PERFORM READ-MANIFEST-LINE
                       UNTIL WS-END-OF-MANIFEST
                   CLOSE MANIFEST-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error al abrir archivo_manifiesto.txt, "
                       "status " WS-MANIFEST-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM PROCESS-ALL-SOURCES
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.
           MOVE "prueba.txt" TO WS-SOURCE-NAME.
           PERFORM PROCESS-ONE-SOURCE.

       READ-MANIFEST-LINE.
           READ MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-MANIFEST-EOF-SWITCH
               NOT AT END
                   MOVE MANIFEST-LINE TO WS-MANIFEST-TITLE
                   IF MAN-IS-TITLE
                       PERFORM NOTE-ARCHIVE-NAME
                   END-IF
           END-READ.

       NOTE-ARCHIVE-NAME.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM SCAN-SOURCE-TABLE
               UNTIL WS-SCAN-SUB > WS-SOURCE-COUNT
               OR MAN-TITLE-FILE = WS-SOURCE-FILE-NAME (WS-SCAN-SUB).
           IF WS-SCAN-SUB > WS-SOURCE-COUNT
               IF WS-SOURCE-COUNT < 60
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE MAN-TITLE-FILE
                       TO WS-SOURCE-FILE-NAME (WS-SOURCE-COUNT)
               ELSE
                   DISPLAY "Error: más de 60 archivos en el "
                       "manifiesto; no se puede comprobar "
                       FUNCTION TRIM(MAN-TITLE-FILE)
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       SCAN-SOURCE-TABLE.
           ADD 1 TO WS-SCAN-SUB.

       PROCESS-ALL-SOURCES.
           MOVE WS-SOURCE-FILE-NAME (WS-SOURCE-SUB) TO WS-SOURCE-NAME.
           PERFORM PROCESS-ONE-SOURCE.

      ******************************************************************
      * An archive the manifest names but that cannot be read may hold
      * runs of the period: the close cannot vouch for it and stops.
      ******************************************************************
       PROCESS-ONE-SOURCE.
           MOVE "N" TO WS-SOURCE-EOF-SWITCH.
           OPEN INPUT SOURCE-FILE.
           EVALUATE WS-SOURCE-STATUS
               WHEN "00"
                   PERFORM READ-SOURCE-LINE UNTIL WS-END-OF-SOURCE
                   CLOSE SOURCE-FILE
               WHEN "35"
                   IF WS-SOURCE-NAME NOT = "prueba.txt"
                       DISPLAY "Error: falta el archivo "
                           FUNCTION TRIM(WS-SOURCE-NAME)
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: no se pudo leer "
                       FUNCTION TRIM(WS-SOURCE-NAME)
                       " (status " WS-SOURCE-STATUS ")."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * The header date decides whether a run belongs to the period;
      * its trailer, wherever it sits, proves the run was finished.
      ******************************************************************
       READ-SOURCE-LINE.
           READ SOURCE-FILE
               AT END
                   MOVE "Y" TO WS-SOURCE-EOF-SWITCH
               NOT AT END
                   MOVE SOURCE-LINE TO WS-TRAN-AREA
                   EVALUATE TRUE
                       WHEN TRAN-TYPE-HEADER
                           AND TRAN-DATE IS NUMERIC
                           PERFORM NOTE-PERIOD-RUN
                       WHEN TRAN-TYPE-TRAILER
                           PERFORM NOTE-RUN-TRAILER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NOTE-PERIOD-RUN.
           MOVE TRAN-DATE TO WS-ITEM-DATE.
           IF WS-ITEM-PERIOD = WS-CLOSE-PERIOD
               PERFORM FIND-RUN-ENTRY
               IF WS-RUN-SUB > WS-RUN-COUNT
                   IF WS-RUN-COUNT < 200
                       ADD 1 TO WS-RUN-COUNT
                       MOVE WS-RUN-COUNT TO WS-RUN-SUB
                       MOVE TRAN-RUN-SEQUENCE
                           TO WS-RUN-SEQUENCE (WS-RUN-SUB)
                       MOVE TRAN-DATE TO WS-RUN-DATE (WS-RUN-SUB)
                       MOVE "N" TO WS-RUN-TRAILER (WS-RUN-SUB)
                       MOVE "N" TO WS-RUN-VERIFIED (WS-RUN-SUB)
                       MOVE "N" TO WS-RUN-FED (WS-RUN-SUB)
                   ELSE
                       DISPLAY "Error: más de 200 ejecuciones en el "
                           "periodo; se omite " TRAN-RUN-SEQUENCE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       NOTE-RUN-TRAILER.
           PERFORM FIND-RUN-ENTRY.
           IF WS-RUN-SUB <= WS-RUN-COUNT
               MOVE "Y" TO WS-RUN-TRAILER (WS-RUN-SUB)
           END-IF.

       FIND-RUN-ENTRY.
           MOVE 1 TO WS-RUN-SUB.
           PERFORM SCAN-RUN-TABLE
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
               OR TRAN-RUN-SEQUENCE = WS-RUN-SEQUENCE (WS-RUN-SUB).

       SCAN-RUN-TABLE.
           ADD 1 TO WS-RUN-SUB.

      ******************************************************************
      * Any RC=00 record of a step proves it for the run, so a failed
      * attempt followed by a good rerun counts as done. No history at
      * all means no run can be proven.
      ******************************************************************
       READ-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   PERFORM READ-HISTORY-LINE UNTIL WS-END-OF-HISTORY
                   CLOSE HISTORY-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error al abrir historial_ejecuciones.txt, "
                       "status " WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       READ-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   MOVE HISTORY-LINE TO WS-HIS-AREA
                   IF HIS-RETURN-CODE = ZERO
                       AND HIS-RUN-SEQUENCE IS NUMERIC
                       PERFORM NOTE-HISTORY-STEP
                   END-IF
           END-READ.

       NOTE-HISTORY-STEP.
           MOVE 1 TO WS-RUN-SUB.
           PERFORM SCAN-RUN-TABLE
               UNTIL WS-RUN-SUB > WS-RUN-COUNT
               OR HIS-RUN-SEQUENCE = WS-RUN-SEQUENCE (WS-RUN-SUB).
           IF WS-RUN-SUB <= WS-RUN-COUNT
               EVALUATE TRUE
                   WHEN HIS-BY-VERIFY
                       MOVE "Y" TO WS-RUN-VERIFIED (WS-RUN-SUB)
                   WHEN HIS-BY-GL-EXTRACT
                       MOVE "Y" TO WS-RUN-FED (WS-RUN-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-RUN-CHECKS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RUN-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RUN-COUNT = ZERO
               MOVE "SIN EJECUCIONES EN EL PERIODO" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-ONE-RUN-CHECK
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EJECUCIONES DEL PERIODO SIN COMPROBAR" TO CHK-TEXT.
           MOVE WS-FAILED-RUNS TO CHK-COUNT.
           IF WS-FAILED-RUNS > ZERO
               MOVE "FALLA" TO CHK-RESULT
               MOVE "N" TO WS-CHECKS-SWITCH
           ELSE
               MOVE "OK" TO CHK-RESULT
           END-IF.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * The run control_ejecucion.dat holds must be marked complete
      * there as well as having its trailer; older runs have been
      * superseded in that file and their trailer is the proof.
      ******************************************************************
       WRITE-ONE-RUN-CHECK.
           MOVE WS-RUN-SEQUENCE (WS-RUN-SUB) TO DET-SEQUENCE.
           MOVE WS-RUN-DATE (WS-RUN-SUB) TO DET-DATE.
           MOVE "OK" TO DET-RESULT.
           IF WS-RUN-TRAILER (WS-RUN-SUB) = "Y"
               AND (WS-RUN-SEQUENCE (WS-RUN-SUB) NOT = WS-CTL-SEQUENCE
                   OR CTL-RUN-IS-COMPLETE)
               MOVE "SI" TO DET-COMPLETE
           ELSE
               MOVE "NO" TO DET-COMPLETE
               MOVE "FALLA" TO DET-RESULT
           END-IF.
           IF WS-RUN-VERIFIED (WS-RUN-SUB) = "Y"
               MOVE "SI" TO DET-VERIFIED
           ELSE
               MOVE "NO" TO DET-VERIFIED
               MOVE "FALLA" TO DET-RESULT
           END-IF.
           IF WS-RUN-FED (WS-RUN-SUB) = "Y"
               MOVE "SI" TO DET-FED
           ELSE
               MOVE "NO" TO DET-FED
               MOVE "FALLA" TO DET-RESULT
           END-IF.
           IF DET-RESULT NOT = "OK"
               ADD 1 TO WS-FAILED-RUNS
           END-IF.
           MOVE WS-RUN-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * One check line per queue: the items dated in the period that
      * are still waiting there. A queue that does not exist is empty;
      * one that cannot be read fails the close.
      ******************************************************************
       CHECK-OPEN-ITEMS.
           MOVE ZERO TO WS-ITEM-OPEN-COUNT.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = "00"
               PERFORM READ-REJECT-ITEM UNTIL WS-END-OF-ITEMS
               CLOSE REJECT-FILE
           END-IF.
           MOVE WS-ITEM-OPEN-COUNT TO WS-REJECT-OPEN.
           MOVE "RECHAZOS ABIERTOS DEL PERIODO" TO CHK-TEXT.
           MOVE WS-REJECT-STATUS TO WS-ITEM-STATUS.
           PERFORM WRITE-ITEM-CHECK.
           MOVE ZERO TO WS-ITEM-OPEN-COUNT.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM READ-SUSPENSE-ITEM UNTIL WS-END-OF-ITEMS
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE WS-ITEM-OPEN-COUNT TO WS-SUSPENSE-OPEN.
           MOVE "DUPLICADOS EN SUSPENSO DEL PERIODO" TO CHK-TEXT.
           MOVE WS-SUSPENSE-STATUS TO WS-ITEM-STATUS.
           PERFORM WRITE-ITEM-CHECK.
           MOVE ZERO TO WS-ITEM-OPEN-COUNT.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-STATUS = "00"
               PERFORM READ-RESUB-ITEM UNTIL WS-END-OF-ITEMS
               CLOSE RESUB-FILE
           END-IF.
           MOVE WS-ITEM-OPEN-COUNT TO WS-RESUB-OPEN.
           MOVE "REENVIOS PENDIENTES DEL PERIODO" TO CHK-TEXT.
           MOVE WS-RESUB-STATUS TO WS-ITEM-STATUS.
           PERFORM WRITE-ITEM-CHECK.
           MOVE ZERO TO WS-ITEM-OPEN-COUNT.
           MOVE "N" TO WS-ITEM-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM READ-PENDING-ITEM UNTIL WS-END-OF-ITEMS
               CLOSE PENDING-FILE
           END-IF.
           MOVE WS-ITEM-OPEN-COUNT TO WS-HELD-OPEN.
           MOVE "RETENIDOS PENDIENTES DEL PERIODO" TO CHK-TEXT.
           MOVE WS-PENDING-STATUS TO WS-ITEM-STATUS.
           PERFORM WRITE-ITEM-CHECK.
           MOVE "PARTIDAS SIN FECHA LEGIBLE (INFORMATIVO)"
               TO CHK-TEXT.
           MOVE WS-UNDATED-COUNT TO CHK-COUNT.
           MOVE "INFO" TO CHK-RESULT.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
      * The open status of the queue just read arrives in
      * WS-ITEM-STATUS.
      ******************************************************************
       WRITE-ITEM-CHECK.
           MOVE WS-ITEM-OPEN-COUNT TO CHK-COUNT.
           EVALUATE TRUE
               WHEN WS-ITEM-STATUS NOT = "00"
                   AND WS-ITEM-STATUS NOT = "35"
                   MOVE "ERROR" TO CHK-RESULT
                   MOVE "N" TO WS-CHECKS-SWITCH
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ITEM-OPEN-COUNT > ZERO
                   MOVE "FALLA" TO CHK-RESULT
                   MOVE "N" TO WS-CHECKS-SWITCH
               WHEN OTHER
                   MOVE "OK" TO CHK-RESULT
           END-EVALUATE.
           MOVE WS-CHECK-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-REJECT-ITEM.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
               NOT AT END
                   MOVE REJ-ORIGINAL-LINE (11:8) TO WS-ITEM-TRAN-DATE
                   MOVE REJ-DATE TO WS-ITEM-STAMP-DATE
                   PERFORM DATE-OPEN-ITEM
           END-READ.

       READ-SUSPENSE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
               NOT AT END
                   MOVE SUS-ORIGINAL-LINE (11:8) TO WS-ITEM-TRAN-DATE
                   MOVE SUS-DATE TO WS-ITEM-STAMP-DATE
                   PERFORM DATE-OPEN-ITEM
           END-READ.

       READ-RESUB-ITEM.
           READ RESUB-FILE
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
               NOT AT END
                   MOVE RESUB-DATE TO WS-ITEM-TRAN-DATE
                   MOVE SPACES TO WS-ITEM-STAMP-DATE
                   PERFORM DATE-OPEN-ITEM
           END-READ.

       READ-PENDING-ITEM.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-ITEM-EOF-SWITCH
               NOT AT END
                   MOVE PND-ORIGINAL-LINE (11:8) TO WS-ITEM-TRAN-DATE
                   MOVE PND-DATE TO WS-ITEM-STAMP-DATE
                   PERFORM DATE-OPEN-ITEM
           END-READ.

       DATE-OPEN-ITEM.
           EVALUATE TRUE
               WHEN WS-ITEM-TRAN-DATE IS NUMERIC
                   MOVE WS-ITEM-TRAN-DATE TO WS-ITEM-DATE
               WHEN WS-ITEM-STAMP-DATE IS NUMERIC
                   MOVE WS-ITEM-STAMP-DATE TO WS-ITEM-DATE
               WHEN OTHER
                   MOVE ZERO TO WS-ITEM-DATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-ITEM-DATE = ZERO
                   ADD 1 TO WS-UNDATED-COUNT
               WHEN WS-ITEM-PERIOD = WS-CLOSE-PERIOD
                   ADD 1 TO WS-ITEM-OPEN-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Everything passed: the operator still has the last word,
      * since a close cannot be undone from here.
      ******************************************************************
       CONFIRM-AND-CLOSE.
           DISPLAY "Todas las comprobaciones del periodo "
               WS-CLOSE-PERIOD " son correctas.".
           DISPLAY "¿Cerrar el periodo? (S=cerrar, N=no cerrar): "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER = "S"
               PERFORM SET-NEXT-PERIOD
               PERFORM REWRITE-CALENDAR
               IF RETURN-CODE = ZERO
                   MOVE "Y" TO WS-CLOSED-SWITCH
                   PERFORM WRITE-CLOSE-AUDIT
               END-IF
           END-IF.

       SET-NEXT-PERIOD.
           MOVE WS-CLOSE-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH >= 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLOSE-STAMP.

      ******************************************************************
      * The calendar is copied to the work file with the "P" record
      * moved on and the "C" record added at the end, then copied
      * back. The work file is truncated only after a clean copy
      * back: if that fails it is the one complete calendar left.
      ******************************************************************
       REWRITE-CALENDAR.
           MOVE "N" TO WS-CALENDAR-EOF-SWITCH.
           OPEN INPUT CALENDAR-FILE.
           OPEN OUTPUT CALENDAR-WORK-FILE.
           IF WS-CALENDAR-STATUS = "00" AND WS-CAL-WORK-STATUS = "00"
               PERFORM COPY-CALENDAR-RECORD UNTIL WS-END-OF-CALENDAR
               MOVE SPACES TO WS-CAL-AREA
               MOVE "C" TO CAL-RECORD-TYPE
               MOVE WS-CLOSE-PERIOD TO CAL-CLOSED-PERIOD
               MOVE WS-OPERATOR-ID TO CAL-CLOSED-BY
               MOVE WS-CLOSE-STAMP TO CAL-CLOSED-AT
               MOVE WS-CAL-AREA TO CAL-WORK-LINE
               WRITE CAL-WORK-LINE
               IF WS-CAL-WORK-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CALENDAR-FILE.
           CLOSE CALENDAR-WORK-FILE.
           IF RETURN-CODE = ZERO
               PERFORM COPY-BACK-CALENDAR
           ELSE
               DISPLAY "Error al preparar calendario_trabajo.tmp, "
                   "status " WS-CALENDAR-STATUS "/" WS-CAL-WORK-STATUS
                   "; el periodo sigue abierto."
           END-IF.

       COPY-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
               NOT AT END
                   MOVE CALENDAR-LINE TO WS-CAL-AREA
                   IF CAL-TYPE-PERIOD
                       MOVE WS-NEXT-PERIOD TO CAL-PERIOD
                   END-IF
                   MOVE WS-CAL-AREA TO CAL-WORK-LINE
                   WRITE CAL-WORK-LINE
                   IF WS-CAL-WORK-STATUS NOT = "00"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       COPY-BACK-CALENDAR.
           MOVE "N" TO WS-CAL-WORK-EOF-SWITCH.
           OPEN INPUT CALENDAR-WORK-FILE.
           OPEN OUTPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00" AND WS-CAL-WORK-STATUS = "00"
               PERFORM COPY-BACK-RECORD UNTIL WS-END-OF-CAL-WORK
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CALENDAR-WORK-FILE.
           CLOSE CALENDAR-FILE.
           IF RETURN-CODE = ZERO
               OPEN OUTPUT CALENDAR-WORK-FILE
               CLOSE CALENDAR-WORK-FILE
           ELSE
               DISPLAY "Error al regrabar calendario_proceso.dat, "
                   "status " WS-CALENDAR-STATUS "/" WS-CAL-WORK-STATUS
                   "; el calendario completo queda en "
                   "calendario_trabajo.tmp."
           END-IF.

       COPY-BACK-RECORD.
           READ CALENDAR-WORK-FILE
               AT END
                   MOVE "Y" TO WS-CAL-WORK-EOF-SWITCH
               NOT AT END
                   MOVE CAL-WORK-LINE TO CALENDAR-LINE
                   WRITE CALENDAR-LINE
                   IF WS-CALENDAR-STATUS NOT = "00"
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       WRITE-CLOSE-AUDIT.
           MOVE WS-CLOSE-STAMP TO AUD-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE "PERIOD-CLOSE" TO AUD-PROGRAM.
           MOVE WS-CLOSE-PERIOD TO AUD-KEY.
           MOVE "PERIODO" TO AUD-FIELD.
           MOVE "ABIERTO" TO AUD-OLD-VALUE.
           MOVE "CERRADO" TO AUD-NEW-VALUE.
           MOVE WS-AUD-AREA TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "Error al grabar auditoria.txt, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-RESULT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE.
           EVALUATE TRUE
               WHEN PERIOD-WAS-CLOSED
                   STRING "RESULTADO: PERIODO " WS-CLOSE-PERIOD
                       " CERRADO POR " WS-OPERATOR-ID " EL "
                       WS-CLOSE-STAMP "; PERIODO ACTUAL "
                       WS-NEXT-PERIOD
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN ALL-CHECKS-PASSED AND RETURN-CODE = ZERO
                   STRING "RESULTADO: COMPROBACIONES CORRECTAS, "
                       "CIERRE NO CONFIRMADO; EL PERIODO SIGUE "
                       "ABIERTO"
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN OTHER
                   STRING "RESULTADO: CIERRE DENEGADO; EL PERIODO "
                       WS-CLOSE-PERIOD " SIGUE ABIERTO"
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
           END-EVALUATE.
           MOVE WS-DISPLAY-MESSAGE TO REPORT-LINE.
           WRITE REPORT-LINE.

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
               MOVE "PERIOD-CLOSE" TO LCK-PROGRAM
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
