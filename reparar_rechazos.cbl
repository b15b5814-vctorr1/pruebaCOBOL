      *          one record per changed field to the append-only
      *          auditoria.txt (operator, timestamp, key, field, old
      *          and new value), which the audit report program can
      *          list by operator or key. Branch codes are checked
      *          against the branch master sucursales.dat, including
      *          whether the branch is open on the record's date, the
      *          same way WRITE-FILE checks them; without the master
      *          the session does not start. A rejected reversal shows
      *          the key it cancels, and that key (or the entry type)
      *          can be corrected like any other field; whether the
      *          original exists in tranidx.dat, is still unreversed
      *          and matches the reversal is left to WRITE-FILE, which
      *          checks it again when the record comes back. Every
      *          repaired record carries the repairing operator in
      *          its extension, so the approval program can keep the
      *          same person from approving it, and loses any earlier
      *          approval: a corrected record over its branch's
      *          authorization limit must be approved again. The
      *          currency code is validated against treasury's rate
      *          file cambios_divisa.dat as WRITE-FILE validates it:
      *          a currency with no rate at all, or none for the
      *          record's date, cannot be resubmitted, and either the
      *          currency or the date can be corrected. A date in a
      *          closed accounting period is refused as WRITE-FILE
      *          refuses it, so a repair cannot reopen a closed
      *          month through reenvios.txt.
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
           SELECT AUDIT-FILE ASSIGN TO "auditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-FILE ASSIGN TO "cambios_divisa.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT LOCK-FILE ASSIGN TO "bloqueo_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REJECT-FILE.
       COPY REJREC.

       FD WORK-FILE.
       01 WORK-LINE PIC X(116).

       FD RESUBMIT-FILE.
       01 RESUBMIT-LINE PIC X(100).

       FD CALENDAR-FILE.
       01 CALENDAR-LINE PIC X(40).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(108).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       FD RATE-FILE.
       01 RATE-LINE PIC X(22).

       FD LOCK-FILE.
       01 LOCK-LINE PIC X(46).

       WORKING-STORAGE SECTION.
       COPY AUDREC.
       COPY LCKREC.

       01 WS-REJECT-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-RESUBMIT-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-LOCK-STATUS PIC X(2).
       01 WS-LOCK-RETRY PIC X(1).
       01 WS-LOCK-TAKEN-SWITCH PIC X(1) VALUE "N".
           88 RUN-LOCK-TAKEN VALUE "Y".
       01 WS-ANSWER PIC X(1).
       01 WS-AMOUNT-INPUT PIC 9(9)V99.
       01 WS-EOF-SWITCH PIC X(1) VALUE "N".
           05 WS-REPAIR-AMOUNT PIC S9(9)V99.
           05 WS-REPAIR-DESCRIPTION PIC X(25).
           05 WS-REPAIR-BRANCH PIC X(3).
           05 WS-REPAIR-EXTENSION.
               10 WS-REPAIR-ENTRY-TYPE PIC X(1).
                   88 REPAIR-ENTRY-NORMAL VALUE SPACE "N".
                   88 REPAIR-ENTRY-REVERSAL VALUE "R".
               10 WS-REPAIR-ORIGINAL-KEY PIC X(10).
               10 WS-REPAIR-ENTERED-BY PIC X(8).
               10 WS-REPAIR-REPAIRED-BY PIC X(8).
               10 WS-REPAIR-APPROVED-BY PIC X(8).
               10 WS-REPAIR-CURRENCY PIC X(3).
               10 FILLER PIC X(5).
      ******************************************************************
      * Character view of the corrected line, and a copy of the line
      * as it was before the correction, so the audit trail can
           05 WS-BEFORE-AMOUNT PIC X(11).
           05 WS-BEFORE-DESCRIPTION PIC X(25).
           05 WS-BEFORE-BRANCH PIC X(3).
           05 WS-BEFORE-EXTENSION.
               10 WS-BEFORE-ENTRY-TYPE PIC X(1).
               10 WS-BEFORE-ORIGINAL-KEY PIC X(10).
               10 FILLER PIC X(24).
               10 WS-BEFORE-CURRENCY PIC X(3).
               10 FILLER PIC X(5).

       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
           88 OPERATOR-SIGNED-ON VALUE "Y".

       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".

       01 WS-VALIDATION-STATUS PIC X(2).
           88 VALID-RECORD VALUE "00".
           88 INVALID-AMOUNT VALUE "03".
           88 INVALID-DESCRIPTION VALUE "04".
           88 INVALID-RECORD-LENGTH VALUE "05".
           88 INVALID-BRANCH VALUE "06".
           88 INVALID-CALENDAR-DATE VALUE "07".
           88 OUT-OF-PERIOD-DATE VALUE "08".
           88 FUTURE-DATE VALUE "09".
           88 NON-BUSINESS-DATE VALUE "11".
           88 BRANCH-CLOSED VALUE "12".
           88 ORIGINAL-NOT-FOUND VALUE "13".
           88 UNKNOWN-CURRENCY VALUE "18".
           88 NO-EXCHANGE-RATE VALUE "19".
           88 PERIOD-CLOSED VALUE "20".

       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-CALENDAR-OK PIC X(1) VALUE "N".
       01 WS-CALENDAR-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-CALENDAR VALUE "Y".

      ******************************************************************
      * Work fields for the currency check, the same one WRITE-FILE
      * makes: the currency with spaces read as the home currency,
      * the converted amount (only its size matters here) and whether
      * the currency has a rate on any date at all.
      ******************************************************************
       01 WS-RATE-STATUS PIC X(2).
       01 WS-RATE-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-RATES VALUE "Y".
       01 WS-CURRENCY-WORK PIC X(3) VALUE SPACES.
       01 WS-HOME-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-RATE-SUB PIC 9(3) VALUE ZERO.
       01 WS-CURRENCY-KNOWN-SWITCH PIC X(1) VALUE "N".
           88 CURRENCY-IS-KNOWN VALUE "Y".

      ******************************************************************
      * Work fields for the business-date validation, the same rules
      * WRITE-FILE applies, so a repaired date cannot bounce on the
       COPY MOTIVOS.
       COPY SUCTAB.
       COPY CALREC.
       COPY DIVREC.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BRANCH-MASTER.
           IF WS-BRANCH-LOADED = ZERO
               DISPLAY "Error: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           PERFORM LOAD-RATE-TABLE.
           PERFORM OPEN-REJECT-FILE.
           IF WS-REJECT-STATUS = "00"
               PERFORM OPEN-WORK-FILE
           IF OPERATOR-SIGNED-ON
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Registros revisados: " WS-REVIEWED-COUNT.
           DISPLAY "Reparados (a reenvios.txt): " WS-REPAIRED-COUNT.
               " - motivo " REJ-REASON-CODE " ("
               FUNCTION TRIM(WS-REASON-TEXT (WS-REASON-SUB)) ")".
           DISPLAY "  Contenido: [" REJ-ORIGINAL-LINE "]".
           IF REJ-ORIGINAL-EXTENSION (1:1) = "R"
               DISPLAY "  Anulación de la clave "
                   REJ-ORIGINAL-EXTENSION (2:10)
           END-IF.
           IF REJ-ORIGINAL-EXTENSION (36:3) NOT = SPACES
               DISPLAY "  Divisa " REJ-ORIGINAL-EXTENSION (36:3)
           END-IF.
           IF REJ-DATE NOT = SPACES
               DISPLAY "  Creado el " REJ-DATE " por la ejecución "
                   REJ-RUN-SEQUENCE
       FIND-REASON-TEXT.
           MOVE 1 TO WS-REASON-SUB.
           PERFORM SCAN-REASON-TABLE
               UNTIL WS-REASON-SUB = WS-REASON-OTHER-SUB
               OR REJ-REASON-CODE = WS-REASON-CODE (WS-REASON-SUB).

       SCAN-REASON-TABLE.

       REPAIR-REJECT-RECORD.
           MOVE REJ-ORIGINAL-LINE TO WS-REPAIR-LINE.
           MOVE REJ-ORIGINAL-EXTENSION TO WS-REPAIR-EXTENSION.
           MOVE REJ-ORIGINAL-LINE TO WS-BEFORE-LINE.
           MOVE REJ-ORIGINAL-EXTENSION TO WS-BEFORE-EXTENSION.
           PERFORM CORRECT-OFFENDING-FIELD.
           MOVE WS-OPERATOR-ID TO WS-REPAIR-REPAIRED-BY.
           MOVE SPACES TO WS-REPAIR-APPROVED-BY.
           PERFORM VALIDATE-REPAIRED-RECORD.
           IF VALID-RECORD
               MOVE WS-REPAIR-LINE TO RESUBMIT-LINE
                   WS-VALIDATION-STATUS "); se mantiene en rechazos."
               MOVE WS-VALIDATION-STATUS TO REJ-REASON-CODE
               MOVE WS-REPAIR-LINE TO REJ-ORIGINAL-LINE
               MOVE WS-REPAIR-EXTENSION TO REJ-ORIGINAL-EXTENSION
      ******************************************************************
      * The corrected content lands on disk even when it is still
      * invalid (the work done is kept under the new reason code),
                   MOVE SPACES TO WS-REPAIR-KEY
                   ACCEPT WS-REPAIR-KEY
               WHEN "02" WHEN "07" WHEN "08" WHEN "09" WHEN "11"
               WHEN "20"
                   DISPLAY "Nueva fecha (AAAAMMDD): " WITH NO ADVANCING
                   ACCEPT WS-REPAIR-DATE
               WHEN "03"
                   DISPLAY "Nueva descripción: " WITH NO ADVANCING
                   MOVE SPACES TO WS-REPAIR-DESCRIPTION
                   ACCEPT WS-REPAIR-DESCRIPTION
               WHEN "06" WHEN "12"
                   DISPLAY "Nueva sucursal: " WITH NO ADVANCING
                   MOVE SPACES TO WS-REPAIR-BRANCH
                   ACCEPT WS-REPAIR-BRANCH
               WHEN "13" WHEN "14"
                   PERFORM ACCEPT-ORIGINAL-KEY
               WHEN "15"
                   DISPLAY "Nuevo importe (9 enteros, 2 decimales): "
                       WITH NO ADVANCING
                   ACCEPT WS-AMOUNT-INPUT
                   MOVE WS-AMOUNT-INPUT TO WS-REPAIR-AMOUNT
                   DISPLAY "Nueva sucursal: " WITH NO ADVANCING
                   MOVE SPACES TO WS-REPAIR-BRANCH
                   ACCEPT WS-REPAIR-BRANCH
                   PERFORM ACCEPT-CURRENCY
               WHEN "18"
                   PERFORM ACCEPT-CURRENCY
               WHEN "19"
                   DISPLAY "Nueva fecha (AAAAMMDD): " WITH NO ADVANCING
                   ACCEPT WS-REPAIR-DATE
                   PERFORM ACCEPT-CURRENCY
               WHEN OTHER
                   PERFORM CORRECT-ALL-FIELDS
           END-EVALUATE.
           DISPLAY "Nueva sucursal: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REPAIR-BRANCH.
           ACCEPT WS-REPAIR-BRANCH.
           PERFORM ACCEPT-CURRENCY.
           DISPLAY "Tipo (espacio=normal, R=anulación): "
               WITH NO ADVANCING.
           MOVE SPACE TO WS-REPAIR-ENTRY-TYPE.
           ACCEPT WS-REPAIR-ENTRY-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-REPAIR-ENTRY-TYPE)
               TO WS-REPAIR-ENTRY-TYPE.
           IF REPAIR-ENTRY-REVERSAL
               PERFORM ACCEPT-ORIGINAL-KEY
           ELSE
               MOVE SPACES TO WS-REPAIR-ORIGINAL-KEY
           END-IF.

       ACCEPT-ORIGINAL-KEY.
           DISPLAY "Nueva clave original: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REPAIR-ORIGINAL-KEY.
           ACCEPT WS-REPAIR-ORIGINAL-KEY.

       ACCEPT-CURRENCY.
           DISPLAY "Nueva divisa (espacio=" WS-HOME-CURRENCY "): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-REPAIR-CURRENCY.
           ACCEPT WS-REPAIR-CURRENCY.
           MOVE FUNCTION UPPER-CASE(WS-REPAIR-CURRENCY)
               TO WS-REPAIR-CURRENCY.

      ******************************************************************
      * Same rules, in the same order, as VALIDATE-RECORD in
           IF VALID-RECORD
               PERFORM VALIDATE-BUSINESS-DATE
           END-IF.
           IF VALID-RECORD
               PERFORM CHECK-BRANCH-OPEN
           END-IF.
           IF VALID-RECORD
               PERFORM CHECK-ENTRY-TYPE
           END-IF.
           IF VALID-RECORD AND NOT REPAIR-ENTRY-REVERSAL
               PERFORM CHECK-CURRENCY
           END-IF.

      ******************************************************************
      * Same currency rule as CHECK-CURRENCY in WRITE-FILE: the home
      * currency needs no rate; any other needs one in
      * cambios_divisa.dat for the record's date (19), and one with no
      * rate on any date is unknown (18). A reversal's currency must
      * match its original's, which WRITE-FILE checks against
      * tranidx.dat when the record comes back.
      ******************************************************************
       CHECK-CURRENCY.
           MOVE WS-REPAIR-CURRENCY TO WS-CURRENCY-WORK.
           IF WS-CURRENCY-WORK = SPACES
               MOVE WS-HOME-CURRENCY TO WS-CURRENCY-WORK
           END-IF.
           IF WS-CURRENCY-WORK NOT = WS-HOME-CURRENCY
               PERFORM CONVERT-TO-HOME-CURRENCY
           END-IF.

       CONVERT-TO-HOME-CURRENCY.
           MOVE "N" TO WS-CURRENCY-KNOWN-SWITCH.
           MOVE 1 TO WS-RATE-SUB.
           PERFORM SCAN-RATE-TABLE
               UNTIL WS-RATE-SUB > WS-RATE-LOADED
               OR (WS-RATE-CURRENCY (WS-RATE-SUB) = WS-CURRENCY-WORK
                   AND WS-RATE-DATE (WS-RATE-SUB) = WS-DATE-WORK).
           EVALUATE TRUE
               WHEN WS-RATE-SUB <= WS-RATE-LOADED
                   COMPUTE WS-HOME-AMOUNT ROUNDED =
                       WS-REPAIR-AMOUNT * WS-RATE-VALUE (WS-RATE-SUB)
                       ON SIZE ERROR
                           MOVE "03" TO WS-VALIDATION-STATUS
                   END-COMPUTE
               WHEN CURRENCY-IS-KNOWN
                   MOVE "19" TO WS-VALIDATION-STATUS
               WHEN OTHER
                   MOVE "18" TO WS-VALIDATION-STATUS
           END-EVALUATE.

       SCAN-RATE-TABLE.
           IF WS-RATE-CURRENCY (WS-RATE-SUB) = WS-CURRENCY-WORK
               MOVE "Y" TO WS-CURRENCY-KNOWN-SWITCH
           END-IF.
           ADD 1 TO WS-RATE-SUB.

      ******************************************************************
      * The entry type is checked as WRITE-FILE checks it (05), and a
      * reversal must name the key it cancels (13). The rest of the
      * reversal rules need tranidx.dat and are applied by WRITE-FILE
      * when the record comes back through reenvios.txt.
      ******************************************************************
       CHECK-ENTRY-TYPE.
           EVALUATE TRUE
               WHEN REPAIR-ENTRY-NORMAL
                   CONTINUE
               WHEN NOT REPAIR-ENTRY-REVERSAL
                   MOVE "05" TO WS-VALIDATION-STATUS
               WHEN WS-REPAIR-ORIGINAL-KEY = SPACES
                   MOVE "13" TO WS-VALIDATION-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Same open/closed rule as CHECK-BRANCH-OPEN in WRITE-FILE: no
      * movements dated before the branch opened, or on or after the
      * date it closed (12).
      ******************************************************************
       CHECK-BRANCH-OPEN.
           EVALUATE TRUE
               WHEN WS-DATE-WORK < WS-BRANCH-OPEN-DATE (WS-BRANCH-SUB)
                   MOVE "12" TO WS-VALIDATION-STATUS
               WHEN WS-BRANCH-STATE (WS-BRANCH-SUB) NOT = "C"
                   CONTINUE
               WHEN WS-BRANCH-CLOSE-DATE (WS-BRANCH-SUB) = ZERO
                   MOVE "12" TO WS-VALIDATION-STATUS
               WHEN WS-DATE-WORK >= WS-BRANCH-CLOSE-DATE (WS-BRANCH-SUB)
                   MOVE "12" TO WS-VALIDATION-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Same business-date rules, in the same order, as
      * a real calendar (07) and, when calendario_proceso.dat is
      * loaded, fall inside the accounting period and back-dating
      * window (08), not lie in the future (09) and not land on a
      * holiday (11); a date in a closed period is refused first (20).
      ******************************************************************
       VALIDATE-BUSINESS-DATE.
           MOVE WS-REPAIR-DATE TO WS-DATE-WORK.
           EVALUATE TRUE
               WHEN WS-DATE-WORK > WS-TODAY-DATE
                   MOVE "09" TO WS-VALIDATION-STATUS
               WHEN WS-DATE-PERIOD NOT > WS-CLOSED-PERIOD
                   MOVE "20" TO WS-VALIDATION-STATUS
               WHEN WS-DATE-PERIOD NOT = WS-CAL-PERIOD
                   MOVE "08" TO WS-VALIDATION-STATUS
               WHEN OTHER
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CAL-HOLIDAY-DATE
                               TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                       WHEN CAL-TYPE-CLOSED
                           AND CAL-CLOSED-PERIOD IS NUMERIC
                           AND CAL-CLOSED-PERIOD > WS-CLOSED-PERIOD
                           MOVE CAL-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM LOAD-RATE-RECORD
                   UNTIL WS-END-OF-RATES
               CLOSE RATE-FILE
           ELSE
               DISPLAY "Aviso: cambios_divisa.dat no disponible; "
                   "solo se aceptan registros en " WS-HOME-CURRENCY "."
           END-IF.

       LOAD-RATE-RECORD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF-SWITCH
               NOT AT END
                   MOVE RATE-LINE TO WS-DIV-AREA
                   IF DIV-DATE IS NUMERIC
                       AND DIV-CURRENCY NOT = SPACES
                       AND DIV-RATE IS NUMERIC
                       AND WS-RATE-LOADED < 500
                       ADD 1 TO WS-RATE-LOADED
                       MOVE DIV-DATE
                           TO WS-RATE-DATE (WS-RATE-LOADED)
                       MOVE DIV-CURRENCY
                           TO WS-RATE-CURRENCY (WS-RATE-LOADED)
                       MOVE DIV-RATE
                           TO WS-RATE-VALUE (WS-RATE-LOADED)
                   END-IF
           END-READ.

       VALIDATE-BRANCH-CODE.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR WS-REPAIR-BRANCH = WS-BRANCH-CODE (WS-BRANCH-SUB).
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE "06" TO WS-VALIDATION-STATUS
           END-IF.

       SCAN-BRANCH-TABLE.
           ADD 1 TO WS-BRANCH-SUB.

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
                       IF SUC-OPEN-DATE NOT NUMERIC
                           MOVE ZERO TO SUC-OPEN-DATE
                       END-IF
                       IF SUC-CLOSE-DATE NOT NUMERIC
                           MOVE ZERO TO SUC-CLOSE-DATE
                       END-IF
                       ADD 1 TO WS-BRANCH-LOADED
                       MOVE WS-SUC-AREA
                           TO WS-BRANCH-ENTRY (WS-BRANCH-LOADED)
                   END-IF
           END-READ.

      ******************************************************************
      * One audit record per field the correction actually changed,
      * old value next to new, so a disputed repair can be traced to
               MOVE WS-REPAIR-BRANCH-X TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-ENTRY-TYPE NOT = WS-REPAIR-ENTRY-TYPE
               MOVE "TIPO" TO AUD-FIELD
               MOVE WS-BEFORE-ENTRY-TYPE TO AUD-OLD-VALUE
               MOVE WS-REPAIR-ENTRY-TYPE TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-ORIGINAL-KEY NOT = WS-REPAIR-ORIGINAL-KEY
               MOVE "CLAVE ORIGEN" TO AUD-FIELD
               MOVE WS-BEFORE-ORIGINAL-KEY TO AUD-OLD-VALUE
               MOVE WS-REPAIR-ORIGINAL-KEY TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.
           IF WS-BEFORE-CURRENCY NOT = WS-REPAIR-CURRENCY
               MOVE "DIVISA" TO AUD-FIELD
               MOVE WS-BEFORE-CURRENCY TO AUD-OLD-VALUE
               MOVE WS-REPAIR-CURRENCY TO AUD-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUD-TIMESTAMP.
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
               MOVE "REJECT-REPAIR" TO LCK-PROGRAM
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
