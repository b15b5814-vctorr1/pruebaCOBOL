      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly standing-order generator, run by the batch
      *          ahead of WRITE-FILE. Every active order in
      *          ordenes_permanentes.dat whose next due date has come
      *          is written into tonight's transacciones.txt as an
      *          ordinary input record - just before the sender's
      *          trailer - so it is validated, posted, acknowledged
      *          and reported like anything keyed by hand. The key is
      *          the order's prefix followed by the scheduled date
      *          (AAMMDD), unique per occurrence; the record is dated
      *          on the day it falls due or, when that is a holiday
      *          in calendario_proceso.dat, on the next day that is
      *          not, and carries the origin flag O so WRITE-FILE
      *          keeps it out of the sender's count and hash total
      *          and marks it in confirmaciones.txt and prueba.txt.
      *          The order's next due date then advances a week, or a
      *          month on the order's own day of the month (the last
      *          day of a shorter month), and an order past its end
      *          date is finished. Occurrences missed while the batch
      *          did not run are all generated on the next run. The
      *          order file is rewritten first, through
      *          ordenes_trabajo.tmp, then transacciones.txt through
      *          transacciones_trabajo.tmp; each order notes the file
      *          sequence it was generated into and the due date it
      *          started from, so a run that meets its own records
      *          already in the file generates nothing twice, and an
      *          order generated into a file WRITE-FILE never accepted
      *          (the last accepted sequence is read from
      *          control_ejecucion.dat) is given the same occurrences
      *          again in the file sent in its place. A
      *          transacciones.txt without the sender's header first
      *          and trailer last is left alone (RC=4): WRITE-FILE
      *          refuses it anyway. RC=8 when a file cannot be read
      *          or rewritten.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-GENERATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ordenes_permanentes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT ORDER-WORK-FILE ASSIGN TO "ordenes_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDER-WORK-STATUS.

           SELECT INPUT-FILE ASSIGN TO "transacciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-STATUS.

           SELECT INPUT-WORK-FILE ASSIGN TO "transacciones_trabajo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-WORK-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "calendario_proceso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "control_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
       01 ORDER-LINE PIC X(86).

       FD ORDER-WORK-FILE.
       01 ORDER-WORK-LINE PIC X(86).

      ******************************************************************
      * The input record as WRITE-FILE reads it. IN-ORIGIN is O on a
      * record this program generated and spaces on anything the
      * sender keyed.
      ******************************************************************
       FD INPUT-FILE.
       01 INPUT-LINE.
           05 IN-BASE-LINE.
               10 IN-KEY PIC X(10).
               10 IN-DATE PIC X(8).
               10 IN-AMOUNT PIC S9(9)V99.
               10 IN-DESCRIPTION PIC X(25).
               10 IN-BRANCH PIC X(3).
           05 IN-EXTENSION.
               10 IN-ENTRY-TYPE PIC X(1).
               10 IN-ORIGINAL-KEY PIC X(10).
               10 IN-ENTERED-BY PIC X(8).
               10 IN-REPAIRED-BY PIC X(8).
               10 IN-APPROVED-BY PIC X(8).
               10 IN-CURRENCY PIC X(3).
               10 IN-ORIGIN PIC X(1).
                   88 IN-FROM-STANDING-ORDER VALUE "O".
               10 FILLER PIC X(4).

       FD INPUT-WORK-FILE.
       01 INPUT-WORK-LINE PIC X(100).

       FD CALENDAR-FILE.
       01 CALENDAR-LINE PIC X(40).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       WORKING-STORAGE SECTION.
       COPY ORDREC.
       COPY CALREC.
       COPY ENTREC.
       COPY CTLREC.

       01 WS-ORDER-STATUS PIC X(2).
       01 WS-ORDER-WORK-STATUS PIC X(2).
       01 WS-INPUT-STATUS PIC X(2).
       01 WS-INPUT-WORK-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-ORDER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-ORDERS VALUE "Y".
       01 WS-INPUT-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-INPUT VALUE "Y".
       01 WS-WORK-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-WORK VALUE "Y".
       01 WS-CALENDAR-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-CALENDAR VALUE "Y".
       01 WS-CALENDAR-OK PIC X(1) VALUE "N".
           88 CALENDAR-IS-LOADED VALUE "Y".
       01 WS-SAVE-OK-SWITCH PIC X(1) VALUE "Y".
           88 FILE-SAVED VALUE "Y".
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-ORDER-SUB PIC 9(3) VALUE ZERO.
       01 WS-LIST-SUB PIC 9(3) VALUE ZERO.
       01 WS-HOLIDAY-SUB PIC 9(2) VALUE ZERO.

      ******************************************************************
      * What the pass over transacciones.txt found: its shape, the
      * file sequence in its header and which orders already have
      * records of theirs in it, one flag per order table entry.
      ******************************************************************
       01 WS-INPUT-LINES PIC 9(6) VALUE ZERO.
       01 WS-INPUT-HEADERS PIC 9(6) VALUE ZERO.
       01 WS-INPUT-TRAILERS PIC 9(6) VALUE ZERO.
       01 WS-INPUT-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-INPUT-SHAPE-SWITCH PIC X(1) VALUE "Y".
           88 INPUT-SHAPE-OK VALUE "Y".
       01 WS-LAST-IS-TRAILER-SWITCH PIC X(1) VALUE "N".
           88 LAST-LINE-IS-TRAILER VALUE "Y".
       01 WS-INPUT-USABLE-SWITCH PIC X(1) VALUE "N".
           88 INPUT-IS-USABLE VALUE "Y".
       01 WS-ORDER-FLAGS.
           05 WS-ORD-IN-FILE OCCURS 100 TIMES PIC X(1).

      ******************************************************************
      * The last file sequence WRITE-FILE accepted, from the control
      * record, and how far an order's generation sits behind it. A
      * control record from before the file sequence was kept there
      * leaves the sequence unknown.
      ******************************************************************
       01 WS-ACCEPTED-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-ACCEPTED-KNOWN-SWITCH PIC X(1) VALUE "N".
           88 ACCEPTED-SEQUENCE-KNOWN VALUE "Y".
       01 WS-SEQUENCE-BEHIND PIC 9(6) VALUE ZERO.
       01 WS-GEN-ACCEPTED-SWITCH PIC X(1) VALUE "N".
           88 GENERATION-ACCEPTED VALUE "Y".
       01 WS-GEN-PENDING-SWITCH PIC X(1) VALUE "N".
           88 GENERATION-PENDING VALUE "Y".

      ******************************************************************
      * Records generated tonight, held until the order file is safely
      * rewritten and then inserted ahead of the trailer. An order
      * whose next occurrence no longer fits keeps it for tomorrow.
      ******************************************************************
       01 WS-GENERATED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GENERATED-TABLE.
           05 WS-GENERATED-LINE OCCURS 500 TIMES PIC X(100).
       01 WS-TABLE-FULL-SWITCH PIC X(1) VALUE "N".
           88 GENERATED-TABLE-FULL VALUE "Y".
       01 WS-ORDERS-CHANGED PIC 9(3) VALUE ZERO.
       01 WS-ORDERS-SKIPPED PIC 9(3) VALUE ZERO.
       01 WS-ORDERS-FINISHED PIC 9(3) VALUE ZERO.
      ******************************************************************
      * Orders read past the table, and the count of orders passed
      * over while they are copied through to the work file.
      ******************************************************************
       01 WS-ORDERS-OVERFLOW PIC 9(5) VALUE ZERO.
       01 WS-ORDERS-PASSED PIC 9(5) VALUE ZERO.
       01 WS-ORDER-GENERATED PIC 9(4) VALUE ZERO.
       01 WS-DUE-SWITCH PIC X(1) VALUE "N".
           88 OCCURRENCE-IS-DUE VALUE "Y".
       01 WS-HOLIDAY-SWITCH PIC X(1) VALUE "N".
           88 DATE-IS-HOLIDAY VALUE "Y".

       01 WS-GEN-LINE.
           05 GEN-KEY.
               10 GEN-KEY-PREFIX PIC X(4).
               10 GEN-KEY-DATE PIC X(6).
           05 GEN-DATE PIC 9(8).
           05 GEN-AMOUNT PIC S9(9)V99.
           05 GEN-DESCRIPTION PIC X(25).
           05 GEN-BRANCH PIC X(3).
           05 GEN-ENTRY-TYPE PIC X(1).
           05 GEN-ORIGINAL-KEY PIC X(10).
           05 GEN-ENTERED-BY PIC X(8).
           05 GEN-REPAIRED-BY PIC X(8).
           05 GEN-APPROVED-BY PIC X(8).
           05 GEN-CURRENCY PIC X(3).
           05 GEN-ORIGIN PIC X(1).
           05 FILLER PIC X(4).

      ******************************************************************
      * Date work: the scheduled date of the occurrence, the date it is
      * booked on once past any holiday, and the parts used to move a
      * monthly order on by one month.
      ******************************************************************
       01 WS-SCHEDULED-DATE PIC 9(8).
       01 WS-SCHEDULED-TEXT REDEFINES WS-SCHEDULED-DATE PIC X(8).
       01 WS-EFFECTIVE-DATE PIC 9(8).
       01 WS-DAY-NUMBER PIC 9(8).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YEAR PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY PIC 9(2).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-LEAP-QUOTIENT PIC 9(4).
       01 WS-LEAP-REMAINDER PIC 9(4).
       01 WS-AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "Generación de órdenes permanentes terminada."
               TO WS-DISPLAY-MESSAGE.
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-ORDER-FILE.
           IF RETURN-CODE < 8 AND WS-ORDER-LOADED > ZERO
               PERFORM READ-RUN-CONTROL
               PERFORM CHECK-INPUT-FILE
           END-IF.
           IF INPUT-IS-USABLE
               PERFORM PLAN-ORDER
                   VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-LOADED
               IF WS-ORDERS-CHANGED > ZERO
                   PERFORM SAVE-ORDER-FILE
               END-IF
               IF WS-GENERATED-COUNT > ZERO AND FILE-SAVED
                   PERFORM SAVE-INPUT-FILE
               END-IF
           END-IF.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Órdenes en el archivo:   " WS-ORDER-LOADED.
           DISPLAY "Registros generados:     " WS-GENERATED-COUNT.
           DISPLAY "Órdenes ya generadas:    " WS-ORDERS-SKIPPED.
           DISPLAY "Órdenes finalizadas:     " WS-ORDERS-FINISHED.
           STOP RUN.

      ******************************************************************
      * Only the holidays are needed here. Without the calendar an
      * occurrence is booked on its own date, with a warning, and
      * WRITE-FILE validates it as it validates everything else.
      ******************************************************************
       LOAD-CALENDAR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM LOAD-CALENDAR-RECORD
                   UNTIL WS-END-OF-CALENDAR
               CLOSE CALENDAR-FILE
               MOVE "Y" TO WS-CALENDAR-OK
           ELSE
               DISPLAY "Aviso: calendario_proceso.dat no disponible "
                   "(status " WS-CALENDAR-STATUS "); los vencimientos "
                   "no se desplazan por festivo."
           END-IF.

       LOAD-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF-SWITCH
               NOT AT END
                   MOVE CALENDAR-LINE TO WS-CAL-AREA
                   IF CAL-TYPE-HOLIDAY
                       AND CAL-HOLIDAY-DATE IS NUMERIC
                       AND WS-HOLIDAY-COUNT < 30
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE CAL-HOLIDAY-DATE
                           TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                   END-IF
           END-READ.

      ******************************************************************
      * No order file means no orders have been set up yet: nothing
      * to generate, and the batch goes on.
      ******************************************************************
       LOAD-ORDER-FILE.
           OPEN INPUT ORDER-FILE.
           EVALUATE WS-ORDER-STATUS
               WHEN "00"
                   PERFORM LOAD-ORDER-RECORD
                       UNTIL WS-END-OF-ORDERS
                   CLOSE ORDER-FILE
               WHEN "35"
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Sin ordenes_permanentes.dat; no hay "
                       "órdenes que generar."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN OTHER
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: no se pudo abrir "
                       "ordenes_permanentes.dat, status "
                       WS-ORDER-STATUS
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * Orders past the table are not generated tonight - the step
      * ends RC=4 to say so - but are not lost either: whenever the
      * file is rewritten they are copied through to it unchanged.
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
                           MOVE "N"
                               TO WS-ORD-IN-FILE (WS-ORDER-LOADED)
                       WHEN OTHER
                           DISPLAY "Aviso: más de 100 órdenes en "
                               "ordenes_permanentes.dat; no se "
                               "procesa " ORD-PREFIX
                           ADD 1 TO WS-ORDERS-OVERFLOW
                           MOVE 4 TO RETURN-CODE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * The sender's file must open with its header and close with its
      * trailer, one of each, before anything is inserted into it:
      * the records go in just ahead of the trailer. A file in any
      * other shape is left as it came, nothing is generated and no
      * order moves, so the occurrences wait for a good file.
      ******************************************************************
       CHECK-INPUT-FILE.
           OPEN INPUT INPUT-FILE.
           EVALUATE WS-INPUT-STATUS
               WHEN "00"
                   PERFORM READ-INPUT-LINE UNTIL WS-END-OF-INPUT
                   CLOSE INPUT-FILE
                   IF INPUT-SHAPE-OK
                       AND WS-INPUT-HEADERS = 1
                       AND WS-INPUT-TRAILERS = 1
                       AND LAST-LINE-IS-TRAILER
                       MOVE "Y" TO WS-INPUT-USABLE-SWITCH
                   ELSE
                       MOVE SPACES TO WS-DISPLAY-MESSAGE
                       STRING "Aviso: transacciones.txt sin cabecera "
                           "o cola válidas; no se generan órdenes."
                           DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN "35"
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Aviso: no existe transacciones.txt; no se "
                       "generan órdenes."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Error: no se pudo abrir transacciones.txt, "
                       "status " WS-INPUT-STATUS
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       READ-INPUT-LINE.
           READ INPUT-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INPUT-LINES
                   MOVE INPUT-LINE TO WS-ENT-AREA
                   MOVE "N" TO WS-LAST-IS-TRAILER-SWITCH
                   EVALUATE TRUE
                       WHEN ENT-IS-HEADER
                           ADD 1 TO WS-INPUT-HEADERS
                           IF WS-INPUT-LINES = 1
                               AND ENT-FILE-SEQUENCE IS NUMERIC
                               MOVE ENT-FILE-SEQUENCE
                                   TO WS-INPUT-SEQUENCE
                           ELSE
                               MOVE "N" TO WS-INPUT-SHAPE-SWITCH
                           END-IF
                       WHEN ENT-IS-TRAILER
                           ADD 1 TO WS-INPUT-TRAILERS
                           MOVE "Y" TO WS-LAST-IS-TRAILER-SWITCH
                       WHEN IN-FROM-STANDING-ORDER
                           PERFORM NOTE-GENERATED-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       NOTE-GENERATED-LINE.
           MOVE 1 TO WS-LIST-SUB.
           PERFORM SCAN-ORDER-TABLE
               UNTIL WS-LIST-SUB > WS-ORDER-LOADED
               OR IN-KEY (1:4) = WS-ORD-PREFIX (WS-LIST-SUB).
           IF WS-LIST-SUB <= WS-ORDER-LOADED
               MOVE "Y" TO WS-ORD-IN-FILE (WS-LIST-SUB)
           END-IF.

       SCAN-ORDER-TABLE.
           ADD 1 TO WS-LIST-SUB.

      ******************************************************************
      * Only the file sequence is needed: WRITE-FILE stores it in the
      * control record once it has accepted a file, and a refused
      * file leaves the record as it was.
      ******************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-CTL-AREA
                       IF CTL-FILE-SEQUENCE IS NUMERIC
                           MOVE CTL-FILE-SEQUENCE
                               TO WS-ACCEPTED-SEQUENCE
                           MOVE "Y" TO WS-ACCEPTED-KNOWN-SWITCH
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      ******************************************************************
      * An order whose records are already in this file was generated
      * by an earlier pass over it and is left alone. An order whose
      * last generation went into a file WRITE-FILE never accepted,
      * and whose records are not in this one, was generated into a
      * file that has since been replaced - refused and sent again,
      * under the same sequence or another - so it goes back to the
      * due date it started from and is generated again. Once that
      * file sequence has been accepted the generation is posted and
      * stands, whatever sequence tonight's file carries.
      ******************************************************************
       PLAN-ORDER.
           EVALUATE TRUE
               WHEN WS-ORD-IN-FILE (WS-ORDER-SUB) = "Y"
                   ADD 1 TO WS-ORDERS-SKIPPED
                   DISPLAY "Orden " WS-ORD-PREFIX (WS-ORDER-SUB)
                       ": ya generada en este archivo."
               WHEN WS-ORD-STATUS (WS-ORDER-SUB) = "B"
                   CONTINUE
               WHEN WS-ORD-NEXT-DUE (WS-ORDER-SUB) NOT NUMERIC
                   OR WS-ORD-END-DATE (WS-ORDER-SUB) NOT NUMERIC
                   DISPLAY "Aviso: orden " WS-ORD-PREFIX (WS-ORDER-SUB)
                       " con fechas no numéricas; no se genera."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CHECK-GENERATION-PENDING
                   IF GENERATION-PENDING
                       PERFORM REWIND-ORDER
                   END-IF
                   PERFORM GENERATE-ORDER
           END-EVALUATE.

      ******************************************************************
      * The generation is accepted when its file sequence is the last
      * one accepted or lies behind it, counting round the wrap from
      * 999999 to 1 as WRITE-FILE does: behind by less than half the
      * range is taken as already passed. Without a known accepted
      * sequence only a file sent again under the same sequence can
      * be recognised.
      ******************************************************************
       CHECK-GENERATION-PENDING.
           MOVE "N" TO WS-GEN-PENDING-SWITCH.
           MOVE "N" TO WS-GEN-ACCEPTED-SWITCH.
           IF WS-ORD-GEN-FROM-DUE (WS-ORDER-SUB) > ZERO
               AND WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB) > ZERO
               IF ACCEPTED-SEQUENCE-KNOWN
                   PERFORM CHECK-GENERATION-ACCEPTED
                   IF NOT GENERATION-ACCEPTED
                       MOVE "Y" TO WS-GEN-PENDING-SWITCH
                   END-IF
               ELSE
                   IF WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
                           = WS-INPUT-SEQUENCE
                       MOVE "Y" TO WS-GEN-PENDING-SWITCH
                   END-IF
               END-IF
           END-IF.

       CHECK-GENERATION-ACCEPTED.
           IF WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
                   NOT > WS-ACCEPTED-SEQUENCE
               COMPUTE WS-SEQUENCE-BEHIND = WS-ACCEPTED-SEQUENCE
                   - WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
           ELSE
               COMPUTE WS-SEQUENCE-BEHIND = WS-ACCEPTED-SEQUENCE
                   + 999999 - WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
           END-IF.
           IF WS-SEQUENCE-BEHIND < 500000
               MOVE "Y" TO WS-GEN-ACCEPTED-SWITCH
           END-IF.

       REWIND-ORDER.
           DISPLAY "Orden " WS-ORD-PREFIX (WS-ORDER-SUB)
               ": se regenera desde "
               WS-ORD-GEN-FROM-DUE (WS-ORDER-SUB)
               ", el archivo " WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
               " no fue aceptado.".
           MOVE WS-ORD-GEN-FROM-DUE (WS-ORDER-SUB)
               TO WS-ORD-NEXT-DUE (WS-ORDER-SUB).
           MOVE "A" TO WS-ORD-STATUS (WS-ORDER-SUB).
           MOVE ZERO TO WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB).
           MOVE ZERO TO WS-ORD-GEN-FROM-DUE (WS-ORDER-SUB).
           ADD 1 TO WS-ORDERS-CHANGED.

       GENERATE-ORDER.
           MOVE ZERO TO WS-ORDER-GENERATED.
           MOVE WS-ORD-NEXT-DUE (WS-ORDER-SUB) TO WS-SCHEDULED-DATE.
           PERFORM CHECK-OCCURRENCE-DUE.
           PERFORM GENERATE-OCCURRENCE UNTIL NOT OCCURRENCE-IS-DUE.
           IF WS-ORDER-GENERATED > ZERO
               MOVE WS-SCHEDULED-DATE TO WS-ORD-NEXT-DUE (WS-ORDER-SUB)
               MOVE WS-INPUT-SEQUENCE
                   TO WS-ORD-GEN-FILE-SEQUENCE (WS-ORDER-SUB)
               ADD 1 TO WS-ORDERS-CHANGED
           END-IF.

      ******************************************************************
      * The next occurrence is due when the order is active, the
      * scheduled date is within its end date and the date it would
      * be booked on has come. An active order scheduled past its end
      * date is finished here.
      ******************************************************************
       CHECK-OCCURRENCE-DUE.
           MOVE "N" TO WS-DUE-SWITCH.
           EVALUATE TRUE
               WHEN WS-ORD-STATUS (WS-ORDER-SUB) NOT = "A"
                   CONTINUE
               WHEN WS-ORD-END-DATE (WS-ORDER-SUB) NOT = ZERO
                   AND WS-SCHEDULED-DATE
                       > WS-ORD-END-DATE (WS-ORDER-SUB)
                   MOVE "F" TO WS-ORD-STATUS (WS-ORDER-SUB)
                   ADD 1 TO WS-ORDERS-FINISHED
                   ADD 1 TO WS-ORDERS-CHANGED
                   DISPLAY "Orden " WS-ORD-PREFIX (WS-ORDER-SUB)
                       ": finalizada, fecha fin "
                       WS-ORD-END-DATE (WS-ORDER-SUB) "."
               WHEN OTHER
                   PERFORM SET-EFFECTIVE-DATE
                   IF WS-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                       IF GENERATED-TABLE-FULL
                           OR WS-GENERATED-COUNT >= 500
                           MOVE "Y" TO WS-TABLE-FULL-SWITCH
                           DISPLAY "Aviso: más de 500 registros que "
                               "generar; la orden "
                               WS-ORD-PREFIX (WS-ORDER-SUB)
                               " sigue en la próxima ejecución."
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE "Y" TO WS-DUE-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * The first occurrence generated for the order tonight records
      * where the order stood, so the file can be given it again.
      ******************************************************************
       GENERATE-OCCURRENCE.
           IF WS-ORDER-GENERATED = ZERO
               MOVE WS-SCHEDULED-DATE
                   TO WS-ORD-GEN-FROM-DUE (WS-ORDER-SUB)
           END-IF.
           MOVE SPACES TO WS-GEN-LINE.
           MOVE WS-ORD-PREFIX (WS-ORDER-SUB) TO GEN-KEY-PREFIX.
           MOVE WS-SCHEDULED-TEXT (3:6) TO GEN-KEY-DATE.
           MOVE WS-EFFECTIVE-DATE TO GEN-DATE.
           MOVE WS-ORD-AMOUNT (WS-ORDER-SUB) TO GEN-AMOUNT.
           MOVE WS-ORD-DESCRIPTION (WS-ORDER-SUB) TO GEN-DESCRIPTION.
           MOVE WS-ORD-BRANCH (WS-ORDER-SUB) TO GEN-BRANCH.
           MOVE WS-ORD-ENTERED-BY (WS-ORDER-SUB) TO GEN-ENTERED-BY.
           MOVE "O" TO GEN-ORIGIN.
           ADD 1 TO WS-GENERATED-COUNT.
           MOVE WS-GEN-LINE TO WS-GENERATED-LINE (WS-GENERATED-COUNT).
           ADD 1 TO WS-ORDER-GENERATED.
           MOVE WS-ORD-AMOUNT (WS-ORDER-SUB) TO WS-AMOUNT-EDIT.
           IF WS-EFFECTIVE-DATE = WS-SCHEDULED-DATE
               DISPLAY "Generado " GEN-KEY " fecha " GEN-DATE
                   " sucursal " GEN-BRANCH " importe " WS-AMOUNT-EDIT
           ELSE
               DISPLAY "Generado " GEN-KEY " fecha " GEN-DATE
                   " sucursal " GEN-BRANCH " importe " WS-AMOUNT-EDIT
                   " (festivo " WS-SCHEDULED-DATE ")"
           END-IF.
           PERFORM ADVANCE-SCHEDULED-DATE.
           PERFORM CHECK-OCCURRENCE-DUE.

      ******************************************************************
      * A weekly order moves seven days on. A monthly order moves to
      * its own day of the next month, or to that month's last day
      * when the month is shorter.
      ******************************************************************
       ADVANCE-SCHEDULED-DATE.
           IF WS-ORD-FREQUENCY (WS-ORDER-SUB) = "S"
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-SCHEDULED-DATE) + 7
               COMPUTE WS-SCHEDULED-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           ELSE
               MOVE WS-SCHEDULED-DATE TO WS-DATE-WORK
               IF WS-DATE-MONTH = 12
                   MOVE 1 TO WS-DATE-MONTH
                   ADD 1 TO WS-DATE-YEAR
               ELSE
                   ADD 1 TO WS-DATE-MONTH
               END-IF
               PERFORM SET-MONTH-DAYS
               IF WS-ORD-ANCHOR-DAY (WS-ORDER-SUB) NOT NUMERIC
                   OR WS-ORD-ANCHOR-DAY (WS-ORDER-SUB) = ZERO
                   MOVE WS-DATE-DAY TO WS-ORD-ANCHOR-DAY (WS-ORDER-SUB)
               END-IF
               IF WS-ORD-ANCHOR-DAY (WS-ORDER-SUB) > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-DATE-DAY
               ELSE
                   MOVE WS-ORD-ANCHOR-DAY (WS-ORDER-SUB)
                       TO WS-DATE-DAY
               END-IF
               MOVE WS-DATE-WORK TO WS-SCHEDULED-DATE
           END-IF.

      ******************************************************************
      * An occurrence scheduled on a holiday is booked on the next day
      * the calendar does not list as one.
      ******************************************************************
       SET-EFFECTIVE-DATE.
           MOVE WS-SCHEDULED-DATE TO WS-EFFECTIVE-DATE.
           PERFORM CHECK-HOLIDAY-DATE.
           PERFORM MOVE-PAST-HOLIDAY UNTIL NOT DATE-IS-HOLIDAY.

       MOVE-PAST-HOLIDAY.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE) + 1.
           COMPUTE WS-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).
           PERFORM CHECK-HOLIDAY-DATE.

       CHECK-HOLIDAY-DATE.
           MOVE "N" TO WS-HOLIDAY-SWITCH.
           IF CALENDAR-IS-LOADED
               MOVE 1 TO WS-HOLIDAY-SUB
               PERFORM SCAN-HOLIDAY-TABLE
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                   OR WS-EFFECTIVE-DATE
                       = WS-HOLIDAY-DATE (WS-HOLIDAY-SUB)
               IF WS-HOLIDAY-SUB <= WS-HOLIDAY-COUNT
                   MOVE "Y" TO WS-HOLIDAY-SWITCH
               END-IF
           END-IF.

       SCAN-HOLIDAY-TABLE.
           ADD 1 TO WS-HOLIDAY-SUB.

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

      ******************************************************************
      * Leap year the long way: divisible by 4, except centuries,
      * except every fourth century.
      ******************************************************************
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

      ******************************************************************
      * The order file goes first: if transacciones.txt then cannot be
      * rewritten the orders stand noted as generated into a file
      * that does not hold their records, and the rerun gives them
      * back. The file is never rewritten in place blindly: the whole
      * table, followed by any orders that did not fit in it, goes to
      * the work file first, and only when that write succeeded is
      * ordenes_permanentes.dat rewritten from it.
      ******************************************************************
       SAVE-ORDER-FILE.
           MOVE "Y" TO WS-SAVE-OK-SWITCH.
           OPEN OUTPUT ORDER-WORK-FILE.
           IF WS-ORDER-WORK-STATUS = "00"
               PERFORM WRITE-ORDER-WORK-ENTRY
                   VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > WS-ORDER-LOADED
                   OR NOT FILE-SAVED
               IF WS-ORDERS-OVERFLOW > ZERO AND FILE-SAVED
                   PERFORM COPY-OVERFLOW-ORDERS
               END-IF
               CLOSE ORDER-WORK-FILE
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           IF FILE-SAVED
               PERFORM COPY-WORK-TO-ORDERS
           END-IF.
           IF NOT FILE-SAVED
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error al grabar ordenes_permanentes.dat, "
                   "status " WS-ORDER-STATUS "/" WS-ORDER-WORK-STATUS
                   "; no se genera nada."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               MOVE ZERO TO WS-GENERATED-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ORDER-WORK-ENTRY.
           MOVE WS-ORDER-ENTRY (WS-LIST-SUB) TO ORDER-WORK-LINE.
           WRITE ORDER-WORK-LINE.
           IF WS-ORDER-WORK-STATUS NOT = "00"
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.

      ******************************************************************
      * The order file is read again and every order after the ones
      * the table holds goes to the work file exactly as it stands.
      ******************************************************************
       COPY-OVERFLOW-ORDERS.
           MOVE ZERO TO WS-ORDERS-PASSED.
           MOVE "N" TO WS-ORDER-EOF-SWITCH.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS = "00"
               PERFORM COPY-OVERFLOW-ENTRY
                   UNTIL WS-END-OF-ORDERS OR NOT FILE-SAVED
               CLOSE ORDER-FILE
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.

       COPY-OVERFLOW-ENTRY.
           READ ORDER-FILE
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   MOVE ORDER-LINE TO WS-ORD-AREA
                   IF ORD-PREFIX NOT = SPACES
                       ADD 1 TO WS-ORDERS-PASSED
                       IF WS-ORDERS-PASSED > WS-ORDER-LOADED
                           MOVE ORDER-LINE TO ORDER-WORK-LINE
                           WRITE ORDER-WORK-LINE
                           IF WS-ORDER-WORK-STATUS NOT = "00"
                               MOVE "N" TO WS-SAVE-OK-SWITCH
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       COPY-WORK-TO-ORDERS.
           OPEN INPUT ORDER-WORK-FILE.
           OPEN OUTPUT ORDER-FILE.
           IF WS-ORDER-WORK-STATUS = "00" AND WS-ORDER-STATUS = "00"
               MOVE "N" TO WS-WORK-EOF-SWITCH
               PERFORM COPY-ORDER-WORK-ENTRY
                   UNTIL WS-END-OF-WORK OR NOT FILE-SAVED
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           CLOSE ORDER-WORK-FILE.
           CLOSE ORDER-FILE.
           IF NOT FILE-SAVED
               DISPLAY "El archivo completo queda en "
                   "ordenes_trabajo.tmp para su recuperación."
           END-IF.

       COPY-ORDER-WORK-ENTRY.
           READ ORDER-WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE ORDER-WORK-LINE TO ORDER-LINE
                   WRITE ORDER-LINE
                   IF WS-ORDER-STATUS NOT = "00"
                       MOVE "N" TO WS-SAVE-OK-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * transacciones.txt is copied to its work file with tonight's
      * records inserted ahead of the trailer, and only a complete
      * work copy is copied back over it.
      ******************************************************************
       SAVE-INPUT-FILE.
           MOVE "Y" TO WS-SAVE-OK-SWITCH.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT INPUT-WORK-FILE.
           IF WS-INPUT-STATUS = "00" AND WS-INPUT-WORK-STATUS = "00"
               MOVE "N" TO WS-INPUT-EOF-SWITCH
               PERFORM COPY-INPUT-LINE
                   UNTIL WS-END-OF-INPUT OR NOT FILE-SAVED
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           CLOSE INPUT-FILE.
           CLOSE INPUT-WORK-FILE.
           IF FILE-SAVED
               PERFORM COPY-WORK-TO-INPUT
           END-IF.
           IF NOT FILE-SAVED
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error al grabar transacciones.txt, status "
                   WS-INPUT-STATUS "/" WS-INPUT-WORK-STATUS
                   "; la próxima ejecución regenera las órdenes."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY-INPUT-LINE.
           READ INPUT-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-SWITCH
               NOT AT END
                   MOVE INPUT-LINE TO WS-ENT-AREA
                   IF ENT-IS-TRAILER
                       PERFORM WRITE-GENERATED-LINE
                           VARYING WS-LIST-SUB FROM 1 BY 1
                           UNTIL WS-LIST-SUB > WS-GENERATED-COUNT
                           OR NOT FILE-SAVED
                   END-IF
                   MOVE INPUT-LINE TO INPUT-WORK-LINE
                   WRITE INPUT-WORK-LINE
                   IF WS-INPUT-WORK-STATUS NOT = "00"
                       MOVE "N" TO WS-SAVE-OK-SWITCH
                   END-IF
           END-READ.

       WRITE-GENERATED-LINE.
           MOVE WS-GENERATED-LINE (WS-LIST-SUB) TO INPUT-WORK-LINE.
           WRITE INPUT-WORK-LINE.
           IF WS-INPUT-WORK-STATUS NOT = "00"
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.

       COPY-WORK-TO-INPUT.
           OPEN INPUT INPUT-WORK-FILE.
           OPEN OUTPUT INPUT-FILE.
           IF WS-INPUT-WORK-STATUS = "00" AND WS-INPUT-STATUS = "00"
               MOVE "N" TO WS-WORK-EOF-SWITCH
               PERFORM COPY-INPUT-WORK-LINE
                   UNTIL WS-END-OF-WORK OR NOT FILE-SAVED
           ELSE
               MOVE "N" TO WS-SAVE-OK-SWITCH
           END-IF.
           CLOSE INPUT-WORK-FILE.
           CLOSE INPUT-FILE.
           IF NOT FILE-SAVED
               DISPLAY "El archivo completo queda en "
                   "transacciones_trabajo.tmp para su recuperación."
           END-IF.

       COPY-INPUT-WORK-LINE.
           READ INPUT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE INPUT-WORK-LINE TO INPUT-LINE
                   WRITE INPUT-LINE
                   IF WS-INPUT-STATUS NOT = "00"
                       MOVE "N" TO WS-SAVE-OK-SWITCH
                   END-IF
           END-READ.
