      *          rerun after a failure finishes the run with exactly
      *          one trailer and no repeated records. Every record
      *          carries the branch office it came from, validated
      *          against the branch master sucursales.dat (unknown
      *          codes are rejected like any other bad field, and a
      *          branch that is closed - or not yet open - on the
      *          record's date is rejected under its own reason code);
      *          besides the consolidated prueba.txt each branch in the
      *          master gets its own extract, prueba_sucNNN.txt, with
      *          its own header, trailer and record count, and the
      *          control totals carry the per-branch counts, by branch
      *          code, for VERIFY-FILE. Without the branch master the
      *          run stops before touching the checkpoint. An input
      *          record of entry type R is a reversal: it names the
      *          key it cancels, which must already be in tranidx.dat,
      *          not yet reversed, and of the same amount and branch
      *          (failures are rejected under their own reason codes).
      *          The reversal posts the offsetting amount as its own
      *          DAT record, and the original is flagged reversed in
      *          tranidx.dat - linked to the reversal key, and logged
      *          to the change journal diario_indice.txt like any
      *          other change to the index - before the reversal is
      *          written, so a rerun after a failure recognizes its
      *          own flag instead of rejecting the reversal. A valid
      *          record whose amount, either sign, is above its
      *          branch's authorization limit ("L" records in
      *          calendario_proceso.dat) is not posted but held in
      *          pendientes_aprobacion.txt and acknowledged with the
      *          held disposition H; once a second operator approves
      *          it, it comes back through reenvios.txt carrying the
      *          approver and posts without being held again.
      *          Every record carries the currency it was entered in
      *          (blank is the home currency); a foreign amount is
      *          converted at the rate treasury keeps for its date in
      *          cambios_divisa.dat, and a currency the file does not
      *          know, or a date it has no rate for, is rejected under
      *          its own reason code. The record posts both amounts:
      *          TRAN-AMOUNT in home currency, which is what the
      *          control totals, the reconciliation and the ledger
      *          interface add up, and the amount as entered with its
      *          currency. A reversal must be in the currency and
      *          amount of its original and offsets exactly the home
      *          amount the original posted. The authorization limit
      *          applies to the home amount. No record may be dated
      *          in an accounting period the period close program has
      *          closed ("C" records in calendario_proceso.dat): it is
      *          rejected under its own reason code even when the
      *          date lies inside the back-dating window.
      *          transacciones.txt comes under file control: the
      *          source opens it with a header carrying the file date
      *          and file sequence and closes it with a trailer
      *          carrying the detail count and the hash total of the
      *          amounts. Before anything is posted the whole file is
      *          read once and checked - header first and trailer
      *          last, the sequence the one after the file the last
      *          run accepted (kept in control_ejecucion.dat), the
      *          file date a processing day, count and hash equal to
      *          the trailer - and on any mismatch the file is refused
      *          whole: nothing is posted, the run sequence does not
      *          advance and the step ends RC=12, so the batch stops
      *          before VERIFY-FILE. Either way the sender gets one
      *          file-level line in confirmaciones.txt, accepted or
      *          refused with the reason code. Records the
      *          standing-order generator inserted ahead of the
      *          trailer carry the origin flag O: they are not the
      *          sender's, so they stay out of the trailer's count and
      *          hash total, and the flag is carried to their
      *          confirmaciones.txt line and their DAT record.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pendientes_aprobacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "calendario_proceso.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
           ALTERNATE RECORD KEY IS IDX-BRANCH WITH DUPLICATES
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT BRANCH-FILE ASSIGN USING WS-BRANCH-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRANCH-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "diario_indice.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RATE-FILE ASSIGN TO "cambios_divisa.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-FILE.
       01 OUTPUT-LINE PIC X(120).

      ******************************************************************
      * The first 57 bytes are the original input record; the
      * extension after them is spaces on an ordinary record. A
      * reversal carries entry type R and the key it cancels. The
      * operator who keyed the record is sent in IN-ENTERED-BY; the
      * reject repair program stamps IN-REPAIRED-BY and the approval
      * program IN-APPROVED-BY. IN-CURRENCY is the currency the
      * amount is in; spaces is the home currency. IN-ORIGIN is O on
      * a record the standing-order generator wrote into the file,
      * which the sender's trailer does not count. Rejects, suspects
      * and held records keep both parts, so a record that comes back
      * through reenvios.txt has its extension intact.
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
                   88 IN-ENTRY-NORMAL VALUE SPACE "N".
                   88 IN-ENTRY-REVERSAL VALUE "R".
               10 IN-ORIGINAL-KEY PIC X(10).
               10 IN-ENTERED-BY PIC X(8).
               10 IN-REPAIRED-BY PIC X(8).
               10 IN-APPROVED-BY PIC X(8).
               10 IN-CURRENCY PIC X(3).
               10 IN-ORIGIN PIC X(1).
                   88 IN-FROM-STANDING-ORDER VALUE "O".
               10 FILLER PIC X(4).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD CKPT-FILE.
       01 CKPT-LINE PIC X(320).

       FD ERROR-LOG-FILE.
       01 ERROR-LOG-LINE PIC X(150).

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

       FD CALENDAR-FILE.
       01 CALENDAR-LINE PIC X(40).

      ******************************************************************
      * Acknowledgment returned to the source system: one line per
      * R rechazado (with the reason code), S en suspenso como
      * duplicado - and the run that handled it. The source field
      * says whether the record came from transacciones.txt (T) or
      * from the reenvios.txt resubmission queue (R). Each file
      * also gets one file-level line, keyed with the header's record
      * identifier: A aceptado or X rechazado entero (with the reason
      * code). Lines for records of the file, and the file-level
      * line, carry its file sequence and date; lines for
      * resubmissions carry spaces there. The origin byte is O on the
      * line of a record the standing-order generator produced.
      ******************************************************************
       FD ACK-FILE.
       01 ACK-LINE.
           05 ACK-REASON-CODE PIC X(2).
           05 ACK-RUN-SEQUENCE PIC 9(6).
           05 ACK-SOURCE PIC X(1).
           05 ACK-FILE-SEQUENCE PIC X(6).
           05 ACK-FILE-DATE PIC X(8).
           05 ACK-ORIGIN PIC X(1).

       FD INDEX-FILE.
       COPY TRANREC
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

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(285).

       FD RATE-FILE.
       01 RATE-LINE PIC X(22).

      ******************************************************************
      * One declaration serves every branch extract: the file name is
      * built from the branch code before each open, so a branch
      * added to sucursales.dat gets its extract without a new SELECT.
      ******************************************************************
       FD BRANCH-FILE.
       01 BRANCH-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY CTLREC.
       COPY SUCTAB.
       COPY CALREC.
       COPY JRNREC.
       COPY DIVREC.
       COPY ENTREC.

       01 WS-FILE-STATUS PIC X(2).
       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-REJECT-STATUS PIC X(2).
       01 WS-RESUB-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-ACK-STATUS PIC X(2).
       01 WS-INDEX-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-BRANCH-STATUS PIC X(2).
       01 WS-BRANCH-WRITE-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-RATE-STATUS PIC X(2).
       01 WS-BEFORE-IMAGE PIC X(120).
       01 WS-BRANCH-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-OPERATION-DESC PIC X(30).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RESUB-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SUSPECT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LIMIT-SUB PIC 9(2) VALUE ZERO.
       01 WS-ABS-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-REVERSAL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-DEBIT PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-CREDIT PIC 9(11)V99 VALUE ZERO.
       01 WS-AMOUNT-EDIT PIC ----,---,---,--9.99.
       01 WS-INPUT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-CTL-BRANCH-SUB PIC 9(2) VALUE ZERO.
       01 WS-BRANCH-COUNTS.
           05 WS-BRANCH-COUNT OCCURS 20 TIMES PIC 9(6) VALUE ZERO.
       01 WS-BRANCH-OPEN-OK PIC X(1) VALUE "N".
           88 BRANCH-FILES-READY VALUE "Y".
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-SKIP-INPUT PIC 9(6) VALUE ZERO.
       01 WS-SKIP-RESUB PIC 9(6) VALUE ZERO.
       01 WS-RUN-STATE PIC X(1) VALUE "I".
           88 REJECT-IS-OPEN VALUE "Y".
       01 WS-SUSPENSE-OPEN-OK PIC X(1) VALUE "N".
           88 SUSPENSE-IS-OPEN VALUE "Y".
       01 WS-PENDING-OPEN-OK PIC X(1) VALUE "N".
           88 PENDING-IS-OPEN VALUE "Y".
       01 WS-INDEX-OPEN-OK PIC X(1) VALUE "N".
           88 INDEX-IS-OPEN VALUE "Y".
       01 WS-JOURNAL-OPEN-OK PIC X(1) VALUE "N".
           88 JOURNAL-IS-OPEN VALUE "Y".
       01 WS-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-INPUT VALUE "Y".
       01 WS-RESUB-EOF-SWITCH PIC X(1) VALUE "N".
       01 WS-ACK-SOURCE PIC X(1) VALUE "T".
       01 WS-CALENDAR-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-CALENDAR VALUE "Y".
       01 WS-RATE-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-RATES VALUE "Y".

      ******************************************************************
      * Work fields for the currency conversion: the record's currency
      * with spaces resolved to the home currency, the amount it posts
      * in home currency, and whether the currency appears anywhere in
      * the rate table, which tells an unknown currency (18) from a
      * known one with no rate for the date (19).
      ******************************************************************
       01 WS-CURRENCY-WORK PIC X(3) VALUE SPACES.
       01 WS-HOME-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-RATE-SUB PIC 9(3) VALUE ZERO.
       01 WS-CURRENCY-KNOWN-SWITCH PIC X(1) VALUE "N".
           88 CURRENCY-IS-KNOWN VALUE "Y".

      ******************************************************************
      * Inbound file control: what the pre-read of transacciones.txt
      * found (its header and trailer, the detail lines and the hash
      * of their amounts), the sequence expected from the control
      * record, and the verdict. A refused file never opens a run.
      ******************************************************************
       01 WS-INBOUND-LINES PIC 9(6) VALUE ZERO.
       01 WS-INBOUND-DETAILS PIC 9(6) VALUE ZERO.
       01 WS-INBOUND-HEADERS PIC 9(6) VALUE ZERO.
       01 WS-INBOUND-TRAILERS PIC 9(6) VALUE ZERO.
       01 WS-INBOUND-HASH PIC S9(13)V99 VALUE ZERO.
       01 WS-INBOUND-DATE PIC 9(8) VALUE ZERO.
       01 WS-INBOUND-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-HASH PIC S9(13)V99 VALUE ZERO.
       01 WS-LAST-FILE-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-EXPECTED-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-HASH-EDIT PIC -(13)9.99.
       01 WS-HASH-EDIT-2 PIC -(13)9.99.
       01 WS-FILE-SEQ-KNOWN-SWITCH PIC X(1) VALUE "N".
           88 FILE-SEQUENCE-KNOWN VALUE "Y".
       01 WS-INBOUND-SHAPE-SWITCH PIC X(1) VALUE "Y".
           88 INBOUND-SHAPE-OK VALUE "Y".
       01 WS-LAST-IS-TRAILER-SWITCH PIC X(1) VALUE "N".
           88 LAST-LINE-IS-TRAILER VALUE "Y".
       01 WS-INBOUND-CHECKED-SWITCH PIC X(1) VALUE "N".
           88 INBOUND-FILE-CHECKED VALUE "Y".
       01 WS-FILE-REASON PIC X(2) VALUE SPACES.
           88 INBOUND-FILE-ACCEPTED VALUE SPACES.
           88 FILE-CONTROL-MISSING VALUE "21".
           88 FILE-SEQUENCE-WRONG VALUE "22".
           88 FILE-DATE-NOT-WORKDAY VALUE "23".
           88 FILE-COUNT-WRONG VALUE "24".
           88 FILE-HASH-WRONG VALUE "25".

      ******************************************************************
      * Work fields for the business-date validation: the date split
           88 FUTURE-DATE VALUE "09".
           88 DUPLICATE-KEY VALUE "10".
           88 NON-BUSINESS-DATE VALUE "11".
           88 BRANCH-CLOSED VALUE "12".
           88 ORIGINAL-NOT-FOUND VALUE "13".
           88 ORIGINAL-ALREADY-REVERSED VALUE "14".
           88 REVERSAL-MISMATCH VALUE "15".
           88 HELD-FOR-APPROVAL VALUE "16".
           88 UNKNOWN-CURRENCY VALUE "18".
           88 NO-EXCHANGE-RATE VALUE "19".
           88 PERIOD-CLOSED VALUE "20".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-ERROR-LOG-FILE.
           PERFORM LOAD-BRANCH-MASTER.
           PERFORM LOAD-CALENDAR.
           IF NOT RUN-HAS-FAILED
               PERFORM INITIALIZE-RUN
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM OPEN-REJECT-FILE.
           PERFORM OPEN-SUSPENSE-FILE.
           PERFORM OPEN-PENDING-FILE.
           PERFORM OPEN-ACK-FILE.
           IF INBOUND-FILE-CHECKED
               AND (NOT INBOUND-FILE-ACCEPTED OR NOT RESTARTING)
               PERFORM WRITE-FILE-ACK-RECORD
           END-IF.
           PERFORM OPEN-INDEX-FILE.
           PERFORM OPEN-JOURNAL-FILE.
           IF INBOUND-FILE-ACCEPTED
               PERFORM OPEN-OUTPUT-FILE
               IF NOT RUN-HAS-FAILED
                   PERFORM OPEN-BRANCH-FILES
               END-IF
               PERFORM OPEN-INPUT-FILE
           END-IF.
           IF OUTPUT-IS-OPEN AND INPUT-IS-OPEN AND NOT RUN-HAS-FAILED
               IF NOT HEADER-ALREADY-WRITTEN
                   PERFORM WRITE-HEADER-RECORD
           DISPLAY "Registros rechazados: " WS-REJECT-COUNT.
           DISPLAY "Registros reenviados: " WS-RESUB-COUNT.
           DISPLAY "Duplicados en suspenso: " WS-SUSPECT-COUNT.
           DISPLAY "Retenidos para aprobación: " WS-HELD-COUNT.
           DISPLAY "Anulaciones contabilizadas: " WS-REVERSAL-COUNT.
           MOVE WS-AMOUNT-NET TO WS-AMOUNT-EDIT.
           DISPLAY "Importe neto escrito: " WS-AMOUNT-EDIT.
           PERFORM DISPLAY-BRANCH-COUNT
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.
           STOP RUN.

       DISPLAY-BRANCH-COUNT.
           END-IF.

      ******************************************************************
      * The branch extracts are opened one at a time, as each record
      * is routed, so before anything is posted every extract in the
      * master is opened and closed once: they still fail as a set,
      * and the run is not allowed to post records it cannot route
      * to a branch file.
      ******************************************************************
       OPEN-BRANCH-FILES.
           MOVE "Y" TO WS-BRANCH-OPEN-OK.
           PERFORM PROBE-BRANCH-FILE
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR NOT BRANCH-FILES-READY.
           IF NOT BRANCH-FILES-READY
               MOVE SPACES TO WS-OPERATION-DESC
               STRING "apertura de " DELIMITED BY SIZE
                   WS-BRANCH-FILE-NAME DELIMITED BY SPACE
                   INTO WS-OPERATION-DESC
               PERFORM BUILD-STATUS-MESSAGE
               PERFORM LOG-ERROR
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-RUN-FAILED-SWITCH
           END-IF.

       PROBE-BRANCH-FILE.
           PERFORM SET-BRANCH-FILE-NAME.
           OPEN EXTEND BRANCH-FILE.
           IF WS-BRANCH-STATUS = "35"
               OPEN OUTPUT BRANCH-FILE
           END-IF.
           IF WS-BRANCH-STATUS = "00"
               CLOSE BRANCH-FILE
           ELSE
               MOVE WS-BRANCH-STATUS TO WS-CHECK-STATUS
               MOVE "N" TO WS-BRANCH-OPEN-OK
           END-IF.

       SET-BRANCH-FILE-NAME.
           MOVE SPACES TO WS-BRANCH-FILE-NAME.
           STRING "prueba_suc" WS-BRANCH-CODE (WS-BRANCH-SUB) ".txt"
               DELIMITED BY SIZE INTO WS-BRANCH-FILE-NAME.

       OPEN-INPUT-FILE.
           OPEN INPUT INPUT-FILE.
           MOVE WS-INPUT-STATUS TO WS-CHECK-STATUS.
      * disposed of by the failed attempt (written, rejected or
      * suspended) and are read past without touching any output.
      * Every record actually disposed of is followed by a checkpoint
      * so the next restart lands on the first unwritten one. The
      * header and trailer were checked before the run opened and are
      * not records: they are neither counted nor disposed of. Only
      * APPROVE-HELD fills the approver, so a sender's record has it
      * blanked before it is disposed of: whatever name it carried
      * can never reach rechazos.txt, duplicados.txt or
      * pendientes_aprobacion.txt and come back through reenvios.txt
      * as an approval.
      ******************************************************************
       PROCESS-TRANSACTIONS.
           READ INPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE INPUT-LINE TO WS-ENT-AREA
                   IF ENT-IS-HEADER OR ENT-IS-TRAILER
                       CONTINUE
                   ELSE
                       PERFORM PROCESS-INPUT-RECORD
                   END-IF
           END-READ.

       PROCESS-INPUT-RECORD.
           ADD 1 TO WS-INPUT-COUNT
           IF RESTARTING AND WS-INPUT-COUNT <= WS-SKIP-INPUT
               CONTINUE
           ELSE
               MOVE "T" TO WS-ACK-SOURCE
               MOVE SPACES TO IN-APPROVED-BY
               IF WS-INPUT-STATUS = "00"
                   PERFORM VALIDATE-RECORD
               ELSE
                   MOVE "05" TO WS-VALIDATION-STATUS
               END-IF
               PERFORM DISPOSE-INPUT-RECORD
               IF NOT RUN-HAS-FAILED
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

      ******************************************************************
      * The checkpoint only advances past a record whose disposal
      * succeeded: checkpointing a failed disposal would make the
           IF VALID-RECORD AND INDEX-IS-OPEN
               PERFORM CHECK-DUPLICATE-KEY
           END-IF.
           IF VALID-RECORD
               PERFORM CHECK-AUTHORIZATION-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN DUPLICATE-KEY
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN HELD-FOR-APPROVAL
                   PERFORM WRITE-PENDING-RECORD
               WHEN VALID-RECORD
                   PERFORM BUILD-TRAN-RECORD
                   IF IN-ENTRY-REVERSAL
                       PERFORM MARK-ORIGINAL-REVERSED
                   END-IF
                   IF NOT RUN-HAS-FAILED
                       PERFORM WRITE-DATA-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.
                   WHEN DUPLICATE-KEY
                       MOVE "S" TO ACK-DISPOSITION
                       MOVE WS-VALIDATION-STATUS TO ACK-REASON-CODE
                   WHEN HELD-FOR-APPROVAL
                       MOVE "H" TO ACK-DISPOSITION
                       MOVE WS-VALIDATION-STATUS TO ACK-REASON-CODE
                   WHEN VALID-RECORD
                       MOVE "P" TO ACK-DISPOSITION
                       MOVE SPACES TO ACK-REASON-CODE
               END-EVALUATE
               MOVE WS-RUN-SEQUENCE TO ACK-RUN-SEQUENCE
               MOVE WS-ACK-SOURCE TO ACK-SOURCE
               IF WS-ACK-SOURCE = "T" AND INBOUND-FILE-CHECKED
                   MOVE WS-INBOUND-SEQUENCE TO ACK-FILE-SEQUENCE
                   MOVE WS-INBOUND-DATE TO ACK-FILE-DATE
               ELSE
                   MOVE SPACES TO ACK-FILE-SEQUENCE
                   MOVE SPACES TO ACK-FILE-DATE
               END-IF
               MOVE IN-ORIGIN TO ACK-ORIGIN
               WRITE ACK-LINE
               IF WS-ACK-STATUS NOT = "00"
                   MOVE WS-ACK-STATUS TO WS-CHECK-STATUS
               MOVE "10" TO WS-VALIDATION-STATUS
           END-IF.

      ******************************************************************
      * A record whose home-currency amount is above its branch's
      * authorization limit, in either sign, waits for a second
      * operator instead of posting (16). Only a record coming back
      * from reenvios.txt with an approver stamped on it is let
      * through: the approval program puts it there, and the sender's
      * own input cannot approve itself.
      ******************************************************************
       CHECK-AUTHORIZATION-LIMIT.
           IF WS-ACK-SOURCE = "R" AND IN-APPROVED-BY NOT = SPACES
               CONTINUE
           ELSE
               MOVE 1 TO WS-LIMIT-SUB
               PERFORM SCAN-LIMIT-TABLE
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                   OR IN-BRANCH = WS-LIMIT-BRANCH (WS-LIMIT-SUB)
               MOVE WS-HOME-AMOUNT TO WS-ABS-AMOUNT
               IF WS-LIMIT-SUB <= WS-LIMIT-COUNT
                   AND WS-ABS-AMOUNT > WS-LIMIT-AMOUNT (WS-LIMIT-SUB)
                   MOVE "16" TO WS-VALIDATION-STATUS
               END-IF
           END-IF.

       SCAN-LIMIT-TABLE.
           ADD 1 TO WS-LIMIT-SUB.

      ******************************************************************
      * Held records are written like suspects: a write that fails is
      * logged with the key, and the acknowledgment still tells the
      * sender the record was not posted.
      ******************************************************************
       WRITE-PENDING-RECORD.
           MOVE WS-VALIDATION-STATUS TO PND-REASON-CODE.
           MOVE IN-BASE-LINE TO PND-ORIGINAL-LINE.
           MOVE IN-EXTENSION TO PND-ORIGINAL-EXTENSION.
           MOVE WS-RUN-SEQUENCE TO PND-RUN-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PND-DATE.
           MOVE WS-LIMIT-AMOUNT (WS-LIMIT-SUB) TO PND-LIMIT-AMOUNT.
           IF PENDING-IS-OPEN
               WRITE PENDING-LINE
               MOVE WS-PENDING-STATUS TO WS-CHECK-STATUS
               IF CHK-SUCCESS
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   MOVE "escritura de pendientes" TO WS-OPERATION-DESC
                   PERFORM BUILD-STATUS-MESSAGE
                   PERFORM LOG-ERROR
               END-IF
           ELSE
               MOVE WS-PENDING-STATUS TO WS-CHECK-STATUS
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error: retenido no grabado, clave "
                   IN-KEY
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               PERFORM LOG-ERROR
           END-IF.

       WRITE-SUSPENSE-RECORD.
           MOVE WS-VALIDATION-STATUS TO SUS-REASON-CODE.
           MOVE IN-BASE-LINE TO SUS-ORIGINAL-LINE.
           MOVE IN-EXTENSION TO SUS-ORIGINAL-EXTENSION.
           MOVE WS-RUN-SEQUENCE TO SUS-RUN-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SUS-DATE.
           IF SUSPENSE-IS-OPEN
           MOVE WS-FILE-STATUS TO WS-CHECK-STATUS.
           IF CHK-SUCCESS
               ADD 1 TO WS-RECORD-COUNT
               IF TRAN-ENTRY-REVERSAL
                   ADD 1 TO WS-REVERSAL-COUNT
               END-IF
               ADD TRAN-AMOUNT TO WS-AMOUNT-NET
               IF TRAN-AMOUNT < ZERO
                   SUBTRACT TRAN-AMOUNT FROM WS-AMOUNT-DEBIT
               ELSE
                   ADD TRAN-AMOUNT TO WS-AMOUNT-CREDIT
               END-IF
               PERFORM WRITE-BRANCH-RECORD
               IF WS-BRANCH-WRITE-STATUS = "00"
                   ADD 1 TO WS-BRANCH-COUNT (WS-BRANCH-SUB)
               END-IF
           ELSE
           IF VALID-RECORD
               PERFORM VALIDATE-BUSINESS-DATE
           END-IF.
           IF VALID-RECORD
               PERFORM CHECK-BRANCH-OPEN
           END-IF.
           IF VALID-RECORD
               PERFORM CHECK-ENTRY-TYPE
           END-IF.
           IF VALID-RECORD AND NOT IN-ENTRY-REVERSAL
               PERFORM CHECK-CURRENCY
           END-IF.

      ******************************************************************
      * Spaces (or N) is an ordinary entry and R a reversal; any other
      * entry type is a malformed record (05).
      ******************************************************************
       CHECK-ENTRY-TYPE.
           EVALUATE TRUE
               WHEN IN-ENTRY-NORMAL
                   CONTINUE
               WHEN IN-ENTRY-REVERSAL
                   PERFORM CHECK-REVERSAL
               WHEN OTHER
                   MOVE "05" TO WS-VALIDATION-STATUS
           END-EVALUATE.

      ******************************************************************
      * A reversal must name a key already posted and loaded into
      * tranidx.dat (13), not reversed yet (14), and carry the same
      * amount, currency and branch as the original (15); a reversal
      * cannot itself be reversed (15). Without the index nothing can be
      * checked, so the reversal is rejected under 13 instead of
      * posted blind. An original already flagged reversed by this
      * very key is the same reversal met again on a rerun after a
      * failure, and passes.
      ******************************************************************
       CHECK-REVERSAL.
           IF NOT INDEX-IS-OPEN OR IN-ORIGINAL-KEY = SPACES
               MOVE "13" TO WS-VALIDATION-STATUS
           ELSE
               MOVE IN-ORIGINAL-KEY TO IDX-KEY
               READ INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-INDEX-STATUS NOT = "00"
                       MOVE "13" TO WS-VALIDATION-STATUS
                   WHEN IDX-IS-REVERSED AND IDX-LINKED-KEY NOT = IN-KEY
                       MOVE "14" TO WS-VALIDATION-STATUS
                   WHEN IDX-ENTRY-REVERSAL
                       MOVE "15" TO WS-VALIDATION-STATUS
                   WHEN IDX-BRANCH NOT = IN-BRANCH
                       MOVE "15" TO WS-VALIDATION-STATUS
                   WHEN OTHER
                       PERFORM CHECK-REVERSAL-AMOUNT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The reversal is entered as the original was: same currency,
      * same amount as entered. An original posted before records
      * carried a currency is in home currency and its TRAN-AMOUNT is
      * the amount entered. The reversal offsets the home amount the
      * original posted, not today's conversion of it, so the pair
      * nets to exactly zero whatever the rate has done since.
      ******************************************************************
       CHECK-REVERSAL-AMOUNT.
           MOVE IN-CURRENCY TO WS-CURRENCY-WORK.
           IF WS-CURRENCY-WORK = SPACES
               MOVE WS-HOME-CURRENCY TO WS-CURRENCY-WORK
           END-IF.
           EVALUATE TRUE
               WHEN IDX-CURRENCY = SPACES
                   AND WS-CURRENCY-WORK = WS-HOME-CURRENCY
                   AND IDX-AMOUNT = IN-AMOUNT
                   MOVE IDX-AMOUNT TO WS-HOME-AMOUNT
               WHEN IDX-CURRENCY = WS-CURRENCY-WORK
                   AND IDX-ORIGINAL-AMOUNT = IN-AMOUNT
                   MOVE IDX-AMOUNT TO WS-HOME-AMOUNT
               WHEN OTHER
                   MOVE "15" TO WS-VALIDATION-STATUS
           END-EVALUATE.

      ******************************************************************
      * A home-currency record posts its amount as entered. Any other
      * currency needs a rate in cambios_divisa.dat for the record's
      * own date: a currency with no rate on any date is unknown (18),
      * one known but without a rate for that date is 19. A converted
      * amount too large for the record is a bad amount (03).
      ******************************************************************
       CHECK-CURRENCY.
           MOVE IN-CURRENCY TO WS-CURRENCY-WORK.
           IF WS-CURRENCY-WORK = SPACES
               MOVE WS-HOME-CURRENCY TO WS-CURRENCY-WORK
           END-IF.
           IF WS-CURRENCY-WORK = WS-HOME-CURRENCY
               MOVE IN-AMOUNT TO WS-HOME-AMOUNT
           ELSE
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
                       IN-AMOUNT * WS-RATE-VALUE (WS-RATE-SUB)
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
      * The original is flagged before the reversal is written: if the
      * run dies in between, the rerun finds the flag carrying this
      * reversal's key and posts the reversal then. A flag already
      * there is that case, and is left alone. The change is
      * journaled like every other change to tranidx.dat; a flag that
      * cannot be written fails the run, since posting the reversal
      * without it would let the original be reversed twice.
      ******************************************************************
       MARK-ORIGINAL-REVERSED.
           MOVE IN-ORIGINAL-KEY TO IDX-KEY.
           READ INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-INDEX-STATUS = "00" AND NOT IDX-IS-REVERSED
               MOVE INDEX-RECORD TO WS-BEFORE-IMAGE
               MOVE "Y" TO IDX-REVERSED-FLAG
               MOVE IN-KEY TO IDX-LINKED-KEY
               REWRITE INDEX-RECORD
               IF WS-INDEX-STATUS = "00"
                   PERFORM WRITE-JOURNAL-RECORD
               END-IF
           END-IF.
           IF WS-INDEX-STATUS NOT = "00"
               MOVE WS-INDEX-STATUS TO WS-CHECK-STATUS
               MOVE "anulación en tranidx.dat" TO WS-OPERATION-DESC
               PERFORM BUILD-STATUS-MESSAGE
               PERFORM LOG-ERROR
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-RUN-FAILED-SWITCH
           END-IF.

       WRITE-JOURNAL-RECORD.
           IF JOURNAL-IS-OPEN
               MOVE FUNCTION CURRENT-DATE (1:14) TO JRN-TIMESTAMP
               MOVE "WRITE-FILE" TO JRN-PROGRAM
               MOVE SPACES TO JRN-OPERATOR
               MOVE "U" TO JRN-OPERATION
               MOVE IDX-KEY TO JRN-KEY
               MOVE WS-BEFORE-IMAGE (1:80) TO JRN-BEFORE-IMAGE
               MOVE WS-BEFORE-IMAGE (81:40) TO JRN-BEFORE-IMAGE-EXT
               MOVE INDEX-RECORD (1:80) TO JRN-AFTER-IMAGE
               MOVE INDEX-RECORD (81:40) TO JRN-AFTER-IMAGE-EXT
               MOVE WS-JRN-AREA TO JOURNAL-LINE
               WRITE JOURNAL-LINE
               MOVE WS-JOURNAL-STATUS TO WS-CHECK-STATUS
           ELSE
               MOVE "35" TO WS-CHECK-STATUS
           END-IF.
           IF NOT CHK-SUCCESS
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Aviso: anulación sin diario, clave " IDX-KEY
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               PERFORM LOG-ERROR
               DISPLAY WS-DISPLAY-MESSAGE
           END-IF.

      ******************************************************************
      * A known branch still cannot take movements dated before it
      * opened, or on or after the date it closed (12). A branch
      * marked closed with no close date on file is closed for every
      * date. WS-BRANCH-SUB is still positioned on the branch entry.
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
      * A numeric date is not yet a postable one: it must exist on a
      * real calendar (07) and, when calendario_proceso.dat is
      * loaded, fall inside the current accounting period and the
      * allowed back-dating window (08), not lie in the future (09)
      * and not land on a holiday (11). A date in a period the period
      * close has closed is refused under its own code (20) before
      * the back-dating window is even looked at.
      ******************************************************************
       VALIDATE-BUSINESS-DATE.
           MOVE IN-DATE TO WS-DATE-WORK.
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
                       WHEN CAL-TYPE-LIMIT
                           AND CAL-LIMIT-BRANCH NOT = SPACES
                           AND CAL-LIMIT-AMOUNT IS NUMERIC
                           AND WS-LIMIT-COUNT < 20
                           ADD 1 TO WS-LIMIT-COUNT
                           MOVE CAL-LIMIT-BRANCH
                               TO WS-LIMIT-BRANCH (WS-LIMIT-COUNT)
                           MOVE CAL-LIMIT-AMOUNT
                               TO WS-LIMIT-AMOUNT (WS-LIMIT-COUNT)
                       WHEN CAL-TYPE-CLOSED
                           AND CAL-CLOSED-PERIOD IS NUMERIC
                           AND CAL-CLOSED-PERIOD > WS-CLOSED-PERIOD
                           MOVE CAL-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * Treasury's rate file is loaded whole at startup. Without it the
      * run still posts home-currency records; every foreign one is
      * then rejected as an unknown currency. Rates past the table's
      * capacity are dropped with a warning, since a missing rate only
      * rejects records and never posts one at a wrong rate.
      ******************************************************************
       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM LOAD-RATE-RECORD
                   UNTIL WS-END-OF-RATES
               CLOSE RATE-FILE
           ELSE
               DISPLAY "Aviso: cambios_divisa.dat no disponible "
                   "(status " WS-RATE-STATUS "); solo se aceptan "
                   "registros en " WS-HOME-CURRENCY "."
           END-IF.

       LOAD-RATE-RECORD.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF-SWITCH
               NOT AT END
                   MOVE RATE-LINE TO WS-DIV-AREA
                   EVALUATE TRUE
                       WHEN DIV-DATE NOT NUMERIC
                           OR DIV-CURRENCY = SPACES
                           OR DIV-RATE NOT NUMERIC
                           CONTINUE
                       WHEN WS-RATE-LOADED >= 500
                           DISPLAY "Aviso: tabla de cambios llena; "
                               "se ignora " DIV-CURRENCY " " DIV-DATE
                       WHEN OTHER
                           ADD 1 TO WS-RATE-LOADED
                           MOVE DIV-DATE
                               TO WS-RATE-DATE (WS-RATE-LOADED)
                           MOVE DIV-CURRENCY
                               TO WS-RATE-CURRENCY (WS-RATE-LOADED)
                           MOVE DIV-RATE
                               TO WS-RATE-VALUE (WS-RATE-LOADED)
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * Unlike the calendar, the branch master is not optional: a
      * record whose branch cannot be looked up can be neither
      * validated nor routed to an extract. Without sucursales.dat, or
      * with no branch in it, the run stops here, before it touches
      * the checkpoint, so a rerun once the file is back starts clean.
      ******************************************************************
       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM LOAD-BRANCH-RECORD
                   UNTIL WS-END-OF-MASTER
               CLOSE BRANCH-MASTER-FILE
           END-IF.
           IF WS-BRANCH-LOADED = ZERO
               MOVE WS-MASTER-STATUS TO WS-CHECK-STATUS
               MOVE SPACES TO WS-DISPLAY-MESSAGE
               STRING "Error: sucursales.dat no disponible o sin "
                   "sucursales (status " WS-MASTER-STATUS "); la "
                   "ejecución no puede continuar."
                   DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               PERFORM LOG-ERROR
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-RUN-FAILED-SWITCH
           END-IF.

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
                           PERFORM ADD-BRANCH-ENTRY
                       WHEN OTHER
                           DISPLAY "Aviso: más de 20 sucursales en "
                               "sucursales.dat; se ignora " SUC-CODE
                   END-EVALUATE
           END-READ.

       ADD-BRANCH-ENTRY.
           IF SUC-OPEN-DATE NOT NUMERIC
               MOVE ZERO TO SUC-OPEN-DATE
           END-IF.
           IF SUC-CLOSE-DATE NOT NUMERIC
               MOVE ZERO TO SUC-CLOSE-DATE
           END-IF.
           ADD 1 TO WS-BRANCH-LOADED.
           MOVE WS-SUC-AREA TO WS-BRANCH-ENTRY (WS-BRANCH-LOADED).

      ******************************************************************
      * The record just posted to prueba.txt is routed to the extract
      * of the branch VALIDATE-BRANCH-CODE resolved; WS-BRANCH-SUB is
      * still positioned on that entry. The extract is opened for the
      * one record and closed again, so the status kept is the first
      * one that failed - open, write or close.
      ******************************************************************
       WRITE-BRANCH-RECORD.
           PERFORM SET-BRANCH-FILE-NAME.
           OPEN EXTEND BRANCH-FILE.
           IF WS-BRANCH-STATUS = "35"
               OPEN OUTPUT BRANCH-FILE
           END-IF.
           MOVE WS-BRANCH-STATUS TO WS-BRANCH-WRITE-STATUS.
           IF WS-BRANCH-STATUS = "00"
               MOVE WS-TRAN-AREA TO BRANCH-LINE
               WRITE BRANCH-LINE
               MOVE WS-BRANCH-STATUS TO WS-BRANCH-WRITE-STATUS
               CLOSE BRANCH-FILE
               IF WS-BRANCH-WRITE-STATUS = "00"
                   MOVE WS-BRANCH-STATUS TO WS-BRANCH-WRITE-STATUS
               END-IF
           END-IF.
           MOVE WS-BRANCH-WRITE-STATUS TO WS-CHECK-STATUS.
           IF NOT CHK-SUCCESS
               MOVE SPACES TO WS-OPERATION-DESC
               STRING "escritura de " DELIMITED BY SIZE
                   WS-BRANCH-FILE-NAME DELIMITED BY SPACE
                   INTO WS-OPERATION-DESC
               PERFORM BUILD-STATUS-MESSAGE
               PERFORM LOG-ERROR
               MOVE 8 TO RETURN-CODE
       VALIDATE-BRANCH-CODE.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR IN-BRANCH = WS-BRANCH-CODE (WS-BRANCH-SUB).
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE "06" TO WS-VALIDATION-STATUS
           END-IF.


       WRITE-REJECT-RECORD.
           MOVE WS-VALIDATION-STATUS TO REJ-REASON-CODE.
           MOVE IN-BASE-LINE TO REJ-ORIGINAL-LINE.
           MOVE IN-EXTENSION TO REJ-ORIGINAL-EXTENSION.
           MOVE WS-RUN-SEQUENCE TO REJ-RUN-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO REJ-DATE.
           IF REJECT-IS-OPEN
           IF CHK-SUCCESS
               PERFORM WRITE-BRANCH-HEADER
                   VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE "Y" TO WS-HEADER-FLAG
               PERFORM WRITE-CHECKPOINT
           ELSE
           IF CHK-SUCCESS
               PERFORM WRITE-BRANCH-TRAILER
                   VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               IF NOT RUN-HAS-FAILED
                   MOVE "Y" TO WS-TRAILER-FLAG
                   PERFORM WRITE-CHECKPOINT
           MOVE WS-AMOUNT-NET TO TOT-AMOUNT-NET.
           MOVE WS-AMOUNT-DEBIT TO TOT-AMOUNT-DEBIT.
           MOVE WS-AMOUNT-CREDIT TO TOT-AMOUNT-CREDIT.
           MOVE WS-BRANCH-LOADED TO TOT-BRANCH-USED.
           PERFORM MOVE-BRANCH-TOTAL
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.
           MOVE WS-TOT-AREA TO TOTAL-LINE.
           WRITE TOTAL-LINE.
           MOVE WS-TOTAL-STATUS TO WS-CHECK-STATUS.
           CLOSE TOTAL-FILE.

       MOVE-BRANCH-TOTAL.
           MOVE WS-BRANCH-CODE (WS-BRANCH-SUB)
               TO TOT-BRANCH-CODE (WS-BRANCH-SUB).
           MOVE WS-BRANCH-COUNT (WS-BRANCH-SUB)
               TO TOT-BRANCH-COUNT (WS-BRANCH-SUB).

                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF PENDING-IS-OPEN
               CLOSE PENDING-FILE
               MOVE WS-PENDING-STATUS TO WS-CHECK-STATUS
               IF NOT CHK-SUCCESS
                   MOVE "cierre de pendientes" TO WS-OPERATION-DESC
                   PERFORM BUILD-STATUS-MESSAGE
                   PERFORM LOG-ERROR
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF ACK-IS-OPEN
               CLOSE ACK-FILE
               IF WS-ACK-STATUS NOT = "00"
           IF INDEX-IS-OPEN
               CLOSE INDEX-FILE
           END-IF.
           IF JOURNAL-IS-OPEN
               CLOSE JOURNAL-FILE
           END-IF.
           IF ERRLOG-IS-OPEN
               CLOSE ERROR-LOG-FILE
               END-IF
           END-IF.

      ******************************************************************
      * The inbound file is judged before the run sequence moves or
      * any checkpoint is written: a refused file leaves the control
      * record exactly as the last run left it, so tomorrow's
      * corrected file (or a restart) finds it untouched.
      ******************************************************************
       INITIALIZE-RUN.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-START-STAMP.
           PERFORM READ-RUN-CONTROL.
           PERFORM CHECK-INBOUND-FILE.
           IF NOT INBOUND-FILE-ACCEPTED
               PERFORM REFUSE-INBOUND-FILE
           ELSE
               IF RESTARTING
                   DISPLAY "Aviso: reanudando la ejecución "
                       WS-RUN-SEQUENCE " con " WS-SKIP-INPUT
                       " registros de entrada ya procesados."
               ELSE
                   ADD 1 TO WS-RUN-SEQUENCE
               END-IF
               IF INBOUND-FILE-CHECKED
                   MOVE WS-INBOUND-SEQUENCE TO CTL-FILE-SEQUENCE
                   MOVE WS-INBOUND-DATE TO CTL-FILE-DATE
               END-IF
               PERFORM WRITE-CHECKPOINT
           END-IF.

      ******************************************************************
      * One pass over the whole file, header to trailer, before a
      * single record is posted. A file that cannot be opened is left
      * to the open of the main pass, which fails the run as before.
      ******************************************************************
       CHECK-INBOUND-FILE.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS = "00"
               MOVE "Y" TO WS-INBOUND-CHECKED-SWITCH
               PERFORM READ-INBOUND-LINE UNTIL WS-END-OF-INPUT
               CLOSE INPUT-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM JUDGE-INBOUND-FILE
           END-IF.

       READ-INBOUND-LINE.
           READ INPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INBOUND-LINES
                   MOVE INPUT-LINE TO WS-ENT-AREA
                   MOVE "N" TO WS-LAST-IS-TRAILER-SWITCH
                   EVALUATE TRUE
                       WHEN ENT-IS-HEADER
                           PERFORM NOTE-INBOUND-HEADER
                       WHEN ENT-IS-TRAILER
                           PERFORM NOTE-INBOUND-TRAILER
                       WHEN IN-FROM-STANDING-ORDER
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-INBOUND-DETAILS
                           IF IN-AMOUNT IS NUMERIC
                               ADD IN-AMOUNT TO WS-INBOUND-HASH
                           END-IF
                   END-EVALUATE
           END-READ.

       NOTE-INBOUND-HEADER.
           ADD 1 TO WS-INBOUND-HEADERS.
           IF WS-INBOUND-LINES = 1
               AND ENT-FILE-DATE IS NUMERIC
               AND ENT-FILE-SEQUENCE IS NUMERIC
               MOVE ENT-FILE-DATE TO WS-INBOUND-DATE
               MOVE ENT-FILE-SEQUENCE TO WS-INBOUND-SEQUENCE
           ELSE
               MOVE "N" TO WS-INBOUND-SHAPE-SWITCH
           END-IF.

       NOTE-INBOUND-TRAILER.
           ADD 1 TO WS-INBOUND-TRAILERS.
           MOVE "Y" TO WS-LAST-IS-TRAILER-SWITCH.
           IF ENT-RECORD-COUNT IS NUMERIC
               AND ENT-HASH-TOTAL IS NUMERIC
               MOVE ENT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE ENT-HASH-TOTAL TO WS-TRAILER-HASH
           ELSE
               MOVE "N" TO WS-INBOUND-SHAPE-SWITCH
           END-IF.

      ******************************************************************
      * The first failing check names the refusal. A control record
      * from before file control, or none at all, has no sequence to
      * expect: the file's own sequence is then taken as the start.
      ******************************************************************
       JUDGE-INBOUND-FILE.
           IF RESTARTING
               MOVE WS-LAST-FILE-SEQUENCE TO WS-EXPECTED-SEQUENCE
           ELSE
               IF WS-LAST-FILE-SEQUENCE = 999999
                   MOVE 1 TO WS-EXPECTED-SEQUENCE
               ELSE
                   COMPUTE WS-EXPECTED-SEQUENCE =
                       WS-LAST-FILE-SEQUENCE + 1
               END-IF
           END-IF.
           MOVE WS-INBOUND-DATE TO WS-DATE-WORK.
           MOVE "00" TO WS-VALIDATION-STATUS.
           IF INBOUND-SHAPE-OK
               PERFORM CHECK-INBOUND-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT INBOUND-SHAPE-OK
                   OR WS-INBOUND-HEADERS NOT = 1
                   OR WS-INBOUND-TRAILERS NOT = 1
                   OR NOT LAST-LINE-IS-TRAILER
                   MOVE "21" TO WS-FILE-REASON
               WHEN FILE-SEQUENCE-KNOWN
                   AND WS-INBOUND-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                   MOVE "22" TO WS-FILE-REASON
               WHEN NOT VALID-RECORD
                   MOVE "23" TO WS-FILE-REASON
               WHEN WS-INBOUND-DETAILS NOT = WS-TRAILER-COUNT
                   MOVE "24" TO WS-FILE-REASON
               WHEN WS-INBOUND-HASH NOT = WS-TRAILER-HASH
                   MOVE "25" TO WS-FILE-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-FILE-REASON
           END-EVALUATE.
           IF INBOUND-FILE-ACCEPTED AND NOT FILE-SEQUENCE-KNOWN
               DISPLAY "Aviso: sin secuencia de archivo anterior; se "
                   "acepta la secuencia " WS-INBOUND-SEQUENCE
                   " como inicial."
           END-IF.

      ******************************************************************
      * A processing day is a real date, not in the future and, when
      * the calendar is loaded, not one of its holidays.
      ******************************************************************
       CHECK-INBOUND-DATE.
           PERFORM CHECK-REAL-DATE.
           IF VALID-RECORD AND WS-DATE-WORK > WS-TODAY-DATE
               MOVE "09" TO WS-VALIDATION-STATUS
           END-IF.
           IF VALID-RECORD AND CALENDAR-IS-LOADED
               PERFORM CHECK-HOLIDAY-DATE
           END-IF.

       REFUSE-INBOUND-FILE.
           MOVE SPACES TO WS-DISPLAY-MESSAGE.
           EVALUATE TRUE
               WHEN FILE-CONTROL-MISSING
                   STRING "Archivo rechazado: cabecera o cola de "
                       "transacciones.txt ausente o errónea."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN FILE-SEQUENCE-WRONG
                   STRING "Archivo rechazado: secuencia "
                       WS-INBOUND-SEQUENCE ", se esperaba "
                       WS-EXPECTED-SEQUENCE "."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN FILE-DATE-NOT-WORKDAY
                   STRING "Archivo rechazado: fecha de archivo "
                       WS-INBOUND-DATE " no es día de proceso."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN FILE-COUNT-WRONG
                   STRING "Archivo rechazado: " WS-INBOUND-DETAILS
                       " registros, la cola indica "
                       WS-TRAILER-COUNT "."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN FILE-HASH-WRONG
                   MOVE WS-INBOUND-HASH TO WS-HASH-EDIT
                   MOVE WS-TRAILER-HASH TO WS-HASH-EDIT-2
                   STRING "Archivo rechazado: total hash "
                       FUNCTION TRIM(WS-HASH-EDIT) ", la cola indica "
                       FUNCTION TRIM(WS-HASH-EDIT-2) "."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
           END-EVALUATE.
           MOVE WS-FILE-REASON TO WS-CHECK-STATUS.
           PERFORM LOG-ERROR.
           MOVE 12 TO RETURN-CODE.
           MOVE "Y" TO WS-RUN-FAILED-SWITCH.

      ******************************************************************
      * The file-level answer. A refused file names no run, since none
      * was opened for it; a restart does not repeat the acceptance
      * the first attempt already sent.
      ******************************************************************
       WRITE-FILE-ACK-RECORD.
           IF ACK-IS-OPEN
               MOVE "*CABECERA*" TO ACK-KEY
               IF INBOUND-FILE-ACCEPTED
                   MOVE "A" TO ACK-DISPOSITION
                   MOVE WS-RUN-SEQUENCE TO ACK-RUN-SEQUENCE
               ELSE
                   MOVE "X" TO ACK-DISPOSITION
                   MOVE ZERO TO ACK-RUN-SEQUENCE
               END-IF
               MOVE WS-FILE-REASON TO ACK-REASON-CODE
               MOVE "T" TO ACK-SOURCE
               MOVE WS-INBOUND-SEQUENCE TO ACK-FILE-SEQUENCE
               MOVE WS-INBOUND-DATE TO ACK-FILE-DATE
               MOVE SPACE TO ACK-ORIGIN
               WRITE ACK-LINE
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "Aviso: no se pudo grabar la confirmación "
                       "de archivo, status " WS-ACK-STATUS
               END-IF
           END-IF.

       READ-RUN-CONTROL.
           MOVE ZERO TO WS-RUN-SEQUENCE.
                       IF CTL-RUN-SEQUENCE IS NUMERIC
                           MOVE CTL-RUN-SEQUENCE TO WS-RUN-SEQUENCE
                       END-IF
                       IF CTL-FILE-SEQUENCE IS NUMERIC
                           MOVE CTL-FILE-SEQUENCE
                               TO WS-LAST-FILE-SEQUENCE
                           MOVE "Y" TO WS-FILE-SEQ-KNOWN-SWITCH
                       END-IF
                       IF CTL-RUN-IN-FLIGHT
                           AND CTL-INPUT-COUNT IS NUMERIC
                           PERFORM RESTORE-CHECKPOINT
           MOVE CTL-WRITTEN-COUNT TO WS-RECORD-COUNT.
           MOVE CTL-REJECT-COUNT TO WS-REJECT-COUNT.
           MOVE CTL-SUSPENSE-COUNT TO WS-SUSPECT-COUNT.
           IF CTL-HELD-COUNT IS NUMERIC
               MOVE CTL-HELD-COUNT TO WS-HELD-COUNT
           END-IF.
           IF CTL-AMOUNT-NET IS NUMERIC
               MOVE CTL-AMOUNT-NET TO WS-AMOUNT-NET
               MOVE CTL-AMOUNT-DEBIT TO WS-AMOUNT-DEBIT
               MOVE CTL-AMOUNT-CREDIT TO WS-AMOUNT-CREDIT
           END-IF.
           IF CTL-BRANCH-USED IS NUMERIC
               PERFORM RESTORE-BRANCH-COUNT
                   VARYING WS-CTL-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-CTL-BRANCH-SUB > CTL-BRANCH-USED
                   OR WS-CTL-BRANCH-SUB > 20
           END-IF.

      ******************************************************************
      * Saved counts are matched back to the table by branch code, not
      * by position, so a branch added to the master between the
      * failure and the rerun does not shift the counts.
      ******************************************************************
       RESTORE-BRANCH-COUNT.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR CTL-BRANCH-CODE (WS-CTL-BRANCH-SUB)
                   = WS-BRANCH-CODE (WS-BRANCH-SUB).
           IF WS-BRANCH-SUB <= WS-BRANCH-LOADED
               AND CTL-BRANCH-COUNT (WS-CTL-BRANCH-SUB) IS NUMERIC
               MOVE CTL-BRANCH-COUNT (WS-CTL-BRANCH-SUB)
                   TO WS-BRANCH-COUNT (WS-BRANCH-SUB)
           END-IF.

      ******************************************************************
      * The checkpoint is the run's recovery anchor, so it is never
           MOVE WS-RECORD-COUNT TO CTL-WRITTEN-COUNT.
           MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT.
           MOVE WS-SUSPECT-COUNT TO CTL-SUSPENSE-COUNT.
           MOVE WS-HELD-COUNT TO CTL-HELD-COUNT.
           MOVE WS-AMOUNT-NET TO CTL-AMOUNT-NET.
           MOVE WS-AMOUNT-DEBIT TO CTL-AMOUNT-DEBIT.
           MOVE WS-AMOUNT-CREDIT TO CTL-AMOUNT-CREDIT.
           MOVE WS-BRANCH-LOADED TO CTL-BRANCH-USED.
           PERFORM SAVE-BRANCH-COUNT
               VARYING WS-BRANCH-SUB FROM 1 BY 1
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED.
           MOVE "Y" TO WS-CKPT-OK-SWITCH.
           OPEN OUTPUT CKPT-FILE.
           MOVE WS-CTL-AREA TO CKPT-LINE.
           END-IF.

       SAVE-BRANCH-COUNT.
           MOVE WS-BRANCH-CODE (WS-BRANCH-SUB)
               TO CTL-BRANCH-CODE (WS-BRANCH-SUB).
           MOVE WS-BRANCH-COUNT (WS-BRANCH-SUB)
               TO CTL-BRANCH-COUNT (WS-BRANCH-SUB).

                   "status " WS-ACK-STATUS
           END-IF.

       OPEN-PENDING-FILE.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS = "00"
               MOVE "Y" TO WS-PENDING-OPEN-OK
           ELSE
               DISPLAY "Aviso: no se pudo abrir "
                   "pendientes_aprobacion.txt, status "
                   WS-PENDING-STATUS
           END-IF.

       OPEN-SUSPENSE-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "35"
      ******************************************************************
      * The index is optional for the write itself: without it (first
      * night, or the file away for maintenance) the run proceeds,
      * only without duplicate control, rejecting any reversal since
      * its original cannot be checked, and says so. It is opened for
      * update because a reversal flags the original it cancels.
      ******************************************************************
       OPEN-INDEX-FILE.
           OPEN I-O INDEX-FILE.
           IF WS-INDEX-STATUS = "00"
               MOVE "Y" TO WS-INDEX-OPEN-OK
           ELSE
               DISPLAY "Aviso: tranidx.dat no disponible (status "
                   WS-INDEX-STATUS "); sin control de duplicados "
                   "ni anulaciones."
           END-IF.

      ******************************************************************
      * Like INDEX-LOAD, a run that cannot journal still posts; each
      * reversal flag that misses the journal is logged by key.
      ******************************************************************
       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS = "00"
               MOVE "Y" TO WS-JOURNAL-OPEN-OK
           ELSE
               DISPLAY "Aviso: no se pudo abrir diario_indice.txt, "
                   "status " WS-JOURNAL-STATUS
           END-IF.

       OPEN-REJECT-FILE.
           MOVE "DAT" TO TRAN-RECORD-TYPE.
           MOVE IN-KEY TO TRAN-KEY.
           MOVE IN-DATE TO TRAN-DATE.
           MOVE WS-HOME-AMOUNT TO TRAN-AMOUNT.
           MOVE IN-DESCRIPTION TO TRAN-DESCRIPTION.
           MOVE IN-BRANCH TO TRAN-BRANCH.
           MOVE WS-RUN-SEQUENCE TO TRAN-RUN-SEQUENCE.
           MOVE WS-CURRENCY-WORK TO TRAN-CURRENCY.
           MOVE IN-AMOUNT TO TRAN-ORIGINAL-AMOUNT.
           MOVE IN-ORIGIN TO TRAN-ORIGIN.
           IF IN-ENTRY-REVERSAL
               MOVE "R" TO TRAN-ENTRY-TYPE
               SUBTRACT WS-HOME-AMOUNT FROM ZERO GIVING TRAN-AMOUNT
               SUBTRACT IN-AMOUNT FROM ZERO
                   GIVING TRAN-ORIGINAL-AMOUNT
               MOVE IN-ORIGINAL-KEY TO TRAN-LINKED-KEY
           END-IF.
