      *          date and are counted in the oldest bucket: they are
      *          at least that old. The report is written to
      *          informe_antiguedad.txt; the run ends RC=4 when
      *          anything needs escalation so the batch can page. The
      *          records held for approval in
      *          pendientes_aprobacion.txt are aged the same way, on
      *          the row of their own code 16, so an approval nobody
      *          gets round to is escalated like any other queue.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pendientes_aprobacion.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT REPORT-FILE ASSIGN TO "informe_antiguedad.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       FD SUSPENSE-FILE.
       COPY SUSREC.

       FD PENDING-FILE.
       COPY PNDREC.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).


       01 WS-REJECT-STATUS PIC X(2).
       01 WS-SUSPENSE-STATUS PIC X(2).
       01 WS-PENDING-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-EOF-SWITCH PIC X(1) VALUE "N".

      ******************************************************************
      * One row per MOTIVOS entry, three age buckets per row:
      * 1 = today, 2 = 1 to 7 days, 3 = over 7 days. The table has
      * room to spare so a code added to the copybook needs no change
      * here; only the first WS-REASON-OTHER-SUB rows are used.
      ******************************************************************
       01 WS-AGE-TABLE.
           05 WS-AGE-ROW OCCURS 30 TIMES.
               10 WS-AGE-COUNT OCCURS 3 TIMES PIC 9(6).
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET-TOTAL OCCURS 3 TIMES PIC 9(6) VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(24) VALUE "ANTIGUEDAD DE RECHAZOS, ".
           05 FILLER PIC X(26) VALUE "SUSPENSOS Y RETENIDOS AL  ".
           05 TITLE-DATE PIC X(8).
           05 FILLER PIC X(42) VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(4) VALUE "COD ".
           05 FILLER PIC X(27) VALUE "MOTIVO                     ".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CLEAR-AGE-TABLE
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-OTHER-SUB.
           PERFORM COUNT-REJECT-FILE.
           PERFORM COUNT-SUSPENSE-FILE.
           PERFORM COUNT-PENDING-FILE.
           PERFORM WRITE-AGING-REPORT.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Pendientes totales:     " WS-PENDING-TOTAL.
                   PERFORM TALLY-PENDING-ITEM
           END-READ.

       COUNT-PENDING-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
               WHEN "00"
                   PERFORM COUNT-ONE-HELD UNTIL WS-END-OF-FILE
                   CLOSE PENDING-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Error al abrir pendientes_aprobacion.txt, "
                       "status " WS-PENDING-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       COUNT-ONE-HELD.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PND-REASON-CODE TO WS-REASON-CODE-IN
                   MOVE PND-DATE TO WS-STAMP-DATE
                   PERFORM TALLY-PENDING-ITEM
           END-READ.

      ******************************************************************
      * The bucket comes from the stamp date; a blank or unreadable
      * stamp (a record from before the stamp existed) lands in the
       FIND-REASON-ENTRY.
           MOVE 1 TO WS-REASON-SUB.
           PERFORM SCAN-REASON-TABLE
               UNTIL WS-REASON-SUB = WS-REASON-OTHER-SUB
               OR WS-REASON-CODE-IN = WS-REASON-CODE (WS-REASON-SUB).

       SCAN-REASON-TABLE.
               WRITE REPORT-LINE
               PERFORM WRITE-ONE-AGE-LINE
                   VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-OTHER-SUB
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-BUCKET-TOTAL (1) TO TOT-TODAY
