      ******************************************************************
      * Author:
      * Date:
      * Purpose: Integrity audit of the keyed file against everything
      *          else that says what was posted. Four records of the
      *          postings are kept - tranidx.dat, the DAT records in
      *          prueba.txt, the archived extracts listed in
      *          archivo_manifiesto.txt and the change journal
      *          diario_indice.txt - and an INDEX-LOAD failure, a
      *          restore or a manual INDEX-MAINT change can put them
      *          out of step. Every DAT record in the archives (in
      *          manifest order) and in prueba.txt is gathered by
      *          key, a later posting of a key replacing an earlier
      *          one as INDEX-LOAD does; the records of a run still in
      *          flight are left out, since INDEX-LOAD has not had
      *          them yet. The last journal entry of each posted key
      *          is noted, and tranidx.dat is then read end to end.
      *          Three kinds of break are reported: a posted key
      *          missing from the index (FALTA EN INDICE), an index
      *          entry whose date, amount or branch differs from its
      *          posting with no journal entry leaving it that way
      *          (DIFIERE), and an index entry with no posting behind
      *          it at all (SIN CONTABILIZAR). A difference the
      *          journal accounts for - its last entry for the key
      *          carries the values the index holds - and a posted key
      *          the journal shows deleted are counted as explained,
      *          not as breaks. Each break is listed by key in
      *          informe_integridad.txt with the index values and the
      *          posted values one above the other. Meant to run
      *          weekly outside the nightly window (see
      *          batch/auditoria_semanal.sh). RC=0 when everything
      *          agrees, RC=4 when any break is found, RC=8 when a
      *          file cannot be read and the audit is incomplete.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "control_ejecucion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO "archivo_manifiesto.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOURCE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "diario_indice.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT INDEX-FILE ASSIGN TO "tranidx.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-KEY
           ALTERNATE RECORD KEY IS IDX-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS IDX-BRANCH WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "informe_integridad.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(100).

       FD SOURCE-FILE.
       01 SOURCE-LINE PIC X(120).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(285).

       FD INDEX-FILE.
       COPY TRANREC
           REPLACING ==WS-TRAN-AREA== BY ==INDEX-RECORD==
                     ==TRAN-TYPE-HEADER== BY ==IDX-TYPE-HEADER==
                     ==TRAN-TYPE-DATA== BY ==IDX-TYPE-DATA==
                     ==TRAN-TYPE-TRAILER== BY ==IDX-TYPE-TRAILER==
                     ==TRAN-RECORD-TYPE== BY ==IDX-RECORD-TYPE==
                     ==TRAN-KEY== BY ==IDX-KEY==
                     ==TRAN-DATE== BY ==IDX-DATE==
                     ==TRAN-AMOUNT== BY ==IDX-AMOUNT==
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

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       COPY CTLREC.
       COPY JRNREC.

       01 WS-CONTROL-STATUS PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-SOURCE-STATUS PIC X(2).
       01 WS-JOURNAL-STATUS PIC X(2).
       01 WS-REPORT-STATUS PIC X(2).
       01 WS-FILE-STATUS PIC X(2).
           88 CHK-SUCCESS VALUE "00".
           88 CHK-FILE-NOT-FOUND VALUE "35".
       01 WS-SOURCE-NAME PIC X(30).
       01 WS-DISPLAY-MESSAGE PIC X(100).
       01 WS-MANIFEST-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MANIFEST VALUE "Y".
       01 WS-SOURCE-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-SOURCE VALUE "Y".
       01 WS-JOURNAL-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-JOURNAL VALUE "Y".
       01 WS-INDEX-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-INDEX VALUE "Y".
       01 WS-REPORT-OPEN-SWITCH PIC X(1) VALUE "N".
           88 REPORT-IS-OPEN VALUE "Y".
       01 WS-INDEX-READ-SWITCH PIC X(1) VALUE "N".
           88 INDEX-WAS-READ VALUE "Y".
       01 WS-TABLE-FULL-SWITCH PIC X(1) VALUE "N".
           88 POSTED-TABLE-FULL VALUE "Y".
       01 WS-FLIGHT-SEQUENCE PIC 9(6) VALUE ZERO.
       01 WS-SOURCE-SUB PIC 9(2) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(2) VALUE ZERO.
       01 WS-SOURCE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-POSTED-SUB PIC 9(5) VALUE ZERO.
       01 WS-SEARCH-KEY PIC X(10).

      ******************************************************************
      * Archive files named by the manifest, in the order it names
      * them, which is the order they were archived in.
      ******************************************************************
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-FILE-NAME OCCURS 60 TIMES PIC X(30).

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

      ******************************************************************
      * One entry per posted key: the posting the index should hold
      * (the latest one read), the last journal entry for the key -
      * its operation and the date, amount and branch of its after
      * image, as bytes - and whether the index was found to hold the
      * key. The amount in the after image is kept as it was written,
      * so it is compared with the index's bytes, not converted.
      ******************************************************************
       01 WS-POSTED-TABLE.
           05 WS-POSTED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-POSTED-ENTRY OCCURS 9999 TIMES.
               10 WS-PST-KEY PIC X(10).
               10 WS-PST-RUN-SEQUENCE PIC 9(6).
               10 WS-PST-DATE PIC X(8).
               10 WS-PST-AMOUNT PIC S9(9)V99.
               10 WS-PST-BRANCH PIC X(3).
               10 WS-PST-IN-INDEX PIC X(1).
               10 WS-PST-JRN-OPERATION PIC X(1).
               10 WS-PST-JRN-DATE PIC X(8).
               10 WS-PST-JRN-AMOUNT PIC X(11).
               10 WS-PST-JRN-BRANCH PIC X(3).

       01 WS-DAT-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-INDEX-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-JOURNAL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DIFFER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNPOSTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-EXPLAINED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DELETED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BREAK-COUNT PIC 9(6) VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(30)
               VALUE "AUDITORIA DE INTEGRIDAD DEL IN".
           05 FILLER PIC X(15) VALUE "DICE   EMITIDO ".
           05 TITLE-DATE PIC X(8).
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(17) VALUE "INCIDENCIA       ".
           05 FILLER PIC X(11) VALUE "CLAVE      ".
           05 FILLER PIC X(10) VALUE "LADO      ".
           05 FILLER PIC X(9) VALUE "FECHA    ".
           05 FILLER PIC X(15) VALUE "        IMPORTE".
           05 FILLER PIC X(5) VALUE " SUC ".
           05 FILLER PIC X(7) VALUE "EJEC.  ".
           05 FILLER PIC X(26) VALUE "OBSERVACION".
       01 WS-DETAIL-LINE.
           05 DET-BREAK PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-KEY PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-SIDE PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-AMOUNT PIC ---,---,--9.99.
           05 DET-AMOUNT-X REDEFINES DET-AMOUNT PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-RUN-SEQUENCE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOTE PIC X(26).
       01 WS-TOTAL-LINE.
           05 TOT-LABEL PIC X(40).
           05 TOT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-CONTROL.
           PERFORM COLLECT-POSTINGS.
           PERFORM READ-JOURNAL.
           PERFORM OPEN-REPORT-FILE.
           IF REPORT-IS-OPEN
               PERFORM AUDIT-INDEX-FILE
               IF INDEX-WAS-READ
                   PERFORM REPORT-MISSING-KEYS
                       VARYING WS-POSTED-SUB FROM 1 BY 1
                       UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
               END-IF
               PERFORM WRITE-TOTAL-LINES
               CLOSE REPORT-FILE
           END-IF.
           COMPUTE WS-BREAK-COUNT =
               WS-MISSING-COUNT + WS-DIFFER-COUNT + WS-UNPOSTED-COUNT.
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   CONTINUE
               WHEN WS-BREAK-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE SPACES TO WS-DISPLAY-MESSAGE
                   STRING "Índice con descuadres: ver "
                       "informe_integridad.txt."
                       DELIMITED BY SIZE INTO WS-DISPLAY-MESSAGE
               WHEN OTHER
                   MOVE "Índice, extractos y diario concuerdan."
                       TO WS-DISPLAY-MESSAGE
           END-EVALUATE.
           DISPLAY WS-DISPLAY-MESSAGE.
           DISPLAY "Registros contabilizados leídos: "
               WS-DAT-READ-COUNT.
           DISPLAY "Claves contabilizadas:          " WS-POSTED-COUNT.
           DISPLAY "Entradas del índice leídas:     "
               WS-INDEX-READ-COUNT.
           DISPLAY "Faltan en el índice:            " WS-MISSING-COUNT.
           DISPLAY "Difieren sin diario:            " WS-DIFFER-COUNT.
           DISPLAY "Sin contabilizar:               "
               WS-UNPOSTED-COUNT.
           DISPLAY "Explicadas por el diario:       "
               WS-EXPLAINED-COUNT.
           STOP RUN.

      ******************************************************************
      * Only a run still in flight is left out: its records are in
      * prueba.txt but INDEX-LOAD has not loaded them yet.
      ******************************************************************
       READ-RUN-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-CTL-AREA
                       IF CTL-RUN-IN-FLIGHT
                           AND CTL-RUN-SEQUENCE IS NUMERIC
                           MOVE CTL-RUN-SEQUENCE TO WS-FLIGHT-SEQUENCE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      ******************************************************************
      * A missing manifest only means nothing was ever archived. The
      * archives are read oldest first and prueba.txt last, so the
      * posting kept for a key is always its latest.
      ******************************************************************
       COLLECT-POSTINGS.
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
      * An archive the manifest names but that cannot be read leaves
      * its postings unknown: every index entry from it would show as
      * unposted, so the audit says so and ends RC=8.
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

       READ-SOURCE-LINE.
           READ SOURCE-FILE
               AT END
                   MOVE "Y" TO WS-SOURCE-EOF-SWITCH
               NOT AT END
                   MOVE SOURCE-LINE TO WS-TRAN-AREA
                   IF TRAN-TYPE-DATA
                       AND NOT (WS-FLIGHT-SEQUENCE > ZERO
                           AND TRAN-RUN-SEQUENCE = WS-FLIGHT-SEQUENCE)
                       ADD 1 TO WS-DAT-READ-COUNT
                       PERFORM STORE-POSTING
                   END-IF
           END-READ.

      ******************************************************************
      * A key posted again (a resubmission under the same key, a
      * reload) takes the later posting's values. A full table stops
      * the audit from vouching for the rest: RC=8, once.
      ******************************************************************
       STORE-POSTING.
           MOVE TRAN-KEY TO WS-SEARCH-KEY.
           PERFORM FIND-POSTED-KEY.
           IF WS-POSTED-SUB > WS-POSTED-COUNT
               IF WS-POSTED-COUNT < 9999
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE WS-POSTED-COUNT TO WS-POSTED-SUB
                   MOVE TRAN-KEY TO WS-PST-KEY (WS-POSTED-SUB)
                   MOVE "N" TO WS-PST-IN-INDEX (WS-POSTED-SUB)
                   MOVE SPACES TO WS-PST-JRN-OPERATION (WS-POSTED-SUB)
               ELSE
                   IF NOT POSTED-TABLE-FULL
                       DISPLAY "Error: más de 9999 claves "
                           "contabilizadas; auditoría incompleta."
                       MOVE "Y" TO WS-TABLE-FULL-SWITCH
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF WS-POSTED-SUB <= WS-POSTED-COUNT
               MOVE TRAN-RUN-SEQUENCE
                   TO WS-PST-RUN-SEQUENCE (WS-POSTED-SUB)
               MOVE TRAN-DATE TO WS-PST-DATE (WS-POSTED-SUB)
               IF TRAN-AMOUNT IS NUMERIC
                   MOVE TRAN-AMOUNT TO WS-PST-AMOUNT (WS-POSTED-SUB)
               ELSE
                   MOVE ZERO TO WS-PST-AMOUNT (WS-POSTED-SUB)
               END-IF
               MOVE TRAN-BRANCH TO WS-PST-BRANCH (WS-POSTED-SUB)
           END-IF.

       FIND-POSTED-KEY.
           MOVE 1 TO WS-POSTED-SUB.
           PERFORM SCAN-POSTED-TABLE
               UNTIL WS-POSTED-SUB > WS-POSTED-COUNT
               OR WS-SEARCH-KEY = WS-PST-KEY (WS-POSTED-SUB).

       SCAN-POSTED-TABLE.
           ADD 1 TO WS-POSTED-SUB.

      ******************************************************************
      * The journal is read in the order it was written, so what is
      * left against each posted key is its last entry. Keys never
      * posted are of no interest here: an index entry without a
      * posting is a break whatever the journal says.
      ******************************************************************
       READ-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           EVALUATE WS-JOURNAL-STATUS
               WHEN "00"
                   PERFORM READ-JOURNAL-LINE UNTIL WS-END-OF-JOURNAL
                   CLOSE JOURNAL-FILE
               WHEN "35"
                   DISPLAY "Aviso: no existe diario_indice.txt; "
                       "ninguna diferencia queda explicada."
               WHEN OTHER
                   DISPLAY "Error al abrir diario_indice.txt, status "
                       WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       READ-JOURNAL-LINE.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   MOVE JOURNAL-LINE TO WS-JRN-AREA
                   MOVE JRN-KEY TO WS-SEARCH-KEY
                   PERFORM FIND-POSTED-KEY
                   IF WS-POSTED-SUB <= WS-POSTED-COUNT
                       PERFORM NOTE-JOURNAL-ENTRY
                   END-IF
           END-READ.

      ******************************************************************
      * After-image offsets are those of the TRANREC layout: date at
      * 14, amount at 22 for 11 bytes, branch at 70.
      ******************************************************************
       NOTE-JOURNAL-ENTRY.
           MOVE JRN-OPERATION TO WS-PST-JRN-OPERATION (WS-POSTED-SUB).
           MOVE JRN-AFTER-IMAGE (14:8)
               TO WS-PST-JRN-DATE (WS-POSTED-SUB).
           MOVE JRN-AFTER-IMAGE (22:11)
               TO WS-PST-JRN-AMOUNT (WS-POSTED-SUB).
           MOVE JRN-AFTER-IMAGE (70:3)
               TO WS-PST-JRN-BRANCH (WS-POSTED-SUB).

       OPEN-REPORT-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS = "00"
               MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               MOVE FUNCTION CURRENT-DATE (1:8) TO TITLE-DATE
               MOVE WS-TITLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-COLUMN-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               DISPLAY "Error: no se pudo abrir informe_integridad.txt"
                   ", status " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * Without the index there is nothing to audit against: every
      * posted key would be reported missing, which says nothing.
      ******************************************************************
       AUDIT-INDEX-FILE.
           OPEN INPUT INDEX-FILE.
           IF CHK-SUCCESS
               PERFORM AUDIT-INDEX-RECORD UNTIL WS-END-OF-INDEX
               CLOSE INDEX-FILE
               MOVE "Y" TO WS-INDEX-READ-SWITCH
           ELSE
               IF CHK-FILE-NOT-FOUND
                   MOVE "No existe tranidx.dat; auditoría no hecha."
                       TO REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "Error al abrir tranidx.dat, status "
                       WS-FILE-STATUS "; auditoría no realizada."
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       AUDIT-INDEX-RECORD.
           READ INDEX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-INDEX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INDEX-READ-COUNT
                   MOVE IDX-KEY TO WS-SEARCH-KEY
                   PERFORM FIND-POSTED-KEY
                   IF WS-POSTED-SUB > WS-POSTED-COUNT
                       PERFORM REPORT-UNPOSTED-ENTRY
                   ELSE
                       MOVE "Y" TO WS-PST-IN-INDEX (WS-POSTED-SUB)
                       PERFORM COMPARE-WITH-POSTING
                   END-IF
           END-READ.

       REPORT-UNPOSTED-ENTRY.
           IF NOT POSTED-TABLE-FULL
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "SIN CONTABILIZAR" TO DET-BREAK
               MOVE IDX-KEY TO DET-KEY
               PERFORM MOVE-INDEX-SIDE
               IF IDX-RUN-SEQUENCE IS NUMERIC
                   MOVE "NO HALLADA EN EXTRACTOS" TO DET-NOTE
               ELSE
                   MOVE "SIN EJECUCION DE ORIGEN" TO DET-NOTE
               END-IF
               PERFORM WRITE-DETAIL-LINE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "EXTRACTO" TO DET-SIDE
               MOVE "AUSENTE" TO DET-DATE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      ******************************************************************
      * Only date, amount and branch are compared: the reversed flag
      * and linked key are set on the index after posting by design.
      * A difference stands unless the key's last journal entry is an
      * add or rewrite that left exactly the values the index holds.
      ******************************************************************
       COMPARE-WITH-POSTING.
           IF IDX-DATE = WS-PST-DATE (WS-POSTED-SUB)
               AND IDX-AMOUNT IS NUMERIC
               AND IDX-AMOUNT = WS-PST-AMOUNT (WS-POSTED-SUB)
               AND IDX-BRANCH = WS-PST-BRANCH (WS-POSTED-SUB)
               CONTINUE
           ELSE
               IF (WS-PST-JRN-OPERATION (WS-POSTED-SUB) = "A"
                   OR WS-PST-JRN-OPERATION (WS-POSTED-SUB) = "U")
                   AND IDX-DATE = WS-PST-JRN-DATE (WS-POSTED-SUB)
                   AND INDEX-RECORD (22:11)
                       = WS-PST-JRN-AMOUNT (WS-POSTED-SUB)
                   AND IDX-BRANCH = WS-PST-JRN-BRANCH (WS-POSTED-SUB)
                   ADD 1 TO WS-EXPLAINED-COUNT
               ELSE
                   PERFORM REPORT-DIFFERING-ENTRY
               END-IF
           END-IF.

       REPORT-DIFFERING-ENTRY.
           ADD 1 TO WS-DIFFER-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "DIFIERE" TO DET-BREAK.
           MOVE IDX-KEY TO DET-KEY.
           PERFORM MOVE-INDEX-SIDE.
           MOVE "SIN ENTRADA EN EL DIARIO" TO DET-NOTE.
           PERFORM WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM MOVE-POSTED-SIDE.
           PERFORM WRITE-DETAIL-LINE.

      ******************************************************************
      * A posted key the index lacks. If the journal's last word on it
      * is a delete, somebody removed it on purpose and on record.
      ******************************************************************
       REPORT-MISSING-KEYS.
           IF WS-PST-IN-INDEX (WS-POSTED-SUB) NOT = "Y"
               IF WS-PST-JRN-OPERATION (WS-POSTED-SUB) = "D"
                   ADD 1 TO WS-DELETED-COUNT
                   ADD 1 TO WS-EXPLAINED-COUNT
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "FALTA EN INDICE" TO DET-BREAK
                   MOVE WS-PST-KEY (WS-POSTED-SUB) TO DET-KEY
                   MOVE "INDICE" TO DET-SIDE
                   MOVE "AUSENTE" TO DET-DATE
                   PERFORM WRITE-DETAIL-LINE
                   MOVE SPACES TO WS-DETAIL-LINE
                   PERFORM MOVE-POSTED-SIDE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

       MOVE-INDEX-SIDE.
           MOVE "INDICE" TO DET-SIDE.
           MOVE IDX-DATE TO DET-DATE.
           IF IDX-AMOUNT IS NUMERIC
               MOVE IDX-AMOUNT TO DET-AMOUNT
           ELSE
               MOVE "   ILEGIBLE" TO DET-AMOUNT-X
           END-IF.
           MOVE IDX-BRANCH TO DET-BRANCH.
           MOVE IDX-RUN-SEQUENCE TO DET-RUN-SEQUENCE.

       MOVE-POSTED-SIDE.
           MOVE "EXTRACTO" TO DET-SIDE.
           MOVE WS-PST-DATE (WS-POSTED-SUB) TO DET-DATE.
           MOVE WS-PST-AMOUNT (WS-POSTED-SUB) TO DET-AMOUNT.
           MOVE WS-PST-BRANCH (WS-POSTED-SUB) TO DET-BRANCH.
           MOVE WS-PST-RUN-SEQUENCE (WS-POSTED-SUB)
               TO DET-RUN-SEQUENCE.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TOTAL-LINES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLAVES CONTABILIZADAS" TO TOT-LABEL.
           MOVE WS-POSTED-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ENTRADAS DEL INDICE" TO TOT-LABEL.
           MOVE WS-INDEX-READ-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "FALTAN EN EL INDICE" TO TOT-LABEL.
           MOVE WS-MISSING-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DIFIEREN SIN ENTRADA EN EL DIARIO" TO TOT-LABEL.
           MOVE WS-DIFFER-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "ENTRADAS SIN CONTABILIZAR" TO TOT-LABEL.
           MOVE WS-UNPOSTED-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DIFERENCIAS EXPLICADAS POR EL DIARIO" TO TOT-LABEL.
           COMPUTE TOT-COUNT = WS-EXPLAINED-COUNT - WS-DELETED-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "BAJAS REGISTRADAS EN EL DIARIO" TO TOT-LABEL.
           MOVE WS-DELETED-COUNT TO TOT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           IF RETURN-CODE = 8
               MOVE "AUDITORIA INCOMPLETA: VER MENSAJES DEL PASO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
