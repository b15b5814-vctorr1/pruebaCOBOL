      *          the branch browse START at the requested office, so
      *          "what did branch 002 post on the 15th?" reads only
      *          the records that answer it. The index is opened
      *          INPUT and nothing is ever written to it. The branch
      *          browse checks the requested office against the branch
      *          master sucursales.dat and heads the listing with its
      *          name and whether it is open or closed; a code not in
      *          the master is refused before the index is read. Each
      *          line also shows whether the entry is a reversal (and
      *          of which key) or an original already reversed (and by
      *          which key).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PRINT-FILE ASSIGN TO "consulta_salida.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT BRANCH-MASTER-FILE ASSIGN TO "sucursales.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
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

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(100).

       FD BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-LINE PIC X(36).

       WORKING-STORAGE SECTION.
       COPY SUCTAB.

       01 WS-FILE-STATUS PIC X(2).
           88 CHK-SUCCESS VALUE "00".
           88 CHK-FILE-NOT-FOUND VALUE "35".
       01 WS-BROWSE-DONE-SWITCH PIC X(1) VALUE "N".
           88 BROWSE-IS-DONE VALUE "Y".
       01 WS-SHOWN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-MASTER-EOF-SWITCH PIC X(1) VALUE "N".
           88 WS-END-OF-MASTER VALUE "Y".
       01 WS-BRANCH-SUB PIC 9(2) VALUE ZERO.

       01 WS-BRANCH-HEADING.
           05 FILLER PIC X(9) VALUE "SUCURSAL ".
           05 BRH-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BRH-NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BRH-STATE PIC X(12).
           05 BRH-CLOSE-DATE PIC X(8).
           05 FILLER PIC X(55) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(12) VALUE "CLAVE       ".
           05 FILLER PIC X(10) VALUE "FECHA     ".
           05 FILLER PIC X(5) VALUE "SUC  ".
           05 FILLER PIC X(17) VALUE "IMPORTE          ".
           05 FILLER PIC X(27) VALUE "DESCRIPCION".
           05 FILLER PIC X(29) VALUE "ANULACION".
       01 WS-DETAIL-LINE.
           05 DET-KEY PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMOUNT PIC ----,---,--9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DESCRIPTION PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REVERSAL-MARK PIC X(8).
           05 DET-LINKED-KEY PIC X(10).
           05 FILLER PIC X(11) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-INDEX-FILE.
               WHEN "F"
                   PERFORM BROWSE-DATE-RANGE
               WHEN "S"
                   PERFORM CHECK-BRANCH-SELECT
                   IF WS-BRANCH-SUB <= WS-BRANCH-LOADED
                       PERFORM BROWSE-BRANCH
                   END-IF
               WHEN OTHER
                   MOVE "Modo no reconocido." TO WS-DISPLAY-MESSAGE
           END-EVALUATE.
                   DISPLAY "Sucursal: " WITH NO ADVANCING
                   MOVE SPACES TO WS-BRANCH-SELECT
                   ACCEPT WS-BRANCH-SELECT
                   PERFORM LOAD-BRANCH-MASTER
               WHEN OTHER
                   DISPLAY "Clave inicial (vacío=desde el principio): "
                       WITH NO ADVANCING
                   END-IF
           END-READ.

      ******************************************************************
      * The requested office must be in the branch master; its name
      * and state head the listing. WS-BRANCH-SUB is left past the
      * end of the table when the code is not there.
      ******************************************************************
       CHECK-BRANCH-SELECT.
           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM SCAN-BRANCH-TABLE
               UNTIL WS-BRANCH-SUB > WS-BRANCH-LOADED
               OR WS-BRANCH-SELECT = WS-BRANCH-CODE (WS-BRANCH-SUB).
           IF WS-BRANCH-SUB > WS-BRANCH-LOADED
               MOVE "Sucursal no registrada en sucursales.dat."
                   TO WS-DISPLAY-MESSAGE
           ELSE
               MOVE WS-BRANCH-CODE (WS-BRANCH-SUB) TO BRH-CODE
               MOVE WS-BRANCH-NAME (WS-BRANCH-SUB) TO BRH-NAME
               IF WS-BRANCH-STATE (WS-BRANCH-SUB) = "C"
                   MOVE "CERRADA EL " TO BRH-STATE
                   MOVE WS-BRANCH-CLOSE-DATE (WS-BRANCH-SUB)
                       TO BRH-CLOSE-DATE
               ELSE
                   MOVE "ACTIVA" TO BRH-STATE
                   MOVE SPACES TO BRH-CLOSE-DATE
               END-IF
               DISPLAY WS-BRANCH-HEADING
               IF PRINT-IS-OPEN
                   MOVE WS-BRANCH-HEADING TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       SCAN-BRANCH-TABLE.
           ADD 1 TO WS-BRANCH-SUB.

      ******************************************************************
      * Branch browse on the IDX-BRANCH alternate key: START at the
      * requested office and stop at the first record of the next
           MOVE IDX-BRANCH TO DET-BRANCH.
           MOVE IDX-AMOUNT TO DET-AMOUNT.
           MOVE IDX-DESCRIPTION TO DET-DESCRIPTION.
           EVALUATE TRUE
               WHEN IDX-ENTRY-REVERSAL
                   MOVE "ANULA" TO DET-REVERSAL-MARK
                   MOVE IDX-LINKED-KEY TO DET-LINKED-KEY
               WHEN IDX-IS-REVERSED
                   MOVE "ANULADA" TO DET-REVERSAL-MARK
                   MOVE IDX-LINKED-KEY TO DET-LINKED-KEY
               WHEN OTHER
                   MOVE SPACES TO DET-REVERSAL-MARK
                   MOVE SPACES TO DET-LINKED-KEY
           END-EVALUATE.
           DISPLAY WS-DETAIL-LINE.
           ADD 1 TO WS-SHOWN-COUNT.
           IF PRINT-IS-OPEN
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM LOAD-BRANCH-RECORD
                   UNTIL WS-END-OF-MASTER
               CLOSE BRANCH-MASTER-FILE
           ELSE
               DISPLAY "Aviso: sucursales.dat no disponible (status "
                   WS-MASTER-STATUS ")."
           END-IF.

       LOAD-BRANCH-RECORD.
           READ BRANCH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE BRANCH-MASTER-LINE TO WS-SUC-AREA
                   IF SUC-CODE NOT = SPACES
                       AND WS-BRANCH-LOADED < 20
                       ADD 1 TO WS-BRANCH-LOADED
                       MOVE WS-SUC-AREA
                           TO WS-BRANCH-ENTRY (WS-BRANCH-LOADED)
                   END-IF
           END-READ.
