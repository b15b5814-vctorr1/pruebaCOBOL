      *          with its before and after images to the change
      *          journal, diario_indice.txt, so a corrupted index can
      *          be rebuilt by replaying the journal instead of only
      *          from whatever runs are still in prueba.txt. A
      *          rewrite keeps the reversed flag and linked key
      *          WRITE-FILE set on an entry when it posted a reversal
      *          against it.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(120).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(320).

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

       FD JOURNAL-FILE.
       01 JOURNAL-LINE PIC X(285).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
           88 JOURNAL-IS-OPEN VALUE "Y".
       01 WS-JOURNAL-GAP-SWITCH PIC X(1) VALUE "N".
           88 JOURNAL-HAS-GAP VALUE "Y".
       01 WS-BEFORE-IMAGE PIC X(120).
      ******************************************************************
      * The stored entry's reversal fields, kept by name across the
      * move of the extract's content over the record.
      ******************************************************************
       01 WS-SAVED-REVERSED-FLAG PIC X(1) VALUE SPACE.
           88 SAVED-IS-REVERSED VALUE "Y".
       01 WS-SAVED-LINKED-KEY PIC X(10) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-SEQUENCE.
      ******************************************************************
      * The existing record is read back first so the journal carries
      * a true before-image; only then is the extract's content put
      * in its place and rewritten. A reversal flag WRITE-FILE set on
      * the entry is carried over: reloading a run never undoes a
      * reversal posted since.
      ******************************************************************
       REWRITE-RECORD.
           READ INDEX-FILE
           END-READ.
           IF CHK-SUCCESS
               MOVE INDEX-RECORD TO WS-BEFORE-IMAGE
               MOVE IDX-REVERSED-FLAG TO WS-SAVED-REVERSED-FLAG
               MOVE IDX-LINKED-KEY TO WS-SAVED-LINKED-KEY
               MOVE WS-TRAN-AREA TO INDEX-RECORD
               IF SAVED-IS-REVERSED
                   MOVE WS-SAVED-REVERSED-FLAG TO IDX-REVERSED-FLAG
                   MOVE WS-SAVED-LINKED-KEY TO IDX-LINKED-KEY
               END-IF
               REWRITE INDEX-RECORD
           END-IF.
           IF CHK-SUCCESS
               MOVE "INDEX-LOAD" TO JRN-PROGRAM
               MOVE SPACES TO JRN-OPERATOR
               MOVE IDX-KEY TO JRN-KEY
               MOVE WS-BEFORE-IMAGE (1:80) TO JRN-BEFORE-IMAGE
               MOVE WS-BEFORE-IMAGE (81:40) TO JRN-BEFORE-IMAGE-EXT
               MOVE INDEX-RECORD (1:80) TO JRN-AFTER-IMAGE
               MOVE INDEX-RECORD (81:40) TO JRN-AFTER-IMAGE-EXT
               MOVE WS-JRN-AREA TO JOURNAL-LINE
               WRITE JOURNAL-LINE
               IF WS-JOURNAL-STATUS NOT = "00"
