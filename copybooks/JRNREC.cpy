      *            say before" can be answered from the journal
      *            itself. The operator field is spaces for batch
      *            changes and carries the signed-on operator for
      *            interactive ones. WRITE-FILE journals the flag it
      *            sets on an original when it posts a reversal.
      ******************************************************************
       01  WS-JRN-AREA.
           05  JRN-TIMESTAMP             PIC X(14).
           05  JRN-KEY                   PIC X(10).
           05  JRN-BEFORE-IMAGE          PIC X(80).
           05  JRN-AFTER-IMAGE           PIC X(80).
      ******************************************************************
      *    Bytes 81 to 120 of each image, appended when the record
      *    grew, so journal lines written before then still read (the
      *    missing bytes come back as spaces, which is what those
      *    records held). Writers split each 120-byte image across
      *    the two fields; the rebuild joins them back.
      ******************************************************************
           05  JRN-BEFORE-IMAGE-EXT      PIC X(40).
           05  JRN-AFTER-IMAGE-EXT       PIC X(40).
