      ******************************************************************
           05  REJ-RUN-SEQUENCE          PIC X(6).
           05  REJ-DATE                  PIC X(8).
      ******************************************************************
      *    Bytes 58 to 100 of the original input line (entry type and
      *    the key a reversal cancels), appended so older records
      *    still read with the extension as spaces.
      ******************************************************************
           05  REJ-ORIGINAL-EXTENSION    PIC X(43).
