      * Copybook:  TRANREC
      * Purpose :  Transaction record layout shared by WRITE-FILE,
      *            VERIFY-FILE and the index maintenance program. The
      *            same 120-byte area is used for the header, detail and
      *            trailer records written to prueba.txt, distinguished
      *            by TRAN-RECORD-TYPE. TRAN-BRANCH carries the office
      *            the transaction came from; the known codes live in
      *            the branch master, sucursales.dat.
      ******************************************************************
       01  WS-TRAN-AREA.
           05  TRAN-RECORD-TYPE          PIC X(3).
           05  TRAN-RUN-SEQUENCE         PIC 9(6).
           05  TRAN-RECORD-COUNT         PIC 9(6).
           05  TRAN-BRANCH               PIC X(3).
      ******************************************************************
      *    Reversal fields, in the bytes the 80-byte layout left as
      *    FILLER and beyond, so a record written before them reads
      *    with spaces here: an ordinary entry, not reversed. A
      *    reversal DAT record (entry type R) carries the offsetting
      *    amount and, in TRAN-LINKED-KEY, the key it cancels. In
      *    tranidx.dat the original it cancelled is flagged reversed
      *    and its TRAN-LINKED-KEY names the reversal.
      ******************************************************************
           05  TRAN-ENTRY-TYPE           PIC X(1).
               88  TRAN-ENTRY-REVERSAL       VALUE "R".
           05  TRAN-REVERSED-FLAG        PIC X(1).
               88  TRAN-IS-REVERSED          VALUE "Y".
           05  TRAN-LINKED-KEY           PIC X(10).
      ******************************************************************
      *    Currency fields, carved from the same filler. TRAN-AMOUNT
      *    is always in the home currency - every total, the control
      *    file, VERIFY-FILE and the GL interface add it and nothing
      *    else - and TRAN-ORIGINAL-AMOUNT is the amount as received,
      *    in TRAN-CURRENCY. A record written before them reads with
      *    spaces in both: a home-currency amount.
      ******************************************************************
           05  TRAN-CURRENCY             PIC X(3).
           05  TRAN-ORIGINAL-AMOUNT      PIC S9(9)V99.
      ******************************************************************
      *    Origin of a DAT record: O when the standing-order generator
      *    wrote it into the input, spaces when it was keyed.
      ******************************************************************
           05  TRAN-ORIGIN               PIC X(1).
               88  TRAN-FROM-STANDING-ORDER  VALUE "O".
           05  FILLER                    PIC X(21).
