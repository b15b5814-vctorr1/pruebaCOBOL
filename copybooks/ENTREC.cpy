      ******************************************************************
      * Copybook:  ENTREC
      * Purpose :  Control records of the inbound transacciones.txt.
      *            The source system opens the file with a header
      *            carrying the file date (AAAAMMDD) and its file
      *            sequence number, one higher than the file before,
      *            and closes it with a trailer carrying the number of
      *            detail records and the hash total of their amounts
      *            as sent. Both are told apart from a detail record
      *            by the record identifier in the key position, which
      *            no transaction key may take. WRITE-FILE checks the
      *            whole file against them before posting anything.
      ******************************************************************
       01  WS-ENT-AREA.
           05  ENT-RECORD-ID             PIC X(10).
               88  ENT-IS-HEADER             VALUE "*CABECERA*".
               88  ENT-IS-TRAILER            VALUE "*TOTALES**".
           05  ENT-HEADER-DATA.
               10  ENT-FILE-DATE         PIC 9(8).
               10  ENT-FILE-SEQUENCE     PIC 9(6).
               10  FILLER                PIC X(76).
           05  ENT-TRAILER-DATA REDEFINES ENT-HEADER-DATA.
               10  ENT-RECORD-COUNT      PIC 9(6).
               10  ENT-HASH-TOTAL        PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
               10  FILLER                PIC X(68).
