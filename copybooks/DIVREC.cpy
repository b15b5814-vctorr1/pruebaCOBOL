      ******************************************************************
      * Copybook:  DIVREC
      * Purpose :  Exchange-rate record kept in cambios_divisa.dat,
      *            maintained daily by treasury, and the table the
      *            programs that validate transactions load it into at
      *            startup. Each record gives, for one date
      *            (AAAAMMDD) and one currency code, how many units of
      *            the home currency one unit of that currency is
      *            worth. A transaction in a currency that appears
      *            nowhere in the file is refused as unknown; one in a
      *            known currency dated a day with no rate for it is
      *            refused as having no rate. The home currency needs
      *            no rate: an input record with a blank currency code
      *            is in the home currency, as every record was before
      *            the code existed.
      ******************************************************************
       01  WS-DIV-AREA.
           05  DIV-DATE                  PIC 9(8).
           05  DIV-CURRENCY              PIC X(3).
           05  DIV-RATE                  PIC 9(5)V9(6).

       01  WS-HOME-CURRENCY              PIC X(3) VALUE "EUR".

       01  WS-RATE-TABLE.
           05  WS-RATE-LOADED            PIC 9(3) VALUE ZERO.
           05  WS-RATE-ENTRY OCCURS 500 TIMES.
               10  WS-RATE-DATE          PIC 9(8).
               10  WS-RATE-CURRENCY      PIC X(3).
               10  WS-RATE-VALUE         PIC 9(5)V9(6).
