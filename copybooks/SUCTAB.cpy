      ******************************************************************
      * Copybook:  SUCTAB
      * Purpose :  Branch-office master record kept in sucursales.dat,
      *            maintained through the branch maintenance program,
      *            and the table the batch programs load it into at
      *            startup. Each record carries the office code, its
      *            name, whether it is active (A) or closed (C), the
      *            dates it opened and closed (AAAAMMDD, zeros while
      *            still open) and the general-ledger cost centre its
      *            movements are booked to. WRITE-FILE validates every
      *            input record's branch code against the table and
      *            routes the record to that branch's own extract
      *            file; VERIFY-FILE, GL-EXTRACT and the monthly
      *            statement walk the same table, so opening or
      *            closing an office is a change to sucursales.dat,
      *            not to the programs. The entry layout repeats the
      *            record layout so a record loads with one MOVE.
      ******************************************************************
       01  WS-SUC-AREA.
           05  SUC-CODE                  PIC X(3).
           05  SUC-NAME                  PIC X(10).
           05  SUC-STATUS                PIC X(1).
               88  SUC-ACTIVE                VALUE "A".
               88  SUC-CLOSED                VALUE "C".
           05  SUC-OPEN-DATE             PIC 9(8).
           05  SUC-CLOSE-DATE            PIC 9(8).
           05  SUC-COST-CENTRE           PIC X(6).

       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-LOADED          PIC 9(2) VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 20 TIMES.
               10  WS-BRANCH-CODE        PIC X(3).
               10  WS-BRANCH-NAME        PIC X(10).
               10  WS-BRANCH-STATE       PIC X(1).
               10  WS-BRANCH-OPEN-DATE   PIC 9(8).
               10  WS-BRANCH-CLOSE-DATE  PIC 9(8).
               10  WS-BRANCH-COST-CENTRE PIC X(6).
