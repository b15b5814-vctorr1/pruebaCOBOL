      ******************************************************************
      * Copybook:  ORDREC
      * Purpose :  Standing-order record kept in
      *            ordenes_permanentes.dat, maintained through the
      *            standing-order maintenance program, and the table
      *            the programs load it into.
      *            Each order is a transaction a branch would otherwise
      *            key by hand every month or every week: the key
      *            prefix that names it, the branch, the amount (home
      *            currency), the description, the frequency (M
      *            mensual, S semanal), the next date it falls due and
      *            the last date it may fall due (zeros while it runs
      *            open-ended). A monthly order keeps the day of the
      *            month it was set up on in ORD-ANCHOR-DAY, so an
      *            order for the 31st falls on the last day of shorter
      *            months and returns to the 31st afterwards. The
      *            status is A activa, F finalizada (past its end date)
      *            or B dada de baja; orders are never deleted, so the
      *            prefix stays taken and the audit trail can name it.
      *            ORD-ENTERED-BY is the operator who set up or last
      *            changed the order; the generated records carry it as
      *            their keyer. The generator writes every occurrence
      *            due into transacciones.txt keyed with the prefix and
      *            the scheduled date (AAMMDD), and notes the file
      *            sequence it wrote into and the due date it started
      *            from, so while that file sequence has not been
      *            accepted the file sent in its place gets the same
      *            occurrences again.
      *            The entry layout repeats the record layout so a
      *            record loads with one MOVE.
      ******************************************************************
       01  WS-ORD-AREA.
           05  ORD-PREFIX                PIC X(4).
           05  ORD-BRANCH                PIC X(3).
           05  ORD-AMOUNT                PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
           05  ORD-DESCRIPTION           PIC X(25).
           05  ORD-FREQUENCY             PIC X(1).
               88  ORD-MONTHLY               VALUE "M".
               88  ORD-WEEKLY                VALUE "S".
           05  ORD-ANCHOR-DAY            PIC 9(2).
           05  ORD-NEXT-DUE              PIC 9(8).
           05  ORD-END-DATE              PIC 9(8).
           05  ORD-STATUS                PIC X(1).
               88  ORD-ACTIVE                VALUE "A".
               88  ORD-FINISHED              VALUE "F".
               88  ORD-CANCELLED             VALUE "B".
           05  ORD-ENTERED-BY            PIC X(8).
           05  ORD-GEN-FILE-SEQUENCE     PIC 9(6).
           05  ORD-GEN-FROM-DUE          PIC 9(8).

       01  WS-ORDER-TABLE.
           05  WS-ORDER-LOADED           PIC 9(3) VALUE ZERO.
           05  WS-ORDER-ENTRY OCCURS 100 TIMES.
               10  WS-ORD-PREFIX         PIC X(4).
               10  WS-ORD-BRANCH         PIC X(3).
               10  WS-ORD-AMOUNT         PIC S9(9)V99
                                         SIGN LEADING SEPARATE.
               10  WS-ORD-DESCRIPTION    PIC X(25).
               10  WS-ORD-FREQUENCY      PIC X(1).
               10  WS-ORD-ANCHOR-DAY     PIC 9(2).
               10  WS-ORD-NEXT-DUE       PIC 9(8).
               10  WS-ORD-END-DATE       PIC 9(8).
               10  WS-ORD-STATUS         PIC X(1).
               10  WS-ORD-ENTERED-BY     PIC X(8).
               10  WS-ORD-GEN-FILE-SEQUENCE
                                         PIC 9(6).
               10  WS-ORD-GEN-FROM-DUE   PIC 9(8).
