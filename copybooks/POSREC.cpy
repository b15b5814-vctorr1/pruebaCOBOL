      ******************************************************************
      * Copybook:  POSREC
      * Purpose :  Branch position record kept in
      *            posicion_sucursales.dat, one record per branch,
      *            and the table the branch position program loads it
      *            into. Each record holds the branch's position after
      *            the last run rolled into it: the business date and
      *            sequence of that run, the opening balance the day
      *            started from, the day's debits and credits (debits
      *            being the negative amounts, as in the control
      *            totals) and the closing balance, which must equal
      *            the opening balance plus credits less debits. The
      *            next run's opening balance is this closing balance.
      *            A branch can be started from a known balance with a
      *            record whose run sequence is zero and whose closing
      *            balance is that balance. Every record rolled is
      *            also appended to historico_posiciones.txt in the
      *            same layout, so the position of any branch on any
      *            past business date can be looked up. The entry
      *            layout repeats the record layout so a record loads
      *            with one MOVE.
      ******************************************************************
       01  WS-POS-AREA.
           05  POS-BRANCH                PIC X(3).
           05  POS-BUSINESS-DATE         PIC X(8).
           05  POS-RUN-SEQUENCE          PIC 9(6).
           05  POS-OPENING               PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  POS-DEBIT                 PIC 9(11)V99.
           05  POS-CREDIT                PIC 9(11)V99.
           05  POS-CLOSING               PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
           05  POS-UPDATED-AT            PIC X(14).

       01  WS-POSITION-TABLE.
           05  WS-POSITION-LOADED        PIC 9(2) VALUE ZERO.
           05  WS-POSITION-ENTRY OCCURS 20 TIMES.
               10  WS-POS-BRANCH         PIC X(3).
               10  WS-POS-BUSINESS-DATE  PIC X(8).
               10  WS-POS-RUN-SEQUENCE   PIC 9(6).
               10  WS-POS-OPENING        PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
               10  WS-POS-DEBIT          PIC 9(11)V99.
               10  WS-POS-CREDIT         PIC 9(11)V99.
               10  WS-POS-CLOSING        PIC S9(11)V99
                                         SIGN LEADING SEPARATE.
               10  WS-POS-UPDATED-AT     PIC X(14).
