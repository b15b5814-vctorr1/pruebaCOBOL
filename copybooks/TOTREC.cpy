      *            TRAN-AMOUNT plus separate debit (negative amounts)
      *            and credit (positive amounts) totals, so a run can
      *            only reconcile when the posted value matches what
      *            was sent, not just the number of lines. The
      *            per-branch counts are keyed by branch code, one
      *            entry per office in sucursales.dat.
      ******************************************************************
       01  WS-TOT-AREA.
           05  TOT-RECORD-COUNT          PIC 9(6).
                                         SIGN LEADING SEPARATE.
           05  TOT-AMOUNT-DEBIT          PIC 9(11)V99.
           05  TOT-AMOUNT-CREDIT         PIC 9(11)V99.
           05  TOT-BRANCH-USED           PIC 9(2).
           05  TOT-BRANCH-ENTRY          OCCURS 20 TIMES.
               10  TOT-BRANCH-CODE       PIC X(3).
               10  TOT-BRANCH-COUNT      PIC 9(6).
