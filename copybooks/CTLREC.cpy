      *            sequence instead of double-posting from the first
      *            record. A record holding only the six-digit
      *            sequence (the old layout) reads as a completed run.
      *            The per-branch counts are kept by branch code, one
      *            entry per office in sucursales.dat, so a restart
      *            matches them to the branch master however many
      *            offices it holds.
      ******************************************************************
       01  WS-CTL-AREA.
           05  CTL-RUN-SEQUENCE          PIC 9(6).
                                         SIGN LEADING SEPARATE.
           05  CTL-AMOUNT-DEBIT          PIC 9(11)V99.
           05  CTL-AMOUNT-CREDIT         PIC 9(11)V99.
      ******************************************************************
      *    The three fixed per-branch counts of the first branch
      *    layout, kept as filler so the fields after them stay where
      *    earlier records have them. The counts themselves now live
      *    in CTL-BRANCH-ENTRY at the end of the record.
      ******************************************************************
           05  FILLER                    PIC X(18).
      ******************************************************************
      *    Appended after the original fields so an in-flight record
      *    written by an earlier layout still restores: the missing
      *    earlier layout; the panel then falls back to today's date.
      ******************************************************************
           05  CTL-RUN-TIMESTAMP         PIC X(14).
      ******************************************************************
      *    Per-branch counts keyed by branch code, appended so older
      *    records still read: CTL-BRANCH-USED comes back as spaces
      *    and the restart simply starts the branch counts at zero.
      ******************************************************************
           05  CTL-BRANCH-USED           PIC 9(2).
           05  CTL-BRANCH-ENTRY          OCCURS 20 TIMES.
               10  CTL-BRANCH-CODE       PIC X(3).
               10  CTL-BRANCH-COUNT      PIC 9(6).
      ******************************************************************
      *    Records held for approval so far, appended like the fields
      *    above: an older record reads it as spaces and the restart
      *    starts the count at zero.
      ******************************************************************
           05  CTL-HELD-COUNT            PIC 9(6).
      ******************************************************************
      *    Inbound file control: the file sequence and file date of
      *    the transacciones.txt the run accepted, appended like the
      *    fields above. The next run expects the following sequence;
      *    a restart of a run in flight expects the same file again.
      *    An older record reads them as spaces, and the first
      *    controlled file is then accepted at whatever sequence it
      *    carries.
      ******************************************************************
           05  CTL-FILE-SEQUENCE         PIC 9(6).
           05  CTL-FILE-DATE             PIC 9(8).
