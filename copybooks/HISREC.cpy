      ******************************************************************
      * Copybook:  HISREC
      * Purpose :  Run-history record appended to
      *            historial_ejecuciones.txt. control_ejecucion.dat
      *            only ever holds the latest run and
      *            interfaz_contable.txt only the latest feed, so each
      *            batch step that certifies a run - VERIFY-FILE when
      *            it reconciles it, GL-EXTRACT when it feeds it to the
      *            ledger - appends one record with the run sequence,
      *            the program, the return code it ended with and
      *            when. A run counts as reconciled, or as fed, when
      *            the file holds a record of that step for it ending
      *            RC=00. The file is append-only; the period close
      *            program reads it to prove every run of the period,
      *            and the branch position program to roll forward
      *            only a reconciled run.
      ******************************************************************
       01  WS-HIS-AREA.
           05  HIS-RUN-SEQUENCE          PIC 9(6).
           05  HIS-PROGRAM               PIC X(14).
               88  HIS-BY-VERIFY             VALUE "VERIFY-FILE".
               88  HIS-BY-GL-EXTRACT         VALUE "GL-EXTRACT".
           05  HIS-RETURN-CODE           PIC 9(2).
           05  HIS-TIMESTAMP             PIC X(14).
