      ******************************************************************
      * Copybook:  LCKREC
      * Purpose :  Exclusive-use run lock kept in bloqueo_ejecucion.dat.
      *            One record while the lock is held, an empty (or
      *            missing) file while it is free. The nightly batch
      *            driver takes it for the whole job through RUN-LOCK
      *            (holder LOTE), handing it by name to a step that
      *            checks the lock itself; each interactive or
      *            maintenance program that updates the shared files
      *            takes it for its session at start-up (holder
      *            SESION) and empties the file at the end, so neither
      *            side can run over the other's files. The record
      *            names the holder, the program, the operator (blank
      *            where the program has no sign-on) and the start time
      *            AAAAMMDDHHMMSS.
      *            A lock older than WS-LCK-STALE-HOURS is reported as
      *            probably left by a dead run; it is only ever cleared
      *            through RUN-LOCK's forced release, which requires an
      *            operator and writes the override to auditoria.txt.
      *            WS-LCK-OWN-AREA keeps the record a program wrote, so
      *            it only releases a lock that is still its own.
      ******************************************************************
       01  WS-LCK-AREA.
           05  LCK-HOLDER                PIC X(8).
               88  LCK-HELD-BY-BATCH         VALUE "LOTE".
               88  LCK-HELD-BY-SESSION       VALUE "SESION".
               88  LCK-IS-FREE               VALUE SPACES.
           05  LCK-PROGRAM               PIC X(16).
           05  LCK-OPERATOR              PIC X(8).
           05  LCK-STARTED.
               10  LCK-START-DATE        PIC 9(8).
               10  LCK-START-HOUR        PIC 9(2).
               10  LCK-START-REST        PIC X(4).

       01  WS-LCK-OWN-AREA               PIC X(46) VALUE SPACES.
       01  WS-LCK-STALE-HOURS            PIC 9(2) VALUE 6.
       01  WS-LCK-NOW.
           05  WS-LCK-NOW-DATE           PIC 9(8).
           05  WS-LCK-NOW-HOUR           PIC 9(2).
       01  WS-LCK-AGE-HOURS              PIC S9(5) VALUE ZERO.
       01  WS-LCK-AGE-EDIT               PIC -----9.
       01  WS-LCK-STALE-SWITCH           PIC X(1) VALUE "N".
           88  LCK-IS-STALE                  VALUE "Y".
