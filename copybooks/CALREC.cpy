      *            period (AAAAMM) and how many days of back-dating
      *            are allowed; each "F" record is a holiday
      *            (AAAAMMDD) on which no transaction may be dated.
      *            Each "L" record is a branch's authorization limit:
      *            WRITE-FILE holds for a second operator's approval
      *            any record whose amount, either sign, is above it.
      *            A branch with no "L" record has no limit.
      *            Each "C" record is an accounting period the period
      *            close program has closed, with the operator who
      *            closed it and when; no transaction may be dated in
      *            a closed period, whatever the back-dating window.
      *            The close writes it when it advances the "P"
      *            record, so periods close in order and the highest
      *            closed period is all the validation needs.
      *            WRITE-FILE and the reject repair program load the
      *            file into the table below at startup; without the
      *            file they fall back to structural date validation
           05  CAL-RECORD-TYPE           PIC X(1).
               88  CAL-TYPE-PERIOD           VALUE "P".
               88  CAL-TYPE-HOLIDAY          VALUE "F".
               88  CAL-TYPE-LIMIT            VALUE "L".
               88  CAL-TYPE-CLOSED           VALUE "C".
           05  CAL-PERIOD-DATA.
               10  CAL-PERIOD            PIC 9(6).
               10  CAL-BACKDATE-DAYS     PIC 9(3).
               10  FILLER                PIC X(30).
           05  CAL-HOLIDAY-DATA REDEFINES CAL-PERIOD-DATA.
               10  CAL-HOLIDAY-DATE      PIC 9(8).
               10  FILLER                PIC X(31).
           05  CAL-LIMIT-DATA REDEFINES CAL-PERIOD-DATA.
               10  CAL-LIMIT-BRANCH      PIC X(3).
               10  CAL-LIMIT-AMOUNT      PIC 9(9)V99.
               10  FILLER                PIC X(25).
           05  CAL-CLOSED-DATA REDEFINES CAL-PERIOD-DATA.
               10  CAL-CLOSED-PERIOD     PIC 9(6).
               10  CAL-CLOSED-BY         PIC X(8).
               10  CAL-CLOSED-AT         PIC X(14).
               10  FILLER                PIC X(11).

       01  WS-CALENDAR-VALUES.
           05  WS-CAL-PERIOD             PIC 9(6) VALUE ZERO.
           05  WS-CAL-BACKDATE-DAYS      PIC 9(3) VALUE ZERO.
           05  WS-HOLIDAY-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-HOLIDAY-DATE           OCCURS 30 TIMES PIC 9(8).
           05  WS-LIMIT-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-LIMIT-ENTRY            OCCURS 20 TIMES.
               10  WS-LIMIT-BRANCH       PIC X(3).
               10  WS-LIMIT-AMOUNT       PIC 9(9)V99.
           05  WS-CLOSED-PERIOD          PIC 9(6) VALUE ZERO.
