      ******************************************************************
      * Copybook:  PNDREC
      * Purpose :  Held-record layout of pendientes_aprobacion.txt,
      *            shared by WRITE-FILE, the approval program and the
      *            reports that show the held queue. WRITE-FILE holds
      *            here, instead of posting, any valid record whose
      *            amount is above its branch's authorization limit;
      *            the reason code is 16. The original input line and
      *            its extension are kept verbatim so an approved
      *            record goes back through reenvios.txt unchanged,
      *            carrying who keyed it, who repaired it and, once
      *            approved, who approved it. The run sequence and
      *            date stamp when the record was held, and the limit
      *            it exceeded is kept for the approver to see.
      ******************************************************************
       01  PENDING-LINE.
           05  PND-REASON-CODE           PIC X(2).
           05  PND-ORIGINAL-LINE         PIC X(57).
           05  PND-RUN-SEQUENCE          PIC X(6).
           05  PND-DATE                  PIC X(8).
           05  PND-ORIGINAL-EXTENSION    PIC X(43).
           05  PND-LIMIT-AMOUNT          PIC 9(9)V99.
