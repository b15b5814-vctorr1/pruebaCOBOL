      ******************************************************************
      * Copybook:  AUDREC
      * Purpose :  Audit-trail record appended to auditoria.txt by the
      *            interactive correction programs (REJECT-REPAIR,
      *            INDEX-MAINT's dialog and BRANCH-MAINT, which keys
      *            its records by branch code) and by the approval
      *            program APPROVE-HELD, which records each approval
      *            or denial as a change of the APROBACION field from
      *            RETENIDO, and RUN-LOCK, which records a forced
      *            release of the run lock as its holder and start
      *            time changed to LIBERADO. One record per accepted
      *            change of one field: who, when, which program,
      *            which key, which field, and the value before and
      *            after. The file is append-only; the audit report
