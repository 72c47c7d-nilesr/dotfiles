      *          OilsIntake or reposted by OilsCorrection, written to
      *          AuditFile so the day's postings can be reconstructed
      *          for an insurance or tax audit after the fact.
      *          OilsAdjustments writes to the same file: a record
      *          whose source program is OILSADJUST carries the
      *          before/after images of the OpenItemRecord a credit
      *          or debit memo touched, not a ticket (a debit memo's
      *          before image is spaces, the item being new).
      *          OilsBalance skips those records when it proves the
      *          day's tickets.
      ******************************************************************
       01  AuditRecord.
           05  AuditRunDate            PIC 9(08).
