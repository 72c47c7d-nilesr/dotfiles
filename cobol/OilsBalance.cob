      *                  downstream programs refuse to run past a
      *                  cross-foot failure instead of trusting the
      *                  operator to read the console.
      *   2026-10-15 RN  The day's audit image recount now counts only
      *                  the ticket images OilsIntake and
      *                  OilsCorrection write, so open-item images
      *                  from a same-day memo adjustment run no
      *                  longer throw the audit cross-foot out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsBalance.
      ******************************************************************
      * RecountAuditFile - AuditFile spans the month, so only the
      * images stamped with tonight's run date count against tonight's
      * postings, and only the ticket images the two posting programs
      * wrote - the office's memo adjustments image open items, not
      * tickets, and have no control record to foot against.
      ******************************************************************
       RecountAuditFile.
           PERFORM CountOneAuditRecord UNTIL AuditFileAtEof.
                   MOVE "Y" TO AuditFileEofFlag
               NOT AT END
                   IF AuditRunDate = ParameterRunDate
                       AND (AuditSourceProgram = "OILSINTAKE"
                            OR AuditSourceProgram = "OILSCORRECT")
                       ADD 1 TO DayAuditImageCount
                   END-IF
           END-READ.
