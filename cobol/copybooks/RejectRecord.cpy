               88  RejectedClosedPeriod    VALUE "R008".
               88  RejectedCreditHold      VALUE "R009".
               88  RejectedOverCreditLimit VALUE "R010".
               88  RejectedBatchOutOfBalance VALUE "R011".
               88  RejectedOutsideBatch    VALUE "R012".
           05  RejectedReasonText      PIC X(30).
           05  Filler                  PIC X(11).
