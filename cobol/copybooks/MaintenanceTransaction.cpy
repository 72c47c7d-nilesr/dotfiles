      *          the office can see who changed what.  The taxable
      *          flag is T taxable, E exempt (with the certificate
      *          number alongside), blank to leave alone.
      *          A bank draft transaction (B) carries the customer's
      *          bank routing number, bank account number and account
      *          type (C checking, S savings) in place of the name,
      *          and the autopay flag (Y start drafting, N stop,
      *          blank leave alone); blank bank fields leave the
      *          bank details on file as they are.
      ******************************************************************
       01  MaintenanceRecord.
           05  MaintenanceActionCode   PIC X(01).
               88  MaintenanceIsAdd        VALUE "A".
               88  MaintenanceIsChange     VALUE "C".
               88  MaintenanceIsDeactivate VALUE "D".
               88  MaintenanceIsBankDraft  VALUE "B".
           05  MaintenanceAccountNumber PIC X(06).
           05  MaintenanceName         PIC X(30).
           05  MaintenanceBankFields REDEFINES MaintenanceName.
               10  MaintenanceBankRouting  PIC X(09).
               10  MaintenanceBankRoutingDigits
                       REDEFINES MaintenanceBankRouting.
                   15  MaintenanceRoutingDigit PIC 9(01)
                                           OCCURS 9 TIMES.
               10  MaintenanceBankAccount  PIC X(17).
               10  MaintenanceBankAccountType PIC X(01).
               10  MaintenanceAutopayFlag  PIC X(01).
               10  Filler                  PIC X(02).
           05  MaintenanceAddress      PIC X(30).
           05  MaintenanceGlAccount    PIC X(08).
           05  MaintenanceStatus       PIC X(01).
