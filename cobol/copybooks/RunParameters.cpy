           05  ParameterTaxGlAccount       PIC X(08).
           05  ParameterHistoryRetainMonths PIC 9(03).
           05  ParameterRejectRetainDays   PIC 9(03).
           05  ParameterReturnedCheckLimit PIC 9(02).
           05  ParameterSeasonStartDate    PIC 9(08).
           05  ParameterMarginFloor        PIC 9(01)V9(04).
           05  Filler                      PIC X(05).
