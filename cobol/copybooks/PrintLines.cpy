      *          settlement report (OilsTruckSettle), the
      *          operator's cycle status report (OilsRunStatus) and
      *          the burner service runs (ServiceIntake,
      *          ServiceOrderList, ServiceBilling), the history
      *          archive and purge run (OilsArchivePurge), the
      *          returned-check register (OilsReturnedCheck), the
      *          memo adjustment register (OilsAdjustments), the
      *          delivery order runs (OrderMaintenance,
      *          OilsOrderMatch), the weekly driver productivity
      *          report (OilsDriverProductivity), the monthly
      *          gross margin report (OilsMarginReport), the bank
      *          draft runs (OilsAchDraft, OilsDraftSettle), the
      *          collection letter run (OilsCollections), the
      *          intake batch control listing (OilsIntake), the
      *          handheld conversion listing (OilsHandheldConvert),
      *          the file backup and integrity report
      *          (OilsFileUtility) and the season gallons analysis
      *          (OilsSalesAnalysis).  Each
      *          program COPYs this member and uses the group or
      *          groups it needs.
      ******************************************************************
           05  Filler                  PIC X(10)  VALUE " DELIVERED".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE " BOOK CLOSE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "AVG COST".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(12)  VALUE "  BOOK VALUE".

       01  StockLedgerLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  StockLineDelivered      PIC ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  StockLineClosing        PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  StockLineAverageCost    PIC ZZ9.9999.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  StockLineBookValue      PIC -ZZZZZZZ9.99.

       01  ShrinkageLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  VarianceAmountGals      PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  VariancePercentOfDip    PIC -ZZ9.99.

       01  ReturnedColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "INVOICE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "CHK DATE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "     AMOUNT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "  NSF FEE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(13)  VALUE " ITEM BALANCE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(03)  VALUE "RTN".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "RESULT".

       01  ReturnedLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineAccount     PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineInvoice     PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineCheckDate   PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineAmount      PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineFee         PIC -ZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineBalance     PIC -ZZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineCount       PIC ZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedLineResult      PIC X(30).

       01  ReturnedTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedTotalText       PIC X(26).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedTotalAmount     PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  ReturnedTotalFee        PIC -ZZZZ9.99.

       01  MemoColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "MEMO".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(01)  VALUE "T".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "INVOICE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(02)  VALUE "RS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "GL ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "     AMOUNT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "      TAX".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(13)  VALUE " ITEM BALANCE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "RESULT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(03)  VALUE "OPR".

       01  MemoLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineNumber          PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineType            PIC X(01).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineAccount         PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineInvoice         PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineReason          PIC X(02).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineGlAccount       PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineAmount          PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineTax             PIC -ZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineBalance         PIC -ZZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineResult          PIC X(30).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoLineOperator        PIC X(03).

       01  MemoTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoTotalText           PIC X(43).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoTotalAmount         PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MemoTotalTax            PIC -ZZZZ9.99.

       01  OrderColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(01)  VALUE "A".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "RTE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(03)  VALUE "STP".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "TANK".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "GRAD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(01)  VALUE "T".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "DUE DATE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "EST GALS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "LATE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(40)  VALUE "RESULT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(03)  VALUE "OPR".

       01  OrderLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineAction         PIC X(01).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineRoute          PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineStop           PIC ZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineTank           PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineAccount        PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineGrade          PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineType           PIC X(01).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineDueDate        PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineGallons        PIC ZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineDaysLate       PIC ZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineResult         PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderLineOperator       PIC X(03).

       01  NoOrderColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "RTE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(03)  VALUE "STP".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "TANK".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "GRAD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "TICKET".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "DELIVERD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "  GALLONS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "REASON".

       01  NoOrderLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderRoute            PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderStop             PIC ZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderTank             PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderAccount          PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderGrade            PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderTicket           PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderDeliveryDate     PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderGallons          PIC -ZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  NoOrderReason           PIC X(30).

       01  OrderCountLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderCountText          PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  OrderCountValue         PIC ZZZZZZ9.

       01  DriverNameLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "TRUCK ".
           05  DriverLineTruck         PIC X(04).
           05  Filler                  PIC X(03)  VALUE SPACE.
           05  Filler                  PIC X(07)  VALUE "DRIVER ".
           05  DriverLineName          PIC X(20).
           05  Filler                  PIC X(03)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ROUTE ".
           05  DriverLineRoute         PIC X(04).
           05  Filler                  PIC X(03)  VALUE SPACE.
           05  DriverLineNote          PIC X(30).

       01  DriverPeriodLine.
           05  Filler                  PIC X(08)  VALUE SPACE.
           05  Filler                  PIC X(26)
                   VALUE "------ WEEK TO DATE ------".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(27)
                   VALUE "----- SEASON TO DATE ------".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "     WEEK".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "   SEASON".

       01  DriverColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "GRAD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "STOPS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(10)  VALUE "   GALLONS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(07)  VALUE "AVGDROP".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "STOPS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "    GALLONS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(07)  VALUE "AVGDROP".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "INCENTIVE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "INCENTIVE".

       01  DriverGradeLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverGradeCode         PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverWeekStops         PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverWeekGallons       PIC ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverWeekAvgDrop       PIC ZZZZ9.9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverSeasonStops       PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverSeasonGallons     PIC ZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverSeasonAvgDrop     PIC ZZZZ9.9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverWeekIncentive     PIC ZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DriverSeasonIncentive   PIC ZZZZZ9.99.

       01  DriverLoadLine.
           05  Filler                  PIC X(08)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "LOADS WEEK ".
           05  DriverWeekLoads         PIC ZZZZ9.
           05  Filler                  PIC X(08)  VALUE " SEASON ".
           05  DriverSeasonLoads       PIC ZZZZ9.
           05  Filler                  PIC X(15)
                   VALUE "   DAYS WORKED ".
           05  DriverWeekDays          PIC 9.
           05  Filler                  PIC X(08)  VALUE " SEASON ".
           05  DriverSeasonDays        PIC ZZ9.
           05  Filler                  PIC X(17)
                   VALUE "   METER PER DAY ".
           05  DriverWeekMeterPerDay   PIC ZZZZZZ9.9.
           05  Filler                  PIC X(08)  VALUE " SEASON ".
           05  DriverSeasonMeterPerDay PIC ZZZZZZ9.9.

       01  MarginColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "GRDE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT  ".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(20)  VALUE "CUSTOMER".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "    GALLONS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(12)  VALUE "     REVENUE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(12)  VALUE "        COST".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(12)  VALUE "      MARGIN".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE " MGN/GAL".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(20)  VALUE "NOTE".

       01  MarginLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineGrade         PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineAccount       PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineName          PIC X(20).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineGallons       PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineRevenue       PIC -ZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineCost          PIC -ZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineMargin        PIC -ZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLinePerGallon     PIC -Z9.9999.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  MarginLineNote          PIC X(20).

       01  MarginFloorLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(34)
                   VALUE "MARGIN FLOOR PER GALLON FLAGGED: ".
           05  MarginFloorValue        PIC 9.9999.

       01  DraftColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(20)  VALUE "CUSTOMER".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "INVOICE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "KIND".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "ROUTING".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(01)  VALUE "T".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "     AMOUNT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(15)  VALUE "TRACE NUMBER".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "RESULT".

       01  DraftLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineAccount        PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineName           PIC X(20).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineInvoice        PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineKind           PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineRouting        PIC X(09).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineAccountType    PIC X(01).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineAmount         PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineTrace          PIC X(15).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftLineResult         PIC X(30).

       01  DraftTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftTotalText          PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftTotalCount         PIC ZZZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  DraftTotalAmount        PIC -ZZZZZZZZZ9.99.

       01  CollectionColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "CUSTOMER".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "OLDEST".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(13)  VALUE "     PAST DUE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(13)  VALUE " OPEN BALANCE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "FROM".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(02)  VALUE "TO".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "ACTION".

       01  CollectionLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionLineAccount   PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionLineName      PIC X(30).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionLineOldest    PIC ZZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionLinePastDue   PIC -ZZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionLineOpen      PIC -ZZZZZZZZ9.99.
           05  Filler                  PIC X(05)  VALUE SPACE.
           05  CollectionLineFromLevel PIC 9(01).
           05  Filler                  PIC X(03)  VALUE SPACE.
           05  CollectionLineToLevel   PIC 9(01).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionLineAction    PIC X(30).

       01  CollectionTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionTotalText     PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  CollectionTotalCount    PIC ZZZZZZ9.

       01  LetterTitleLine.
           05  Filler                  PIC X(17)  VALUE SPACE.
           05  LetterTitle             PIC X(30).
           05  Filler                  PIC X(04)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "DATE: ".
           05  LetterDate              PIC X(10).

       01  LetterTextLine.
           05  Filler                  PIC X(17)  VALUE SPACE.
           05  LetterText              PIC X(80).

       01  LetterAmountLine.
           05  Filler                  PIC X(17)  VALUE SPACE.
           05  LetterAmountText        PIC X(36).
           05  LetterAmountValue       PIC -ZZZZZZZZ9.99.

       01  BatchColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "BATCH".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "TRUCK".
           05  Filler                  PIC X(01)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "ROUTE".
           05  Filler                  PIC X(01)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "DATE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE " TRLR".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE " READ".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "  TRLR GALS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "  READ GALS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(13)  VALUE " TRAILER HASH".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(13)  VALUE "    READ HASH".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(22)  VALUE "RESULT".

       01  BatchLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineNumber         PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineTruck          PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineRoute          PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineDate           PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineTrailerCount   PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineReadCount      PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineTrailerGallons PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineReadGallons    PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineTrailerHash    PIC ZZZZZZZZZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineReadHash       PIC ZZZZZZZZZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchLineResult         PIC X(22).

       01  BatchTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchTotalText          PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BatchTotalCount         PIC ZZZZZZ9.

       01  HandheldColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "  LINE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "REASON".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(80)  VALUE "HANDHELD LINE".

       01  HandheldRejectLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  HandheldLineNumber      PIC ZZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  HandheldLineReason      PIC X(30).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  HandheldLineText        PIC X(80).

       01  UtilityColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "STEP".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "FILE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "DATE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(09)  VALUE "  RECORDS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(17)
                   VALUE "       HASH TOTAL".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "HASH OF".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE " DUPS".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "  SEQ".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "UNRD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(32)  VALUE "RESULT".

       01  UtilityLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineStep         PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineFile         PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineDate         PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineRecords      PIC ZZZZZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineHash         PIC -ZZZZZZZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineHashKind     PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineDuplicates   PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineOutOfSeq     PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineUnreadable   PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityLineResult       PIC X(32).

       01  UtilityProblemLine.
           05  Filler                  PIC X(12)  VALUE SPACE.
           05  UtilityProblemFile      PIC X(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "KEY: ".
           05  UtilityProblemKey       PIC X(24).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityProblemText      PIC X(40).

       01  UtilityTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityTotalText        PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  UtilityTotalCount       PIC ZZZZZZ9.

       01  AnalysisBasisLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(07)  VALUE "SEASON ".
           05  BasisSeasonStart        PIC 9(08).
           05  Filler                  PIC X(04)  VALUE " TO ".
           05  BasisSeasonEnd          PIC 9(08).
           05  Filler                  PIC X(09)  VALUE " AGAINST ".
           05  BasisLastSeasonStart    PIC 9(08).
           05  Filler                  PIC X(04)  VALUE " TO ".
           05  BasisLastSeasonEnd      PIC 9(08).
           05  Filler                  PIC X(15)
                   VALUE "  DEGREE DAYS: ".
           05  BasisDegreeDays         PIC ZZZZ9.
           05  Filler                  PIC X(03)  VALUE " / ".
           05  BasisLastDegreeDays     PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  BasisAdjustNote         PIC X(36).

       01  AnalysisSectionLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  AnalysisSectionTitle    PIC X(60).

       01  LostColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "NAME".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "TANK".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "GRD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(08)  VALUE "LAST DLV".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "USUAL".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE "SINCE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "LAST SEASON".

       01  LostCustomerLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostAccountNumber       PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostCustomerName        PIC X(30).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostTankNumber          PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostProductGrade        PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostLastDelivery        PIC 9(08).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostUsualInterval       PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostDaysSince           PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  LostLastSeasonGallons   PIC -ZZZZZZ9.99.

       01  RankColumnLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(05)  VALUE " RANK".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(06)  VALUE "ACCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(30)  VALUE "NAME".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(04)  VALUE "GRD".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "  LAST YEAR".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "   ADJUSTED".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "  THIS YEAR".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(11)  VALUE "     CHANGE".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(07)  VALUE "    PCT".
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(12)  VALUE "NOTE".

       01  RankLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineNumber          PIC ZZZZ9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineAccount         PIC X(06).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineName            PIC X(30).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineGrade           PIC X(04).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineLastGallons     PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineAdjusted        PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineCurrent         PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineChange          PIC -ZZZZZZ9.99.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLinePercent         PIC -ZZZ9.9.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  RankLineNote            PIC X(12).

       01  AnalysisTotalLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  AnalysisTotalText       PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  AnalysisTotalCount      PIC ZZZZZZ9.

       01  AnalysisGallonsLine.
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  AnalysisGallonsText     PIC X(40).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  AnalysisGallonsTotal    PIC -ZZZZZZZZ9.99.
