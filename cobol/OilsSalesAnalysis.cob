      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Monthly season gallons analysis for sales.  Sorts
      *          the permanent DeliveryHistoryFile into account/
      *          grade/tank/date order and, for each customer and
      *          grade, sets the gallons delivered this heating
      *          season to date (season start on the parameter
      *          card, default July 1, through the run date)
      *          against the same stretch of last season.  Last
      *          season's gallons are put on this season's weather
      *          by the cumulative degree days on the DegreeDayFile
      *          card - this season to date over last season to the
      *          same date - so a mild winter does not read as lost
      *          business.  The customer/grade comparisons are then
      *          ranked twice off a work file: the biggest gains
      *          first, and the biggest losses first.
      *          Along the way every tank is measured for its usual
      *          interval between fills, and a tank on the tank
      *          master belonging to an active customer that has
      *          gone half again as long as its usual interval
      *          without a delivery is listed as a probable lost
      *          customer - most often a switch to another dealer -
      *          with its last delivery date and last season's
      *          gallons, so sales can call before the season is
      *          gone.  A customer on credit hold is not listed; we
      *          are the ones not delivering.  Run by the office
      *          once a month, off the night stream.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Report title and unadjusted basis note
      *                  shortened to fit their columns.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsSalesAnalysis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DeliveryHistoryFile ASSIGN TO "DLVHIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "SRTWORK".

           SELECT AnalysisWorkFile ASSIGN TO "SALEWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RankWorkFile ASSIGN TO "RANKWORK".

           SELECT CustomerMasterFile ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT TankMasterFile ASSIGN TO "TANKMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TankNumber
               FILE STATUS IS TankMasterStatus.

           SELECT DegreeDayFile ASSIGN TO "DEGDAY"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AnalysisReportFile ASSIGN TO "SALESRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DeliveryHistoryFile.
       01  HistoryInputRecord          PIC X(80).

       SD  SortWorkFile.
           COPY "DeliveryHistory.cpy".

      ******************************************************************
      * One customer/grade comparison, as the first pass writes it
      * to the work file and the ranking sorts read it back.
      ******************************************************************
       FD  AnalysisWorkFile.
       01  ComparisonRecord.
           05  ComparisonAccountNumber PIC X(06).
           05  ComparisonCustomerName  PIC X(30).
           05  ComparisonProductGrade  PIC X(04).
           05  ComparisonLastGallons   PIC S9(07)V9(02).
           05  ComparisonAdjustedGallons PIC S9(07)V9(02).
           05  ComparisonCurrentGallons PIC S9(07)V9(02).
           05  ComparisonGallonsChange PIC S9(07)V9(02).
           05  ComparisonLastDelivery  PIC 9(08).
           05  Filler                  PIC X(16).

       SD  RankWorkFile.
       01  RankRecord.
           05  RankAccountNumber       PIC X(06).
           05  RankCustomerName        PIC X(30).
           05  RankProductGrade        PIC X(04).
           05  RankLastGallons         PIC S9(07)V9(02).
           05  RankAdjustedGallons     PIC S9(07)V9(02).
           05  RankCurrentGallons      PIC S9(07)V9(02).
           05  RankGallonsChange       PIC S9(07)V9(02).
           05  RankLastDelivery        PIC 9(08).
           05  Filler                  PIC X(16).

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  TankMasterFile.
           COPY "TankMaster.cpy".

       FD  DegreeDayFile.
           COPY "DegreeDay.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  AnalysisReportFile.
       01  AnalysisPrintRecord         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  SortFileEofFlag         PIC X(01)  VALUE "N".
               88  SortFileAtEof           VALUE "Y".
           05  RankFileEofFlag         PIC X(01)  VALUE "N".
               88  RankFileAtEof           VALUE "Y".
           05  GroupOpenFlag           PIC X(01)  VALUE "N".
               88  AGroupIsOpen            VALUE "Y".
           05  CustomerCallableFlag    PIC X(01)  VALUE "N".
               88  CustomerIsCallable      VALUE "Y".
           05  DegreeDayAdjustFlag     PIC X(01)  VALUE "N".
               88  GallonsAreAdjusted      VALUE "Y".

       01  FileStatusFields.
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
           05  TankMasterStatus        PIC X(02)  VALUE "00".

      ******************************************************************
      * The two stretches compared: this season from its start to
      * the run date, and the same dates one year back.  Last season
      * whole (its start up to this season's start) is what the
      * lost-customer list shows for the gallons at stake.
      ******************************************************************
       01  SeasonFields.
           05  SeasonStartWhole        PIC 9(08).
           05  SeasonStartParts REDEFINES SeasonStartWhole.
               10  SeasonStartYear     PIC 9(04).
               10  SeasonStartMonth    PIC 9(02).
               10  SeasonStartDay      PIC 9(02).
           05  LastSeasonStart         PIC 9(08)  VALUE ZERO.
           05  LastSeasonRunDate       PIC 9(08)  VALUE ZERO.
           05  SeasonDegreeDays        PIC 9(05)  VALUE ZERO.
           05  LastSeasonDegreeDays    PIC 9(05)  VALUE ZERO.

       01  DayCountFields.
           05  ConvertDateParts.
               10  ConvertYear         PIC 9(04).
               10  ConvertMonth        PIC 9(02).
               10  ConvertDay          PIC 9(02).
           05  ConvertedDayCount       PIC S9(09) COMP.
           05  RunDateDayCount         PIC S9(09) COMP.

      ******************************************************************
      * Control-break fields: the account, the grade within it and
      * the tank within the grade.
      ******************************************************************
       01  AccountBreakFields.
           05  CurrentAccountNumber    PIC X(06)  VALUE SPACE.
           05  CurrentCustomerName     PIC X(30)  VALUE SPACE.

       01  GradeBreakFields.
           05  CurrentProductGrade     PIC X(04)  VALUE SPACE.
           05  GradeCurrentGallons     PIC S9(07)V9(02) VALUE ZERO.
           05  GradeLastGallons        PIC S9(07)V9(02) VALUE ZERO.
           05  GradeAdjustedGallons    PIC S9(07)V9(02) VALUE ZERO.
           05  GradeLastDelivery       PIC 9(08)  VALUE ZERO.

       01  TankBreakFields.
           05  CurrentTankNumber       PIC X(06)  VALUE SPACE.
           05  TankFirstFillDate       PIC 9(08)  VALUE ZERO.
           05  TankLastFillDate        PIC 9(08)  VALUE ZERO.
           05  TankLastSeasonGallons   PIC S9(07)V9(02) VALUE ZERO.
           05  TankFillCount           PIC 9(05)  COMP VALUE ZERO.

      ******************************************************************
      * A tank is a probable loss once it has gone this percentage of
      * its usual interval without a fill - half again as long.  A
      * fill a few days late is the weather, not a new dealer.
      ******************************************************************
       01  LostCustomerFields.
           05  LostIntervalPercent     PIC 9(03)  VALUE 150.
           05  UsualIntervalDays       PIC S9(05) COMP VALUE ZERO.
           05  DaysSinceLastFill       PIC S9(05) COMP VALUE ZERO.
           05  FillSpanDays            PIC S9(09) COMP VALUE ZERO.

       01  RankWorkFields.
           05  RankNumber              PIC 9(05)  VALUE ZERO.
           05  ChangePercent           PIC S9(05)V9(01) VALUE ZERO.

       01  AnalysisTotals.
           05  TotalCurrentGallons     PIC S9(09)V9(02) VALUE ZERO.
           05  TotalLastGallons        PIC S9(09)V9(02) VALUE ZERO.
           05  TotalAdjustedGallons    PIC S9(09)V9(02) VALUE ZERO.

       01  ProgramCounters COMP.
           05  DeliveriesReadCount     PIC 9(07)  VALUE ZERO.
           05  AccountsSeenCount       PIC 9(07)  VALUE ZERO.
           05  ComparisonsCount        PIC 9(07)  VALUE ZERO.
           05  GainedCount             PIC 9(07)  VALUE ZERO.
           05  LostGallonsCount        PIC 9(07)  VALUE ZERO.
           05  UnchangedCount          PIC 9(07)  VALUE ZERO.
           05  TanksSeenCount          PIC 9(07)  VALUE ZERO.
           05  TanksOneFillCount       PIC 9(07)  VALUE ZERO.
           05  ProbableLostCount       PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  The first sort walks the delivery history
      * customer by customer, listing the probable lost customers as
      * it goes and writing one comparison per customer and grade to
      * the work file; the two ranking sorts then print the gains
      * and the losses off that file.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           OPEN OUTPUT AnalysisWorkFile.
           SORT SortWorkFile
               ON ASCENDING KEY DeliveryAccountNumber
                                DeliveryProductGrade
                                DeliveryTankNumber
                                DeliveryDate
               USING DeliveryHistoryFile
               OUTPUT PROCEDURE AnalyzeDeliveries.
           CLOSE AnalysisWorkFile.
           MOVE "CUSTOMERS GAINING GALLONS - LARGEST GAIN FIRST" TO
               AnalysisSectionTitle.
           PERFORM WriteRankHeading.
           SORT RankWorkFile
               ON DESCENDING KEY RankGallonsChange
               ON ASCENDING KEY RankAccountNumber
                                RankProductGrade
               USING AnalysisWorkFile
               OUTPUT PROCEDURE ListGainedGallons.
           MOVE "CUSTOMERS LOSING GALLONS - LARGEST LOSS FIRST" TO
               AnalysisSectionTitle.
           PERFORM WriteRankHeading.
           SORT RankWorkFile
               ON ASCENDING KEY RankGallonsChange
                                RankAccountNumber
                                RankProductGrade
               USING AnalysisWorkFile
               OUTPUT PROCEDURE ListLostGallons.
           PERFORM WriteAnalysisTotals.
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date, the
      * season and the degree-day card, and print the report heading
      * and the head of the lost-customer list.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  CustomerMasterFile
                       TankMasterFile
                       DegreeDayFile
                       ParameterFile
           OPEN OUTPUT AnalysisReportFile
           PERFORM LoadRunParameters
           PERFORM LoadDegreeDayCard
           MOVE ParameterRunDate TO ConvertDateParts
           PERFORM ConvertDateToDayCount
           MOVE ConvertedDayCount TO RunDateDayCount
           PERFORM WriteAnalysisHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date and the season start, defaulting the start to the
      * July 1 the season began on, the way the driver productivity
      * run does.  Last season is the same dates a year back.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
                   MOVE ZERO TO ParameterSeasonStartDate
           END-READ
           IF ParameterSeasonStartDate NOT NUMERIC
               OR ParameterSeasonStartDate = ZERO
               MOVE ParameterRunDate TO SeasonStartWhole
               IF SeasonStartMonth LESS THAN 7
                   SUBTRACT 1 FROM SeasonStartYear
               END-IF
               MOVE 7 TO SeasonStartMonth
               MOVE 1 TO SeasonStartDay
               MOVE SeasonStartWhole TO ParameterSeasonStartDate
           END-IF
           COMPUTE LastSeasonStart   = ParameterSeasonStartDate - 10000
           COMPUTE LastSeasonRunDate = ParameterRunDate - 10000.

      ******************************************************************
      * LoadDegreeDayCard - read the degree-day card for the two
      * seasons' cumulative degree days.  Without both of them the
      * gallons are compared as they stand and the report says so.
      ******************************************************************
       LoadDegreeDayCard.
           READ DegreeDayFile
               AT END
                   MOVE ZERO TO DegreeDaySeasonToDate
                   MOVE ZERO TO DegreeDayLastSeasonToDate
           END-READ
           IF DegreeDaySeasonToDate IS NUMERIC
               MOVE DegreeDaySeasonToDate TO SeasonDegreeDays
           END-IF
           IF DegreeDayLastSeasonToDate IS NUMERIC
               MOVE DegreeDayLastSeasonToDate TO LastSeasonDegreeDays
           END-IF
           IF SeasonDegreeDays GREATER THAN ZERO
               AND LastSeasonDegreeDays GREATER THAN ZERO
               MOVE "Y" TO DegreeDayAdjustFlag
           END-IF.

      ******************************************************************
      * ConvertDateToDayCount - the same 360-day bookkeeping calendar
      * (twelve 30-day months) the forecast measures fills on.
      ******************************************************************
       ConvertDateToDayCount.
           COMPUTE ConvertedDayCount =
               (ConvertYear * 360)
               + ((ConvertMonth - 1) * 30)
               + ConvertDay.

      ******************************************************************
      * WriteAnalysisHeading - page heading, the basis the seasons
      * are compared on, and the head of the lost-customer list.
      ******************************************************************
       WriteAnalysisHeading.
           MOVE "SEASON GALLONS AND LOST CUSTOMERS" TO
               HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE HeadingLine2 TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE ParameterSeasonStartDate TO BasisSeasonStart
           MOVE ParameterRunDate         TO BasisSeasonEnd
           MOVE LastSeasonStart          TO BasisLastSeasonStart
           MOVE LastSeasonRunDate        TO BasisLastSeasonEnd
           MOVE SeasonDegreeDays         TO BasisDegreeDays
           MOVE LastSeasonDegreeDays     TO BasisLastDegreeDays
           IF GallonsAreAdjusted
               MOVE "LAST SEASON ADJUSTED FOR DEGREE DAYS" TO
                   BasisAdjustNote
           ELSE
               MOVE "NO DEGREE DAYS ON CARD - UNADJUSTED" TO
                   BasisAdjustNote
           END-IF
           MOVE AnalysisBasisLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE SPACE TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE "PROBABLE LOST CUSTOMERS - NO FILL PAST USUAL INTERVAL"
               TO AnalysisSectionTitle
           MOVE AnalysisSectionLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE LostColumnLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord.

      ******************************************************************
      * AnalyzeDeliveries - SORT output procedure.  Each account's
      * deliveries come through together by grade and tank, in date
      * order, so the breaks close out a tank (the lost-customer
      * test) and a grade (the season comparison) as they finish.
      ******************************************************************
       AnalyzeDeliveries.
           PERFORM ReturnNextDelivery.
           PERFORM ProcessOneDelivery UNTIL SortFileAtEof.
           IF AGroupIsOpen
               PERFORM FinishTank
               PERFORM FinishGrade
           END-IF.

      ******************************************************************
      * ReturnNextDelivery - pull the next record off the sorted
      * history.
      ******************************************************************
       ReturnNextDelivery.
           RETURN SortWorkFile
               AT END
                   MOVE "Y" TO SortFileEofFlag
               NOT AT END
                   ADD 1 TO DeliveriesReadCount
           END-RETURN.

      ******************************************************************
      * ProcessOneDelivery - control breaks on account, grade and
      * tank, then roll this delivery into the open totals.
      ******************************************************************
       ProcessOneDelivery.
           EVALUATE TRUE
               WHEN NOT AGroupIsOpen
               WHEN DeliveryAccountNumber NOT = CurrentAccountNumber
                   PERFORM StartNewAccount
               WHEN DeliveryProductGrade NOT = CurrentProductGrade
                   PERFORM StartNewGrade
               WHEN DeliveryTankNumber NOT = CurrentTankNumber
                   PERFORM StartNewTank
           END-EVALUATE
           PERFORM AccumulateDelivery
           PERFORM ReturnNextDelivery.

       StartNewAccount.
           IF AGroupIsOpen
               PERFORM FinishTank
               PERFORM FinishGrade
           END-IF
           MOVE "Y" TO GroupOpenFlag
           MOVE DeliveryAccountNumber TO CurrentAccountNumber
           ADD 1 TO AccountsSeenCount
           PERFORM LookUpCustomer
           PERFORM OpenGrade
           PERFORM OpenTank.

       StartNewGrade.
           PERFORM FinishTank
           PERFORM FinishGrade
           PERFORM OpenGrade
           PERFORM OpenTank.

       StartNewTank.
           PERFORM FinishTank
           PERFORM OpenTank.

       OpenGrade.
           MOVE DeliveryProductGrade TO CurrentProductGrade
           MOVE ZERO TO GradeCurrentGallons
                        GradeLastGallons
                        GradeAdjustedGallons
                        GradeLastDelivery.

       OpenTank.
           MOVE DeliveryTankNumber TO CurrentTankNumber
           MOVE ZERO TO TankFirstFillDate
                        TankLastFillDate
                        TankLastSeasonGallons
                        TankFillCount
           ADD 1 TO TanksSeenCount.

      ******************************************************************
      * LookUpCustomer - the account's name for the report, and
      * whether it is one sales should call: on the master, active
      * and not on credit hold.
      ******************************************************************
       LookUpCustomer.
           MOVE "N" TO CustomerCallableFlag
           MOVE CurrentAccountNumber TO CustomerAccountNumber
           READ CustomerMasterFile
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **" TO
                       CurrentCustomerName
               NOT INVALID KEY
                   MOVE CustomerName TO CurrentCustomerName
                   IF CustomerIsActive
                       AND NOT CustomerIsOnCreditHold
                       MOVE "Y" TO CustomerCallableFlag
                   END-IF
           END-READ.

      ******************************************************************
      * AccumulateDelivery - add the delivery to this season to date
      * or to last season to the same date, and to last season whole
      * for the tank.  Only a delivery of gallons on a new date is a
      * fill for the interval; a correction's reversal on the same
      * day is not a second trip.
      ******************************************************************
       AccumulateDelivery.
           IF DeliveryDate NOT LESS THAN ParameterSeasonStartDate
               AND DeliveryDate NOT GREATER THAN ParameterRunDate
               ADD DeliveryGallons TO GradeCurrentGallons
           END-IF
           IF DeliveryDate NOT LESS THAN LastSeasonStart
               AND DeliveryDate NOT GREATER THAN LastSeasonRunDate
               ADD DeliveryGallons TO GradeLastGallons
           END-IF
           IF DeliveryDate NOT LESS THAN LastSeasonStart
               AND DeliveryDate LESS THAN ParameterSeasonStartDate
               ADD DeliveryGallons TO TankLastSeasonGallons
           END-IF
           IF DeliveryDate GREATER THAN GradeLastDelivery
               MOVE DeliveryDate TO GradeLastDelivery
           END-IF
           IF DeliveryGallons GREATER THAN ZERO
               AND DeliveryDate NOT = TankLastFillDate
               ADD 1 TO TankFillCount
               IF TankFillCount = 1
                   MOVE DeliveryDate TO TankFirstFillDate
               END-IF
               MOVE DeliveryDate TO TankLastFillDate
           END-IF.

      ******************************************************************
      * FinishTank - the lost-customer test for the finished tank.
      * Its usual interval is the days from first to last fill over
      * the fills between them; a tank with a single fill has none
      * and is only counted.  The tank must still be on the tank
      * master under this account, and the account callable.
      ******************************************************************
       FinishTank.
           IF TankFillCount LESS THAN 2
               ADD 1 TO TanksOneFillCount
           ELSE
               MOVE TankFirstFillDate TO ConvertDateParts
               PERFORM ConvertDateToDayCount
               COMPUTE FillSpanDays = ZERO - ConvertedDayCount
               MOVE TankLastFillDate TO ConvertDateParts
               PERFORM ConvertDateToDayCount
               ADD ConvertedDayCount TO FillSpanDays
               COMPUTE UsualIntervalDays ROUNDED =
                   FillSpanDays / (TankFillCount - 1)
               COMPUTE DaysSinceLastFill =
                   RunDateDayCount - ConvertedDayCount
               IF CustomerIsCallable
                   AND UsualIntervalDays GREATER THAN ZERO
                   AND DaysSinceLastFill * 100 GREATER THAN
                       UsualIntervalDays * LostIntervalPercent
                   PERFORM CheckTankStillServed
               END-IF
           END-IF.

      ******************************************************************
      * CheckTankStillServed - a tank gone from the master, or moved
      * to another account, is not a lost customer of this account.
      ******************************************************************
       CheckTankStillServed.
           MOVE CurrentTankNumber TO TankNumber
           READ TankMasterFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TankCustomerAccount = CurrentAccountNumber
                       PERFORM WriteLostCustomerLine
                   END-IF
           END-READ.

       WriteLostCustomerLine.
           MOVE CurrentAccountNumber  TO LostAccountNumber
           MOVE CurrentCustomerName   TO LostCustomerName
           MOVE CurrentTankNumber     TO LostTankNumber
           MOVE CurrentProductGrade   TO LostProductGrade
           MOVE TankLastFillDate      TO LostLastDelivery
           MOVE UsualIntervalDays     TO LostUsualInterval
           MOVE DaysSinceLastFill     TO LostDaysSince
           MOVE TankLastSeasonGallons TO LostLastSeasonGallons
           MOVE LostCustomerLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           ADD 1 TO ProbableLostCount.

      ******************************************************************
      * FinishGrade - put last season's gallons on this season's
      * degree days and write the comparison to the work file for
      * the rankings.  A grade with nothing in either stretch has
      * nothing to compare.
      ******************************************************************
       FinishGrade.
           IF GradeCurrentGallons NOT = ZERO
               OR GradeLastGallons NOT = ZERO
               IF GallonsAreAdjusted
                   COMPUTE GradeAdjustedGallons ROUNDED =
                       GradeLastGallons * SeasonDegreeDays
                       / LastSeasonDegreeDays
               ELSE
                   MOVE GradeLastGallons TO GradeAdjustedGallons
               END-IF
               MOVE SPACE                TO ComparisonRecord
               MOVE CurrentAccountNumber TO ComparisonAccountNumber
               MOVE CurrentCustomerName  TO ComparisonCustomerName
               MOVE CurrentProductGrade  TO ComparisonProductGrade
               MOVE GradeLastGallons     TO ComparisonLastGallons
               MOVE GradeAdjustedGallons TO ComparisonAdjustedGallons
               MOVE GradeCurrentGallons  TO ComparisonCurrentGallons
               COMPUTE ComparisonGallonsChange =
                   GradeCurrentGallons - GradeAdjustedGallons
               MOVE GradeLastDelivery    TO ComparisonLastDelivery
               PERFORM CountOneComparison
               WRITE ComparisonRecord
           END-IF.

       CountOneComparison.
           ADD 1 TO ComparisonsCount
           ADD GradeCurrentGallons  TO TotalCurrentGallons
           ADD GradeLastGallons     TO TotalLastGallons
           ADD GradeAdjustedGallons TO TotalAdjustedGallons
           EVALUATE TRUE
               WHEN ComparisonGallonsChange GREATER THAN ZERO
                   ADD 1 TO GainedCount
               WHEN ComparisonGallonsChange LESS THAN ZERO
                   ADD 1 TO LostGallonsCount
               WHEN OTHER
                   ADD 1 TO UnchangedCount
           END-EVALUATE.

      ******************************************************************
      * WriteRankHeading - section title and column heads for one of
      * the two rankings.
      ******************************************************************
       WriteRankHeading.
           MOVE SPACE TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE AnalysisSectionLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE RankColumnLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE ZERO TO RankNumber
           MOVE "N" TO RankFileEofFlag.

      ******************************************************************
      * ListGainedGallons / ListLostGallons - SORT output procedures
      * for the two rankings.  Each sort brings back every
      * comparison, largest gain or largest loss first; the ones on
      * the other side of the ledger are passed over.
      ******************************************************************
       ListGainedGallons.
           PERFORM ReturnNextComparison.
           PERFORM ListOneGain UNTIL RankFileAtEof.

       ListOneGain.
           IF RankGallonsChange GREATER THAN ZERO
               PERFORM WriteRankLine
           END-IF
           PERFORM ReturnNextComparison.

       ListLostGallons.
           PERFORM ReturnNextComparison.
           PERFORM ListOneLoss UNTIL RankFileAtEof.

       ListOneLoss.
           IF RankGallonsChange LESS THAN ZERO
               PERFORM WriteRankLine
           END-IF
           PERFORM ReturnNextComparison.

       ReturnNextComparison.
           RETURN RankWorkFile
               AT END
                   MOVE "Y" TO RankFileEofFlag
           END-RETURN.

      ******************************************************************
      * WriteRankLine - one ranked comparison.  The change is also
      * shown as a percentage of last season's adjusted gallons,
      * held to the width of the column; a customer with nothing
      * last season is new and one with nothing this season has
      * stopped taking the grade.
      ******************************************************************
       WriteRankLine.
           ADD 1 TO RankNumber
           MOVE ZERO TO ChangePercent
           IF RankAdjustedGallons GREATER THAN ZERO
               COMPUTE ChangePercent ROUNDED =
                   RankGallonsChange * 100 / RankAdjustedGallons
           END-IF
           IF ChangePercent GREATER THAN 999.9
               MOVE 999.9 TO ChangePercent
           END-IF
           IF ChangePercent LESS THAN -999.9
               MOVE -999.9 TO ChangePercent
           END-IF
           EVALUATE TRUE
               WHEN RankLastGallons NOT GREATER THAN ZERO
                   MOVE "NEW BUYER"  TO RankLineNote
               WHEN RankCurrentGallons NOT GREATER THAN ZERO
                   MOVE "NONE TAKEN" TO RankLineNote
               WHEN OTHER
                   MOVE SPACE        TO RankLineNote
           END-EVALUATE
           MOVE RankNumber          TO RankLineNumber
           MOVE RankAccountNumber   TO RankLineAccount
           MOVE RankCustomerName    TO RankLineName
           MOVE RankProductGrade    TO RankLineGrade
           MOVE RankLastGallons     TO RankLineLastGallons
           MOVE RankAdjustedGallons TO RankLineAdjusted
           MOVE RankCurrentGallons  TO RankLineCurrent
           MOVE RankGallonsChange   TO RankLineChange
           MOVE ChangePercent       TO RankLinePercent
           MOVE RankLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord.

      ******************************************************************
      * WriteAnalysisTotals - counts and season gallons at the foot
      * of the report.
      ******************************************************************
       WriteAnalysisTotals.
           MOVE SPACE TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord
           MOVE "CUSTOMERS IN DELIVERY HISTORY"   TO AnalysisTotalText
           MOVE AccountsSeenCount                 TO AnalysisTotalCount
           PERFORM WriteAnalysisTotalLine
           MOVE "CUSTOMER/GRADE COMPARISONS"      TO AnalysisTotalText
           MOVE ComparisonsCount                  TO AnalysisTotalCount
           PERFORM WriteAnalysisTotalLine
           MOVE "GAINING GALLONS"                 TO AnalysisTotalText
           MOVE GainedCount                       TO AnalysisTotalCount
           PERFORM WriteAnalysisTotalLine
           MOVE "LOSING GALLONS"                  TO AnalysisTotalText
           MOVE LostGallonsCount                  TO AnalysisTotalCount
           PERFORM WriteAnalysisTotalLine
           MOVE "UNCHANGED"                       TO AnalysisTotalText
           MOVE UnchangedCount                    TO AnalysisTotalCount
           PERFORM WriteAnalysisTotalLine
           MOVE "PROBABLE LOST CUSTOMER TANKS"    TO AnalysisTotalText
           MOVE ProbableLostCount                 TO AnalysisTotalCount
           PERFORM WriteAnalysisTotalLine
           MOVE "GALLONS THIS SEASON TO DATE"   TO AnalysisGallonsText
           MOVE TotalCurrentGallons            TO AnalysisGallonsTotal
           PERFORM WriteAnalysisGallonsLine
           MOVE "GALLONS LAST SEASON TO DATE"   TO AnalysisGallonsText
           MOVE TotalLastGallons               TO AnalysisGallonsTotal
           PERFORM WriteAnalysisGallonsLine
           MOVE "LAST SEASON ADJUSTED FOR WEATHER"
                                               TO AnalysisGallonsText
           MOVE TotalAdjustedGallons           TO AnalysisGallonsTotal
           PERFORM WriteAnalysisGallonsLine.

       WriteAnalysisTotalLine.
           MOVE AnalysisTotalLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord.

       WriteAnalysisGallonsLine.
           MOVE AnalysisGallonsLine TO AnalysisPrintRecord
           WRITE AnalysisPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report what the analysis saw.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSSALESANALYSIS - DELIVERIES READ:   "
               DeliveriesReadCount
           DISPLAY "OILSSALESANALYSIS - COMPARISONS:       "
               ComparisonsCount
           DISPLAY "OILSSALESANALYSIS - TANKS SEEN:        "
               TanksSeenCount
           DISPLAY "OILSSALESANALYSIS - TANKS ONE FILL:    "
               TanksOneFillCount
           DISPLAY "OILSSALESANALYSIS - PROBABLE LOST:     "
               ProbableLostCount
           CLOSE CustomerMasterFile
                 TankMasterFile
                 DegreeDayFile
                 ParameterFile
                 AnalysisReportFile.

       END PROGRAM OilsSalesAnalysis.
