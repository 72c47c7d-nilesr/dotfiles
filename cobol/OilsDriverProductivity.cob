      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Weekly driver and route productivity report and
      *          driver incentive.  Loads every truck off
      *          TruckMasterFile (driver name and route), then reads
      *          the permanent DeliveryHistoryFile - every posted
      *          ticket and correction lands there - crediting each
      *          delivery to the truck that runs its route, by
      *          grade, for the week ending on the parameter card's
      *          run date and for the heating season to date.  The
      *          week's LoadOutFile deck gives each truck's loads,
      *          meter movement and days worked; DriverSeasonFile
      *          carries those forward for the season.  The
      *          incentive is priced off IncentiveRateFile, the rate
      *          card the office keeps: a rate per gallon and a rate
      *          per stop, the stop rate paid only on drops at or
      *          over the card's minimum so a route run too often
      *          does not pay for it.  Prints the report by driver
      *          with week-to-date and season-to-date columns, stops,
      *          gallons and average drop by grade, and writes one
      *          PayrollInterfaceFile record per driver for the
      *          payroll service, replacing the office's hand work
      *          off the OilsManifest printout.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Week window counted in real calendar days
      *                  so weeks no longer overlap or leave gaps.
      *   2026-10-15 RN  Shared-route note shortened to fit the
      *                  note column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsDriverProductivity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TruckMasterFile ASSIGN TO "TRUCKMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TruckNumber
               FILE STATUS IS TruckMasterStatus.

           SELECT DeliveryHistoryFile ASSIGN TO "DLVHIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LoadOutFile ASSIGN TO "LOADFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT IncentiveRateFile ASSIGN TO "INCRATE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DriverSeasonFile ASSIGN TO "DRVSEASN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SeasonTruckNumber
               FILE STATUS IS DriverSeasonStatus.

           SELECT PayrollInterfaceFile ASSIGN TO "PAYINTF"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ProductivityReportFile ASSIGN TO "DRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TruckMasterFile.
           COPY "TruckMaster.cpy".

       FD  DeliveryHistoryFile.
           COPY "DeliveryHistory.cpy".

       FD  LoadOutFile.
           COPY "TruckLoadOut.cpy".

       FD  IncentiveRateFile.
           COPY "IncentiveRate.cpy".

       FD  DriverSeasonFile.
           COPY "DriverSeason.cpy".

       FD  PayrollInterfaceFile.
           COPY "DriverPayroll.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  ProductivityReportFile.
       01  ProductivityPrintRecord     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  TruckMasterEofFlag      PIC X(01)  VALUE "N".
               88  TruckMasterAtEof        VALUE "Y".
           05  DeliveryHistoryEofFlag  PIC X(01)  VALUE "N".
               88  DeliveryHistoryAtEof    VALUE "Y".
           05  LoadOutEofFlag          PIC X(01)  VALUE "N".
               88  LoadOutFileAtEof        VALUE "Y".
           05  RateCardEofFlag         PIC X(01)  VALUE "N".
               88  RateCardAtEof           VALUE "Y".
           05  SeasonUpdateFlag        PIC X(01)  VALUE "N".
               88  SeasonIsToBeUpdated     VALUE "Y".
           05  LeapYearFlag            PIC X(01)  VALUE "N".
               88  ConvertYearIsLeap       VALUE "Y".

       01  FileStatusFields.
           05  TruckMasterStatus       PIC X(02)  VALUE "00".
           05  DriverSeasonStatus      PIC X(02)  VALUE "00".

       01  DayCountFields.
           05  ConvertDateParts.
               10  ConvertYear         PIC 9(04).
               10  ConvertMonth        PIC 9(02).
               10  ConvertDay          PIC 9(02).
           05  ConvertedDayCount       PIC S9(09) COMP.
           05  RunDateDayCount         PIC S9(09) COMP.
           05  WeekStartDayCount       PIC S9(09) COMP.
           05  DayOfWeekIndex          PIC S9(04) COMP.
           05  ConvertPriorYear        PIC S9(09) COMP.
           05  PriorYearFours          PIC S9(09) COMP.
           05  PriorYearCenturies      PIC S9(09) COMP.
           05  PriorYearFourCenturies  PIC S9(09) COMP.
           05  LeapQuotient            PIC S9(09) COMP.
           05  LeapRemainderFour       PIC S9(04) COMP.
           05  LeapRemainderCentury    PIC S9(04) COMP.
           05  LeapRemainderFourCentury
                                       PIC S9(04) COMP.
           05  SeasonStartWhole        PIC 9(08).
           05  SeasonStartParts REDEFINES SeasonStartWhole.
               10  SeasonStartYear     PIC 9(04).
               10  SeasonStartMonth    PIC 9(02).
               10  SeasonStartDay      PIC 9(02).

      ******************************************************************
      * Days in the year before the first of each month, February
      * taken as 28 days; ConvertDateToDayCount adds the leap day.
      ******************************************************************
       01  MonthStartValues.
           05  Filler                  PIC 9(03) VALUE 000.
           05  Filler                  PIC 9(03) VALUE 031.
           05  Filler                  PIC 9(03) VALUE 059.
           05  Filler                  PIC 9(03) VALUE 090.
           05  Filler                  PIC 9(03) VALUE 120.
           05  Filler                  PIC 9(03) VALUE 151.
           05  Filler                  PIC 9(03) VALUE 181.
           05  Filler                  PIC 9(03) VALUE 212.
           05  Filler                  PIC 9(03) VALUE 243.
           05  Filler                  PIC 9(03) VALUE 273.
           05  Filler                  PIC 9(03) VALUE 304.
           05  Filler                  PIC 9(03) VALUE 334.
       01  MonthStartTable REDEFINES MonthStartValues.
           05  DaysBeforeMonth OCCURS 12 TIMES
                                       PIC 9(03).

      ******************************************************************
      * One entry per truck on the master, with the grades its route
      * delivered.  A paid stop is one at or over the rate card's
      * minimum drop for the grade.
      ******************************************************************
       01  TruckTableFields.
           05  TruckEntryCount         PIC 9(04)  COMP VALUE ZERO.
           05  TruckSubscript          PIC 9(04)  COMP VALUE ZERO.
           05  TruckMatchSubscript     PIC 9(04)  COMP VALUE ZERO.
           05  CompareTruckNumber      PIC X(04)  VALUE SPACE.
           05  CompareRouteNumber      PIC X(04)  VALUE SPACE.
           05  TruckEntry OCCURS 50 TIMES.
               10  EntryTruckNumber    PIC X(04).
               10  EntryDriverName     PIC X(20).
               10  EntryRouteNumber    PIC X(04).
               10  EntryRouteSharedFlag PIC X(01).
                   88  EntryRouteIsShared  VALUE "Y".
               10  EntryWeekLoads      PIC 9(05).
               10  EntryWeekMeter      PIC 9(09)V9(01).
               10  EntryDayWorkedFlag  PIC X(01) OCCURS 7 TIMES.
               10  EntryGradeCount     PIC 9(02).
               10  EntryGrade OCCURS 10 TIMES.
                   15  GradeCode           PIC X(04).
                   15  GradeWeekStops      PIC 9(05).
                   15  GradeWeekPaidStops  PIC 9(05).
                   15  GradeWeekGallons    PIC 9(07)V9(02).
                   15  GradeSeasonStops    PIC 9(05).
                   15  GradeSeasonPaidStops PIC 9(05).
                   15  GradeSeasonGallons  PIC 9(08)V9(02).

       01  GradeSearchFields.
           05  GradeSubscript          PIC 9(04)  COMP VALUE ZERO.
           05  GradeMatchSubscript     PIC 9(04)  COMP VALUE ZERO.
           05  DaySubscript            PIC 9(04)  COMP VALUE ZERO.
           05  SearchGradeArgument     PIC X(04)  VALUE SPACE.

       01  RateCardFields.
           05  RateCardCount           PIC 9(04)  COMP VALUE ZERO.
           05  RateCardSubscript       PIC 9(04)  COMP VALUE ZERO.
           05  RateCardMatchSubscript  PIC 9(04)  COMP VALUE ZERO.
           05  RateCardDefaultSubscript PIC 9(04) COMP VALUE ZERO.
           05  RateCardEntry OCCURS 20 TIMES.
               10  RateCardGrade       PIC X(04).
               10  RateCardPerGallon   PIC 9(01)V9(04).
               10  RateCardPerStop     PIC 9(03)V9(02).
               10  RateCardMinimumDrop PIC 9(05).

       01  DriverWorkFields.
           05  GradeWeekIncentive      PIC 9(05)V9(02) VALUE ZERO.
           05  GradeSeasonIncentive    PIC 9(06)V9(02) VALUE ZERO.
           05  DriverWeekStopsTotal    PIC 9(05)  VALUE ZERO.
           05  DriverWeekGallonsTotal  PIC 9(07)V9(02) VALUE ZERO.
           05  DriverSeasonStopsTotal  PIC 9(05)  VALUE ZERO.
           05  DriverSeasonGallonsTotal PIC 9(08)V9(02) VALUE ZERO.
           05  DriverWeekIncentiveTotal PIC 9(05)V9(02) VALUE ZERO.
           05  DriverSeasonIncentiveTotal PIC 9(06)V9(02) VALUE ZERO.
           05  DriverWeekDaysWorked    PIC 9(01)  VALUE ZERO.
           05  DriverSeasonLoadsTotal  PIC 9(05)  VALUE ZERO.
           05  DriverSeasonMeterTotal  PIC 9(09)V9(01) VALUE ZERO.
           05  DriverSeasonDaysTotal   PIC 9(03)  VALUE ZERO.
           05  AverageDropWork         PIC 9(05)V9(01) VALUE ZERO.
           05  MeterPerDayWork         PIC 9(07)V9(01) VALUE ZERO.

       01  ProgramCounters COMP.
           05  DeliveriesReadCount     PIC 9(07)  VALUE ZERO.
           05  DeliveriesInSeasonCount PIC 9(07)  VALUE ZERO.
           05  DeliveriesNoTruckCount  PIC 9(07)  VALUE ZERO.
           05  LoadOutsReadCount       PIC 9(07)  VALUE ZERO.
           05  LoadOutsInWeekCount     PIC 9(07)  VALUE ZERO.
           05  LoadOutsNoTruckCount    PIC 9(07)  VALUE ZERO.
           05  DriversReportedCount    PIC 9(07)  VALUE ZERO.
           05  PayrollRecordsCount     PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Builds the truck table off the master,
      * rolls the season's deliveries and the week's load-outs into
      * it, then reports and pays one driver at a time.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           PERFORM ReadNextDelivery.
           PERFORM AccumulateOneDelivery UNTIL DeliveryHistoryAtEof.
           PERFORM ReadNextLoadOut.
           PERFORM AccumulateOneLoadOut UNTIL LoadOutFileAtEof.
           PERFORM ReportOneDriver
               VARYING TruckSubscript FROM 1 BY 1
               UNTIL TruckSubscript > TruckEntryCount.
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the week ending and
      * season start off the parameter card, load the rate card and
      * the truck master, and print the report heading.
      * DriverSeasonFile is only created empty the very first week
      * the run ever goes.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  TruckMasterFile
                       DeliveryHistoryFile
                       LoadOutFile
                       IncentiveRateFile
                       ParameterFile
           PERFORM OpenDriverSeasonFile
           OPEN OUTPUT PayrollInterfaceFile
                       ProductivityReportFile
           PERFORM LoadRunParameters
           MOVE ParameterRunDate TO ConvertDateParts
           PERFORM ConvertDateToDayCount
           MOVE ConvertedDayCount TO RunDateDayCount
           COMPUTE WeekStartDayCount = RunDateDayCount - 6
           PERFORM LoadRateCard
           PERFORM LoadTruckTable
           PERFORM WriteProductivityHeading.

      ******************************************************************
      * OpenDriverSeasonFile - the season file is permanent; open it
      * for random update and only fall back to creating an empty one
      * the very first time.
      ******************************************************************
       OpenDriverSeasonFile.
           OPEN I-O DriverSeasonFile
           IF DriverSeasonStatus NOT = "00"
               OPEN OUTPUT DriverSeasonFile
               CLOSE       DriverSeasonFile
               OPEN I-O    DriverSeasonFile
           END-IF.

      ******************************************************************
      * LoadRunParameters - the run date on the card is the week
      * ending date; the week is it and the six days before.  A card
      * with no season start (one keyed before the field existed)
      * takes the heating season as starting July 1, the start of
      * the degree-day year.
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
           END-IF.

      ******************************************************************
      * ConvertDateToDayCount - a true calendar day number, counting
      * every day from 0001-01-01, so the payroll week is exactly
      * seven days and each day falls in one week only.  The 360-day
      * bookkeeping calendar the aged trial balance uses will not do
      * here: its months are all 30 days long, so consecutive weeks
      * would overlap at a 31st and skip days at the end of February.
      * A date with no valid month counts as day zero, outside any
      * week.
      ******************************************************************
       ConvertDateToDayCount.
           IF ConvertDateParts NOT NUMERIC
               OR ConvertYear = ZERO
               OR ConvertMonth LESS THAN 1
               OR ConvertMonth GREATER THAN 12
               MOVE ZERO TO ConvertedDayCount
           ELSE
               COMPUTE ConvertPriorYear = ConvertYear - 1
               DIVIDE ConvertPriorYear BY 4 GIVING PriorYearFours
               DIVIDE ConvertPriorYear BY 100 GIVING PriorYearCenturies
               DIVIDE ConvertPriorYear BY 400
                   GIVING PriorYearFourCenturies
               COMPUTE ConvertedDayCount =
                   (ConvertPriorYear * 365)
                   + PriorYearFours
                   - PriorYearCenturies
                   + PriorYearFourCenturies
                   + DaysBeforeMonth(ConvertMonth)
                   + ConvertDay
               IF ConvertMonth GREATER THAN 2
                   PERFORM TestConvertLeapYear
                   IF ConvertYearIsLeap
                       ADD 1 TO ConvertedDayCount
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * TestConvertLeapYear - a leap year divides by 4, except a
      * century year, which must divide by 400.
      ******************************************************************
       TestConvertLeapYear.
           DIVIDE ConvertYear BY 4 GIVING LeapQuotient
               REMAINDER LeapRemainderFour
           DIVIDE ConvertYear BY 100 GIVING LeapQuotient
               REMAINDER LeapRemainderCentury
           DIVIDE ConvertYear BY 400 GIVING LeapQuotient
               REMAINDER LeapRemainderFourCentury
           EVALUATE TRUE
               WHEN LeapRemainderFourCentury = ZERO
                   MOVE "Y" TO LeapYearFlag
               WHEN LeapRemainderCentury = ZERO
                   MOVE "N" TO LeapYearFlag
               WHEN LeapRemainderFour = ZERO
                   MOVE "Y" TO LeapYearFlag
               WHEN OTHER
                   MOVE "N" TO LeapYearFlag
           END-EVALUATE.

      ******************************************************************
      * LoadRateCard - read the incentive rate card into the table,
      * remembering the **** card that covers grades with no card
      * of their own.
      ******************************************************************
       LoadRateCard.
           PERFORM LoadOneRateCard
               UNTIL RateCardAtEof OR RateCardCount = 20
           IF NOT RateCardAtEof
               DISPLAY "OILSDRIVERPRODUCTIVITY - RATE CARD FULL AT 20 "
                   "GRADES - SOME RATES NOT LOADED"
           END-IF.

       LoadOneRateCard.
           READ IncentiveRateFile
               AT END
                   MOVE "Y" TO RateCardEofFlag
               NOT AT END
                   ADD 1 TO RateCardCount
                   MOVE IncentiveProductGrade TO
                       RateCardGrade(RateCardCount)
                   MOVE IncentivePerGallon    TO
                       RateCardPerGallon(RateCardCount)
                   MOVE IncentivePerStop      TO
                       RateCardPerStop(RateCardCount)
                   MOVE IncentiveMinimumDrop  TO
                       RateCardMinimumDrop(RateCardCount)
                   IF IncentiveProductGrade = "****"
                       MOVE RateCardCount TO RateCardDefaultSubscript
                   END-IF
           END-READ.

      ******************************************************************
      * LoadTruckTable - one entry per truck on the master, in truck
      * order.  A route is credited to the first truck that runs it;
      * a later truck on the same route is flagged so its zero
      * figures are not taken for an idle week.
      ******************************************************************
       LoadTruckTable.
           IF TruckMasterStatus = "00"
               PERFORM LoadOneTruck UNTIL TruckMasterAtEof
           END-IF.

       LoadOneTruck.
           READ TruckMasterFile
               AT END
                   MOVE "Y" TO TruckMasterEofFlag
               NOT AT END
                   IF TruckEntryCount < 50
                       PERFORM AddOneTruckEntry
                   ELSE
                       DISPLAY "OILSDRIVERPRODUCTIVITY - TRUCK TABLE "
                           "FULL - TRUCK NOT REPORTED: " TruckNumber
                   END-IF
           END-READ.

       AddOneTruckEntry.
           MOVE TruckRouteNumber TO CompareRouteNumber
           PERFORM FindTruckByRoute
           ADD 1 TO TruckEntryCount
           MOVE TruckNumber      TO EntryTruckNumber(TruckEntryCount)
           MOVE TruckDriverName  TO EntryDriverName(TruckEntryCount)
           MOVE TruckRouteNumber TO EntryRouteNumber(TruckEntryCount)
           IF TruckMatchSubscript NOT = ZERO
               MOVE "Y" TO EntryRouteSharedFlag(TruckEntryCount)
               DISPLAY "OILSDRIVERPRODUCTIVITY - ROUTE "
                   TruckRouteNumber " ALSO ON TRUCK " TruckNumber
                   " - CREDITED TO FIRST TRUCK"
           ELSE
               MOVE "N" TO EntryRouteSharedFlag(TruckEntryCount)
           END-IF
           MOVE ZERO TO EntryWeekLoads(TruckEntryCount)
           MOVE ZERO TO EntryWeekMeter(TruckEntryCount)
           MOVE ZERO TO EntryGradeCount(TruckEntryCount)
           PERFORM ClearOneDayFlag
               VARYING DaySubscript FROM 1 BY 1
               UNTIL DaySubscript > 7.

       ClearOneDayFlag.
           MOVE "N" TO
               EntryDayWorkedFlag(TruckEntryCount, DaySubscript).

      ******************************************************************
      * FindTruckByRoute - the first truck entry running
      * CompareRouteNumber, zero if none does.
      ******************************************************************
       FindTruckByRoute.
           MOVE ZERO TO TruckMatchSubscript
           PERFORM SearchOneTruckRoute
               VARYING TruckSubscript FROM 1 BY 1
               UNTIL TruckSubscript > TruckEntryCount
                   OR TruckMatchSubscript NOT = ZERO.

       SearchOneTruckRoute.
           IF EntryRouteNumber(TruckSubscript) = CompareRouteNumber
               AND CompareRouteNumber NOT = SPACE
               MOVE TruckSubscript TO TruckMatchSubscript
           END-IF.

      ******************************************************************
      * FindTruckByNumber - the truck entry for CompareTruckNumber,
      * zero if the truck is not on the master.
      ******************************************************************
       FindTruckByNumber.
           MOVE ZERO TO TruckMatchSubscript
           PERFORM SearchOneTruckNumber
               VARYING TruckSubscript FROM 1 BY 1
               UNTIL TruckSubscript > TruckEntryCount
                   OR TruckMatchSubscript NOT = ZERO.

       SearchOneTruckNumber.
           IF EntryTruckNumber(TruckSubscript) = CompareTruckNumber
               MOVE TruckSubscript TO TruckMatchSubscript
           END-IF.

      ******************************************************************
      * WriteProductivityHeading - page heading for the report.
      ******************************************************************
       WriteProductivityHeading.
           MOVE "DRIVER PRODUCTIVITY - WEEK ENDING" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord
           MOVE HeadingLine2 TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord.

      ******************************************************************
      * ReadNextDelivery - read one delivery off the history.
      ******************************************************************
       ReadNextDelivery.
           READ DeliveryHistoryFile
               AT END
                   MOVE "Y" TO DeliveryHistoryEofFlag
               NOT AT END
                   ADD 1 TO DeliveriesReadCount
           END-READ.

      ******************************************************************
      * AccumulateOneDelivery - a delivery dated inside the season
      * and not after the week ending is credited, by grade, to the
      * truck running its route: to the season always, and to the
      * week when it falls in the last seven days.  A route no truck
      * runs is only counted for the console.
      ******************************************************************
       AccumulateOneDelivery.
           IF DeliveryDate NOT LESS THAN ParameterSeasonStartDate
               AND DeliveryDate NOT GREATER THAN ParameterRunDate
               ADD 1 TO DeliveriesInSeasonCount
               MOVE DeliveryRouteNumber TO CompareRouteNumber
               PERFORM FindTruckByRoute
               IF TruckMatchSubscript = ZERO
                   ADD 1 TO DeliveriesNoTruckCount
               ELSE
                   PERFORM CreditOneDelivery
               END-IF
           END-IF
           PERFORM ReadNextDelivery.

       CreditOneDelivery.
           MOVE DeliveryProductGrade TO SearchGradeArgument
           PERFORM FindOrAddGradeEntry
           IF GradeMatchSubscript NOT = ZERO
               PERFORM FindRateCard
               MOVE DeliveryDate TO ConvertDateParts
               PERFORM ConvertDateToDayCount
               ADD 1 TO
                   GradeSeasonStops(TruckMatchSubscript,
                                    GradeMatchSubscript)
               ADD DeliveryGallons TO
                   GradeSeasonGallons(TruckMatchSubscript,
                                      GradeMatchSubscript)
               IF ConvertedDayCount NOT LESS THAN WeekStartDayCount
                   ADD 1 TO
                       GradeWeekStops(TruckMatchSubscript,
                                      GradeMatchSubscript)
                   ADD DeliveryGallons TO
                       GradeWeekGallons(TruckMatchSubscript,
                                        GradeMatchSubscript)
               END-IF
               IF RateCardMatchSubscript NOT = ZERO
                   AND DeliveryGallons NOT LESS THAN
                       RateCardMinimumDrop(RateCardMatchSubscript)
                   ADD 1 TO
                       GradeSeasonPaidStops(TruckMatchSubscript,
                                            GradeMatchSubscript)
                   IF ConvertedDayCount NOT LESS THAN
                       WeekStartDayCount
                       ADD 1 TO
                           GradeWeekPaidStops(TruckMatchSubscript,
                                              GradeMatchSubscript)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * FindOrAddGradeEntry - the matched truck's entry for
      * SearchGradeArgument, added at zero the first time the grade
      * is seen on the truck's route.
      ******************************************************************
       FindOrAddGradeEntry.
           MOVE ZERO TO GradeMatchSubscript
           PERFORM SearchOneGradeEntry
               VARYING GradeSubscript FROM 1 BY 1
               UNTIL GradeSubscript >
                   EntryGradeCount(TruckMatchSubscript)
           IF GradeMatchSubscript = ZERO
               IF EntryGradeCount(TruckMatchSubscript) < 10
                   ADD 1 TO EntryGradeCount(TruckMatchSubscript)
                   MOVE EntryGradeCount(TruckMatchSubscript) TO
                       GradeMatchSubscript
                   PERFORM ClearGradeEntry
               ELSE
                   DISPLAY "OILSDRIVERPRODUCTIVITY - GRADE TABLE "
                       "FULL - DELIVERY NOT CREDITED FOR TRUCK: "
                       EntryTruckNumber(TruckMatchSubscript)
               END-IF
           END-IF.

       SearchOneGradeEntry.
           IF GradeCode(TruckMatchSubscript, GradeSubscript)
               = SearchGradeArgument
               MOVE GradeSubscript TO GradeMatchSubscript
           END-IF.

       ClearGradeEntry.
           MOVE SearchGradeArgument TO
               GradeCode(TruckMatchSubscript, GradeMatchSubscript)
           MOVE ZERO TO
               GradeWeekStops(TruckMatchSubscript, GradeMatchSubscript)
           MOVE ZERO TO
               GradeWeekPaidStops(TruckMatchSubscript,
                                  GradeMatchSubscript)
           MOVE ZERO TO
               GradeWeekGallons(TruckMatchSubscript,
                                GradeMatchSubscript)
           MOVE ZERO TO
               GradeSeasonStops(TruckMatchSubscript,
                                GradeMatchSubscript)
           MOVE ZERO TO
               GradeSeasonPaidStops(TruckMatchSubscript,
                                    GradeMatchSubscript)
           MOVE ZERO TO
               GradeSeasonGallons(TruckMatchSubscript,
                                  GradeMatchSubscript).

      ******************************************************************
      * FindRateCard - the rate card for SearchGradeArgument, or the
      * **** card when the grade has none; zero when neither is on
      * the deck and the grade earns no incentive.
      ******************************************************************
       FindRateCard.
           MOVE ZERO TO RateCardMatchSubscript
           PERFORM SearchOneRateCard
               VARYING RateCardSubscript FROM 1 BY 1
               UNTIL RateCardSubscript > RateCardCount
           IF RateCardMatchSubscript = ZERO
               MOVE RateCardDefaultSubscript TO RateCardMatchSubscript
           END-IF.

       SearchOneRateCard.
           IF RateCardGrade(RateCardSubscript) = SearchGradeArgument
               MOVE RateCardSubscript TO RateCardMatchSubscript
           END-IF.

      ******************************************************************
      * ReadNextLoadOut - read one rack load off the week's deck.
      ******************************************************************
       ReadNextLoadOut.
           READ LoadOutFile
               AT END
                   MOVE "Y" TO LoadOutEofFlag
               NOT AT END
                   ADD 1 TO LoadOutsReadCount
           END-READ.

      ******************************************************************
      * AccumulateOneLoadOut - a load dated in the week counts one
      * load and its meter movement to the truck, and marks the day
      * worked.  A meter that wrapped or was keyed backwards counts
      * zero movement, the way OilsTruckSettle takes it.
      ******************************************************************
       AccumulateOneLoadOut.
           MOVE LoadDate TO ConvertDateParts
           PERFORM ConvertDateToDayCount
           IF ConvertedDayCount NOT LESS THAN WeekStartDayCount
               AND ConvertedDayCount NOT GREATER THAN RunDateDayCount
               ADD 1 TO LoadOutsInWeekCount
               MOVE LoadTruckNumber TO CompareTruckNumber
               PERFORM FindTruckByNumber
               IF TruckMatchSubscript = ZERO
                   ADD 1 TO LoadOutsNoTruckCount
               ELSE
                   ADD 1 TO EntryWeekLoads(TruckMatchSubscript)
                   IF LoadMeterEnd GREATER THAN LoadMeterStart
                       COMPUTE EntryWeekMeter(TruckMatchSubscript) =
                           EntryWeekMeter(TruckMatchSubscript)
                           + LoadMeterEnd - LoadMeterStart
                   END-IF
                   COMPUTE DayOfWeekIndex =
                       ConvertedDayCount - WeekStartDayCount + 1
                   MOVE "Y" TO EntryDayWorkedFlag(TruckMatchSubscript,
                                                  DayOfWeekIndex)
               END-IF
           END-IF
           PERFORM ReadNextLoadOut.

      ******************************************************************
      * ReportOneDriver - the driver's block on the report: name
      * line, one line per grade, the driver's total line and the
      * load line, then the driver's payroll record.
      ******************************************************************
       ReportOneDriver.
           MOVE ZERO TO DriverWeekStopsTotal
           MOVE ZERO TO DriverWeekGallonsTotal
           MOVE ZERO TO DriverSeasonStopsTotal
           MOVE ZERO TO DriverSeasonGallonsTotal
           MOVE ZERO TO DriverWeekIncentiveTotal
           MOVE ZERO TO DriverSeasonIncentiveTotal
           PERFORM WriteDriverNameLine
           PERFORM ReportOneGrade
               VARYING GradeSubscript FROM 1 BY 1
               UNTIL GradeSubscript > EntryGradeCount(TruckSubscript)
           PERFORM WriteDriverTotalLine
           PERFORM UpdateDriverSeason
           PERFORM WriteDriverLoadLine
           PERFORM WritePayrollRecord
           MOVE SPACE TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord
           ADD 1 TO DriversReportedCount.

       WriteDriverNameLine.
           MOVE EntryTruckNumber(TruckSubscript) TO DriverLineTruck
           MOVE EntryDriverName(TruckSubscript)  TO DriverLineName
           MOVE EntryRouteNumber(TruckSubscript) TO DriverLineRoute
           EVALUATE TRUE
               WHEN EntryRouteNumber(TruckSubscript) = SPACE
                   MOVE "NO ROUTE ON TRUCK MASTER" TO DriverLineNote
               WHEN EntryRouteIsShared(TruckSubscript)
                   MOVE "ROUTE CREDITED TO FIRST TRUCK" TO
                       DriverLineNote
               WHEN OTHER
                   MOVE SPACE TO DriverLineNote
           END-EVALUATE
           MOVE DriverNameLine TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord
           MOVE DriverPeriodLine TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord
           MOVE DriverColumnLine TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord.

      ******************************************************************
      * ReportOneGrade - price the grade's incentive off the rate
      * card - gallons at the per-gallon rate plus paid stops at the
      * per-stop rate - print its line and roll it into the driver's
      * totals.
      ******************************************************************
       ReportOneGrade.
           MOVE GradeCode(TruckSubscript, GradeSubscript) TO
               SearchGradeArgument
           PERFORM FindRateCard
           MOVE ZERO TO GradeWeekIncentive
           MOVE ZERO TO GradeSeasonIncentive
           IF RateCardMatchSubscript NOT = ZERO
               COMPUTE GradeWeekIncentive ROUNDED =
                   GradeWeekGallons(TruckSubscript, GradeSubscript)
                   * RateCardPerGallon(RateCardMatchSubscript)
                   + GradeWeekPaidStops(TruckSubscript, GradeSubscript)
                   * RateCardPerStop(RateCardMatchSubscript)
               COMPUTE GradeSeasonIncentive ROUNDED =
                   GradeSeasonGallons(TruckSubscript, GradeSubscript)
                   * RateCardPerGallon(RateCardMatchSubscript)
                   + GradeSeasonPaidStops(TruckSubscript,
                                          GradeSubscript)
                   * RateCardPerStop(RateCardMatchSubscript)
           END-IF
           MOVE GradeCode(TruckSubscript, GradeSubscript) TO
               DriverGradeCode
           MOVE GradeWeekStops(TruckSubscript, GradeSubscript) TO
               DriverWeekStops
           MOVE GradeWeekGallons(TruckSubscript, GradeSubscript) TO
               DriverWeekGallons
           MOVE GradeSeasonStops(TruckSubscript, GradeSubscript) TO
               DriverSeasonStops
           MOVE GradeSeasonGallons(TruckSubscript, GradeSubscript) TO
               DriverSeasonGallons
           MOVE ZERO TO AverageDropWork
           IF GradeWeekStops(TruckSubscript, GradeSubscript)
               GREATER THAN ZERO
               COMPUTE AverageDropWork ROUNDED =
                   GradeWeekGallons(TruckSubscript, GradeSubscript)
                   / GradeWeekStops(TruckSubscript, GradeSubscript)
           END-IF
           MOVE AverageDropWork TO DriverWeekAvgDrop
           MOVE ZERO TO AverageDropWork
           IF GradeSeasonStops(TruckSubscript, GradeSubscript)
               GREATER THAN ZERO
               COMPUTE AverageDropWork ROUNDED =
                   GradeSeasonGallons(TruckSubscript, GradeSubscript)
                   / GradeSeasonStops(TruckSubscript, GradeSubscript)
           END-IF
           MOVE AverageDropWork      TO DriverSeasonAvgDrop
           MOVE GradeWeekIncentive   TO DriverWeekIncentive
           MOVE GradeSeasonIncentive TO DriverSeasonIncentive
           MOVE DriverGradeLine TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord
           ADD GradeWeekStops(TruckSubscript, GradeSubscript) TO
               DriverWeekStopsTotal
           ADD GradeWeekGallons(TruckSubscript, GradeSubscript) TO
               DriverWeekGallonsTotal
           ADD GradeSeasonStops(TruckSubscript, GradeSubscript) TO
               DriverSeasonStopsTotal
           ADD GradeSeasonGallons(TruckSubscript, GradeSubscript) TO
               DriverSeasonGallonsTotal
           ADD GradeWeekIncentive   TO DriverWeekIncentiveTotal
           ADD GradeSeasonIncentive TO DriverSeasonIncentiveTotal.

      ******************************************************************
      * WriteDriverTotalLine - the driver's all-grades line, on the
      * same columns as the grade lines.
      ******************************************************************
       WriteDriverTotalLine.
           MOVE "ALL "                 TO DriverGradeCode
           MOVE DriverWeekStopsTotal   TO DriverWeekStops
           MOVE DriverWeekGallonsTotal TO DriverWeekGallons
           MOVE DriverSeasonStopsTotal TO DriverSeasonStops
           MOVE DriverSeasonGallonsTotal TO DriverSeasonGallons
           MOVE ZERO TO AverageDropWork
           IF DriverWeekStopsTotal GREATER THAN ZERO
               COMPUTE AverageDropWork ROUNDED =
                   DriverWeekGallonsTotal / DriverWeekStopsTotal
           END-IF
           MOVE AverageDropWork TO DriverWeekAvgDrop
           MOVE ZERO TO AverageDropWork
           IF DriverSeasonStopsTotal GREATER THAN ZERO
               COMPUTE AverageDropWork ROUNDED =
                   DriverSeasonGallonsTotal / DriverSeasonStopsTotal
           END-IF
           MOVE AverageDropWork            TO DriverSeasonAvgDrop
           MOVE DriverWeekIncentiveTotal   TO DriverWeekIncentive
           MOVE DriverSeasonIncentiveTotal TO DriverSeasonIncentive
           MOVE DriverGradeLine TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord.

      ******************************************************************
      * UpdateDriverSeason - carry the truck's load-out figures into
      * the season.  A new week ending rolls the last week taken in
      * into the prior-weeks totals before this week replaces it; a
      * rerun of the same week just replaces it; a new season start
      * begins again at zero.  A week ending older than the last one
      * taken in is reported but leaves the file alone.
      ******************************************************************
       UpdateDriverSeason.
           MOVE ZERO TO DriverWeekDaysWorked
           PERFORM CountOneDayWorked
               VARYING DaySubscript FROM 1 BY 1
               UNTIL DaySubscript > 7
           MOVE "Y" TO SeasonUpdateFlag
           MOVE EntryTruckNumber(TruckSubscript) TO SeasonTruckNumber
           READ DriverSeasonFile
               INVALID KEY
                   PERFORM StartDriverSeason
           END-READ
           IF SeasonStartDate NOT = ParameterSeasonStartDate
               PERFORM StartDriverSeason
           END-IF
           EVALUATE TRUE
               WHEN SeasonLastWeekEnding = ParameterRunDate
                   CONTINUE
               WHEN SeasonLastWeekEnding LESS THAN ParameterRunDate
                   ADD SeasonWeekLoads TO SeasonPriorLoads
                   ADD SeasonWeekMeter TO SeasonPriorMeter
                   ADD SeasonWeekDays  TO SeasonPriorDays
               WHEN OTHER
                   MOVE "N" TO SeasonUpdateFlag
                   DISPLAY "OILSDRIVERPRODUCTIVITY - WEEK ENDING "
                       "OLDER THAN LAST RUN - SEASON NOT UPDATED "
                       "FOR TRUCK: " SeasonTruckNumber
           END-EVALUATE
           COMPUTE DriverSeasonLoadsTotal =
               SeasonPriorLoads + EntryWeekLoads(TruckSubscript)
           COMPUTE DriverSeasonMeterTotal =
               SeasonPriorMeter + EntryWeekMeter(TruckSubscript)
           COMPUTE DriverSeasonDaysTotal =
               SeasonPriorDays + DriverWeekDaysWorked
           IF SeasonIsToBeUpdated
               MOVE ParameterRunDate TO SeasonLastWeekEnding
               MOVE EntryWeekLoads(TruckSubscript) TO SeasonWeekLoads
               MOVE EntryWeekMeter(TruckSubscript) TO SeasonWeekMeter
               MOVE DriverWeekDaysWorked           TO SeasonWeekDays
               WRITE DriverSeasonRecord
                   INVALID KEY
                       REWRITE DriverSeasonRecord
               END-WRITE
           END-IF.

       CountOneDayWorked.
           IF EntryDayWorkedFlag(TruckSubscript, DaySubscript) = "Y"
               ADD 1 TO DriverWeekDaysWorked
           END-IF.

       StartDriverSeason.
           MOVE SPACE TO DriverSeasonRecord
           MOVE EntryTruckNumber(TruckSubscript) TO SeasonTruckNumber
           MOVE ParameterSeasonStartDate TO SeasonStartDate
           MOVE ZERO TO SeasonLastWeekEnding
           MOVE ZERO TO SeasonPriorLoads
           MOVE ZERO TO SeasonPriorMeter
           MOVE ZERO TO SeasonPriorDays
           MOVE ZERO TO SeasonWeekLoads
           MOVE ZERO TO SeasonWeekMeter
           MOVE ZERO TO SeasonWeekDays.

      ******************************************************************
      * WriteDriverLoadLine - loads, days worked and meter movement
      * per day worked, for the week and the season.
      ******************************************************************
       WriteDriverLoadLine.
           MOVE EntryWeekLoads(TruckSubscript) TO DriverWeekLoads
           MOVE DriverSeasonLoadsTotal         TO DriverSeasonLoads
           MOVE DriverWeekDaysWorked           TO DriverWeekDays
           MOVE DriverSeasonDaysTotal          TO DriverSeasonDays
           MOVE ZERO TO MeterPerDayWork
           IF DriverWeekDaysWorked GREATER THAN ZERO
               COMPUTE MeterPerDayWork ROUNDED =
                   EntryWeekMeter(TruckSubscript)
                   / DriverWeekDaysWorked
           END-IF
           MOVE MeterPerDayWork TO DriverWeekMeterPerDay
           MOVE ZERO TO MeterPerDayWork
           IF DriverSeasonDaysTotal GREATER THAN ZERO
               COMPUTE MeterPerDayWork ROUNDED =
                   DriverSeasonMeterTotal / DriverSeasonDaysTotal
           END-IF
           MOVE MeterPerDayWork TO DriverSeasonMeterPerDay
           MOVE DriverLoadLine TO ProductivityPrintRecord
           WRITE ProductivityPrintRecord.

      ******************************************************************
      * WritePayrollRecord - the driver's week for the payroll
      * service.
      ******************************************************************
       WritePayrollRecord.
           MOVE SPACE TO PayrollInterfaceRecord
           MOVE EntryTruckNumber(TruckSubscript) TO PayTruckNumber
           MOVE EntryDriverName(TruckSubscript)  TO PayDriverName
           MOVE EntryRouteNumber(TruckSubscript) TO PayRouteNumber
           MOVE ParameterRunDate                 TO PayWeekEndingDate
           MOVE DriverWeekStopsTotal             TO PayStopCount
           MOVE DriverWeekGallonsTotal           TO PayGallons
           MOVE EntryWeekLoads(TruckSubscript)   TO PayLoadCount
           MOVE DriverWeekIncentiveTotal         TO PayIncentiveAmount
           WRITE PayrollInterfaceRecord
           ADD 1 TO PayrollRecordsCount.

      ******************************************************************
      * TerminateRun - close down and report what the run credited.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSDRIVERPRODUCTIVITY - DELIVERIES READ:    "
               DeliveriesReadCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - IN SEASON:          "
               DeliveriesInSeasonCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - ROUTE WITH NO TRUCK: "
               DeliveriesNoTruckCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - LOAD-OUTS READ:     "
               LoadOutsReadCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - LOAD-OUTS IN WEEK:  "
               LoadOutsInWeekCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - LOADS NO TRUCK:     "
               LoadOutsNoTruckCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - DRIVERS REPORTED:   "
               DriversReportedCount
           DISPLAY "OILSDRIVERPRODUCTIVITY - PAYROLL RECORDS:    "
               PayrollRecordsCount
           CLOSE TruckMasterFile
                 DeliveryHistoryFile
                 LoadOutFile
                 IncentiveRateFile
                 DriverSeasonFile
                 PayrollInterfaceFile
                 ParameterFile
                 ProductivityReportFile.

       END PROGRAM OilsDriverProductivity.
