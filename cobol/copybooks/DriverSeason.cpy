      ******************************************************************
      * Member:  DriverSeason
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for DriverSeasonFile, an indexed file
      *          keyed on truck number carrying each truck's
      *          season-to-date load-out figures for
      *          OilsDriverProductivity.  LoadOutFile is a daily deck
      *          with no history behind it, so the weekly run keeps
      *          the loads, meter movement and days worked for the
      *          season through the prior week here, plus the last
      *          week it took in: a new week ending rolls the last
      *          week into the prior totals, a rerun of the same
      *          week only replaces the week, and a new season start
      *          on the parameter card starts the totals over.
      ******************************************************************
       01  DriverSeasonRecord.
           05  SeasonTruckNumber       PIC X(04).
           05  SeasonStartDate         PIC 9(08).
           05  SeasonLastWeekEnding    PIC 9(08).
           05  SeasonPriorLoads        PIC 9(05).
           05  SeasonPriorMeter        PIC 9(09)V9(01).
           05  SeasonPriorDays         PIC 9(03).
           05  SeasonWeekLoads         PIC 9(05).
           05  SeasonWeekMeter         PIC 9(09)V9(01).
           05  SeasonWeekDays          PIC 9(03).
           05  Filler                  PIC X(24).
