      ******************************************************************
      * Member:  DriverPayroll
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for PayrollInterfaceFile, the weekly
      *          hand-off OilsDriverProductivity writes for the
      *          payroll service: one record per driver on the truck
      *          master for the week ending on the parameter card,
      *          with the week's stops, gallons and loads and the
      *          incentive earned off the rate card.  A driver with
      *          no deliveries in the week still gets a record, at
      *          zero, so payroll can tell an idle week from a
      *          missing one.
      ******************************************************************
       01  PayrollInterfaceRecord.
           05  PayTruckNumber          PIC X(04).
           05  PayDriverName           PIC X(20).
           05  PayRouteNumber          PIC X(04).
           05  PayWeekEndingDate       PIC 9(08).
           05  PayStopCount            PIC 9(05).
           05  PayGallons              PIC 9(07)V9(02).
           05  PayLoadCount            PIC 9(03).
           05  PayIncentiveAmount      PIC 9(05)V9(02).
           05  Filler                  PIC X(20).
