      ******************************************************************
      * Member:  IncentiveRate
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for IncentiveRateFile, the drivers'
      *          incentive rate card the office keys and keeps
      *          current: one card per product grade giving the
      *          incentive paid per gallon delivered, the incentive
      *          paid per stop, and the smallest drop that earns the
      *          stop rate, so a route run too often on short drops
      *          does not pay for the extra stops.  A card for grade
      *          **** applies to any grade without a card of its
      *          own.  OilsDriverProductivity loads the card at
      *          start-up.
      ******************************************************************
       01  IncentiveRateRecord.
           05  IncentiveProductGrade   PIC X(04).
           05  IncentivePerGallon      PIC 9(01)V9(04).
           05  IncentivePerStop        PIC 9(03)V9(02).
           05  IncentiveMinimumDrop    PIC 9(05).
           05  Filler                  PIC X(61).
