      ******************************************************************
      * Member:  OrderMaintTransaction
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for OrderMaintFile, the add/cancel
      *          transaction file OrderMaintenance reads to put
      *          dispatch's will-call orders on DeliveryOrderFile,
      *          modeled on the other maintenance transaction
      *          layouts.  An add names the tank, the route and stop
      *          the delivery goes out on, the day it is promised and
      *          the gallons asked for (zero or blank means fill the
      *          tank, and a blank stop is stop zero); a cancel names
      *          only the tank.
      ******************************************************************
       01  OrderMaintRecord.
           05  OrderMaintActionCode    PIC X(01).
               88  OrderMaintIsAdd         VALUE "A".
               88  OrderMaintIsCancel      VALUE "D".
           05  OrderMaintTankNumber    PIC X(06).
           05  OrderMaintRouteNumber   PIC X(04).
           05  OrderMaintStopSequence  PIC 9(03).
           05  OrderMaintDueDate       PIC 9(08).
           05  OrderMaintGallons       PIC 9(05)V9(02).
           05  OrderMaintOperatorId    PIC X(03).
           05  Filler                  PIC X(48).
