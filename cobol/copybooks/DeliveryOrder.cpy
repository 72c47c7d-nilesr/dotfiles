      ******************************************************************
      * Member:  DeliveryOrder
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for DeliveryOrderFile, an indexed
      *          file keyed on tank number holding the one live
      *          delivery order for each tank.  OilsForecast writes
      *          an automatic order (type A) for every tank on its
      *          tanks-due list, OrderMaintenance adds dispatch's
      *          will-call orders (type W) and cancels orders, and
      *          OilsOrderMatch closes an order filled when the
      *          night's PostedFile carries a ticket for the tank,
      *          listing orders still open past their due date and
      *          deliveries made with no order.  A filled or
      *          cancelled order stays on file until the tank's
      *          next order replaces it.
      ******************************************************************
       01  DeliveryOrderRecord.
           05  OrderTankNumber         PIC X(06).
           05  OrderAccountNumber      PIC X(06).
           05  OrderRouteNumber        PIC X(04).
           05  OrderStopSequence       PIC 9(03).
           05  OrderProductGrade       PIC X(04).
           05  OrderEstimatedGallons   PIC 9(05)V9(02).
           05  OrderDueDate            PIC 9(08).
           05  OrderCreatedDate        PIC 9(08).
           05  OrderTypeCode           PIC X(01).
               88  OrderIsAutomatic        VALUE "A".
               88  OrderIsWillCall         VALUE "W".
           05  OrderStatusCode         PIC X(01).
               88  OrderIsOpen             VALUE "O".
               88  OrderIsFilled           VALUE "F".
               88  OrderIsCancelled        VALUE "X".
           05  OrderFilledDate         PIC 9(08).
           05  OrderFilledTicket       PIC X(08).
           05  OrderFilledGallons      PIC S9(05)V9(02).
           05  Filler                  PIC X(09).
