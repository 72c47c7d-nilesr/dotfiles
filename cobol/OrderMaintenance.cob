      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Dispatch's maintenance run for DeliveryOrderFile.
      *          Reads OrderMaintFile, a small add/cancel transaction
      *          file modeled on the other maintenance transactions,
      *          so a will-call customer's phoned-in order goes on
      *          the same order file the forecast's automatic orders
      *          do and is closed the same way by OilsOrderMatch.
      *          Each add is edited (tank not on the tank master,
      *          account inactive or on credit hold, an order already
      *          open for the tank, no route, a due date before the
      *          run date, a stop or gallons keyed but not numeric,
      *          more gallons than the tank holds) and a
      *          cancel must name a tank with an open order.  Prints
      *          an edit listing of applied and rejected maintenance
      *          with reasons.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Gallons and stop are now tested as numbers
      *                  before use: left blank they mean fill the
      *                  tank and no stop, anything else not numeric
      *                  is rejected, so no spaces reach the order
      *                  file or the match step's missed list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrderMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderMaintFile ASSIGN TO "OMNTFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DeliveryOrderFile ASSIGN TO "DLVORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OrderTankNumber
               FILE STATUS IS DeliveryOrderStatus.

           SELECT TankMasterFile ASSIGN TO "TANKMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TankNumber
               FILE STATUS IS TankMasterStatus.

           SELECT CustomerMasterFile ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OrderMaintReportFile ASSIGN TO "OMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OrderMaintFile.
           COPY "OrderMaintTransaction.cpy".

       FD  DeliveryOrderFile.
           COPY "DeliveryOrder.cpy".

       FD  TankMasterFile.
           COPY "TankMaster.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  OrderMaintReportFile.
       01  OrderMaintPrintRecord       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  OrderMaintFileEofFlag   PIC X(01)  VALUE "N".
               88  OrderMaintFileAtEof     VALUE "Y".
           05  TankOnMasterFlag        PIC X(01)  VALUE "N".
               88  TankIsOnMaster          VALUE "Y".
           05  AccountOnMasterFlag     PIC X(01)  VALUE "N".
               88  AccountIsOnMaster       VALUE "Y".
           05  AccountHeldFlag         PIC X(01)  VALUE "N".
               88  AccountIsHeld           VALUE "Y".
           05  OpenOrderFoundFlag      PIC X(01)  VALUE "N".
               88  OpenOrderIsOnFile       VALUE "Y".
           05  TransactionValidFlag    PIC X(01)  VALUE "N".
               88  TransactionIsValid      VALUE "Y".

       01  FileStatusFields.
           05  DeliveryOrderStatus     PIC X(02)  VALUE "00".
           05  TankMasterStatus        PIC X(02)  VALUE "00".
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".

       01  ReasonFields.
           05  CurrentRejectReason     PIC X(40).
           05  RejectReasonText        PIC X(29).

       01  ProgramCounters COMP.
           05  TransactionsReadCount   PIC 9(07)  VALUE ZERO.
           05  OrdersAddedCount        PIC 9(07)  VALUE ZERO.
           05  OrdersCancelledCount    PIC 9(07)  VALUE ZERO.
           05  TransactionsRejectedCount PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Reads OrderMaintFile to end of file,
      * editing and applying each transaction.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           PERFORM ProcessOneTransaction UNTIL OrderMaintFileAtEof.
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date off the
      * parameter card, print the listing heading and prime the read
      * loop.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  OrderMaintFile
                       TankMasterFile
                       CustomerMasterFile
                       ParameterFile
           PERFORM OpenDeliveryOrderFile
           OPEN OUTPUT OrderMaintReportFile
           PERFORM LoadRunParameters
           PERFORM WriteOrderMaintHeading
           PERFORM ReadNextTransaction.

      ******************************************************************
      * OpenDeliveryOrderFile - the order file is permanent; only the
      * very first run ever creates it empty.
      ******************************************************************
       OpenDeliveryOrderFile.
           OPEN I-O DeliveryOrderFile
           IF DeliveryOrderStatus NOT = "00"
               OPEN OUTPUT DeliveryOrderFile
               CLOSE       DeliveryOrderFile
               OPEN I-O    DeliveryOrderFile
           END-IF.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date a will-call may not be promised before.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * WriteOrderMaintHeading - page and column headings for the
      * edit listing.
      ******************************************************************
       WriteOrderMaintHeading.
           MOVE "DELIVERY ORDER MAINTENANCE LISTING" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO OrderMaintPrintRecord
           WRITE OrderMaintPrintRecord
           MOVE HeadingLine2 TO OrderMaintPrintRecord
           WRITE OrderMaintPrintRecord
           MOVE OrderColumnLine TO OrderMaintPrintRecord
           WRITE OrderMaintPrintRecord.

      ******************************************************************
      * ReadNextTransaction - read one maintenance transaction.
      ******************************************************************
       ReadNextTransaction.
           READ OrderMaintFile
               AT END
                   MOVE "Y" TO OrderMaintFileEofFlag
               NOT AT END
                   ADD 1 TO TransactionsReadCount
           END-READ.

      ******************************************************************
      * ProcessOneTransaction - look the tank, its account and its
      * order up, edit the transaction, apply it if it passes, list
      * it either way, then read the next one.
      ******************************************************************
       ProcessOneTransaction.
           PERFORM LookUpTank
           PERFORM LookUpAccount
           PERFORM LookUpOrder
           PERFORM EditTransaction
           IF TransactionIsValid
               PERFORM ApplyTransaction
           ELSE
               PERFORM ListRejectedTransaction
           END-IF
           PERFORM ReadNextTransaction.

      ******************************************************************
      * LookUpTank - random read of the tank master for the
      * transaction's tank; the order takes its account, grade and
      * capacity from there, not from the keying.
      ******************************************************************
       LookUpTank.
           MOVE "N" TO TankOnMasterFlag
           MOVE OrderMaintTankNumber TO TankNumber
           READ TankMasterFile
               INVALID KEY
                   MOVE "N" TO TankOnMasterFlag
               NOT INVALID KEY
                   MOVE "Y" TO TankOnMasterFlag
           END-READ.

      ******************************************************************
      * LookUpAccount - random read of the customer master for the
      * tank's owning account: an inactive account gets no will-call
      * and a held one would only be stopped at intake by R009.
      ******************************************************************
       LookUpAccount.
           MOVE "N" TO AccountOnMasterFlag
           MOVE "N" TO AccountHeldFlag
           IF TankIsOnMaster
               MOVE TankCustomerAccount TO CustomerAccountNumber
               READ CustomerMasterFile
                   INVALID KEY
                       MOVE "N" TO AccountOnMasterFlag
                   NOT INVALID KEY
                       IF CustomerIsActive
                           MOVE "Y" TO AccountOnMasterFlag
                       END-IF
                       IF CustomerIsOnCreditHold
                           MOVE "Y" TO AccountHeldFlag
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * LookUpOrder - random read of the order file for the tank, so
      * the edits know whether an open order is already out for it.
      ******************************************************************
       LookUpOrder.
           MOVE "N" TO OpenOrderFoundFlag
           MOVE OrderMaintTankNumber TO OrderTankNumber
           READ DeliveryOrderFile
               INVALID KEY
                   MOVE "N" TO OpenOrderFoundFlag
               NOT INVALID KEY
                   IF OrderIsOpen
                       MOVE "Y" TO OpenOrderFoundFlag
                   END-IF
           END-READ.

      ******************************************************************
      * EditTransaction - an add must name a tank on the master,
      * owned by an active account not on credit hold, with no order
      * already open, a route to run it on, a due date no earlier
      * than the run date and no more gallons than the tank holds; a
      * cancel must name a tank with an open order.
      ******************************************************************
       EditTransaction.
           MOVE "Y" TO TransactionValidFlag
           EVALUATE TRUE
               WHEN OrderMaintIsAdd
                   PERFORM EditAddTransaction
               WHEN OrderMaintIsCancel
                   IF NOT OpenOrderIsOnFile
                       MOVE "N" TO TransactionValidFlag
                       MOVE "No open order for tank" TO
                           CurrentRejectReason
                   END-IF
               WHEN OTHER
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Action code not A or D" TO
                       CurrentRejectReason
           END-EVALUATE.

       EditAddTransaction.
           EVALUATE TRUE
               WHEN NOT TankIsOnMaster
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Tank not on tank master" TO
                       CurrentRejectReason
               WHEN NOT AccountIsOnMaster
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Account not active on master" TO
                       CurrentRejectReason
               WHEN AccountIsHeld
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Account on credit hold" TO
                       CurrentRejectReason
               WHEN OpenOrderIsOnFile
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Tank already has an open order" TO
                       CurrentRejectReason
               WHEN OrderMaintRouteNumber = SPACE
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Route is blank" TO CurrentRejectReason
               WHEN OrderMaintDueDate NOT NUMERIC
                   OR OrderMaintDueDate LESS THAN ParameterRunDate
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Due date before run date" TO
                       CurrentRejectReason
               WHEN OrderMaintStopSequence NOT NUMERIC
                   AND OrderMaintStopSequence NOT = SPACE
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Stop not numeric" TO CurrentRejectReason
               WHEN OrderMaintGallons NOT NUMERIC
                   AND OrderMaintGallons NOT = SPACE
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Gallons not numeric" TO CurrentRejectReason
               WHEN OrderMaintGallons NUMERIC
                   AND OrderMaintGallons GREATER THAN TankUsableCapacity
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Gallons over tank capacity" TO
                       CurrentRejectReason
           END-EVALUATE.

      ******************************************************************
      * ApplyTransaction - the transaction passed its edits: write
      * the will-call or cancel the open order and list what was
      * done.
      ******************************************************************
       ApplyTransaction.
           EVALUATE TRUE
               WHEN OrderMaintIsAdd
                   PERFORM ApplyAdd
               WHEN OrderMaintIsCancel
                   PERFORM ApplyCancel
           END-EVALUATE.

      ******************************************************************
      * ApplyAdd - build the will-call order off the tank master.
      * Zero or blank gallons means fill the tank, and a blank stop
      * goes on as stop zero.  A filled or cancelled order left on
      * file for the tank is replaced.
      ******************************************************************
       ApplyAdd.
           MOVE SPACE                  TO DeliveryOrderRecord
           MOVE OrderMaintTankNumber   TO OrderTankNumber
           MOVE TankCustomerAccount    TO OrderAccountNumber
           MOVE OrderMaintRouteNumber  TO OrderRouteNumber
           IF OrderMaintStopSequence NUMERIC
               MOVE OrderMaintStopSequence TO OrderStopSequence
           ELSE
               MOVE ZERO TO OrderStopSequence
           END-IF
           MOVE TankProductGrade       TO OrderProductGrade
           IF OrderMaintGallons NOT NUMERIC
               OR OrderMaintGallons = ZERO
               MOVE TankUsableCapacity TO OrderEstimatedGallons
           ELSE
               MOVE OrderMaintGallons  TO OrderEstimatedGallons
           END-IF
           MOVE OrderMaintDueDate      TO OrderDueDate
           MOVE ParameterRunDate       TO OrderCreatedDate
           MOVE "W"                    TO OrderTypeCode
           MOVE "O"                    TO OrderStatusCode
           MOVE ZERO                   TO OrderFilledDate
           MOVE SPACE                  TO OrderFilledTicket
           MOVE ZERO                   TO OrderFilledGallons
           WRITE DeliveryOrderRecord
               INVALID KEY
                   REWRITE DeliveryOrderRecord
           END-WRITE
           ADD 1 TO OrdersAddedCount
           MOVE "APPLIED - WILL-CALL ADDED" TO CurrentRejectReason
           PERFORM WriteOrderMaintLine.

      ******************************************************************
      * ApplyCancel - the open order is in the file buffer off
      * LookUpOrder's read; mark it cancelled so the match step
      * neither closes it nor lists it missed.
      ******************************************************************
       ApplyCancel.
           MOVE "X" TO OrderStatusCode
           REWRITE DeliveryOrderRecord
           ADD 1 TO OrdersCancelledCount
           MOVE "APPLIED - ORDER CANCELLED" TO CurrentRejectReason
           PERFORM WriteOrderMaintLine.

      ******************************************************************
      * ListRejectedTransaction - nothing touched the order file;
      * list the transaction with the reason it was thrown out.
      ******************************************************************
       ListRejectedTransaction.
           ADD 1 TO TransactionsRejectedCount
           MOVE CurrentRejectReason TO RejectReasonText
           MOVE SPACE TO CurrentRejectReason
           STRING "REJECTED - " DELIMITED BY SIZE
                  RejectReasonText DELIMITED BY SIZE
               INTO CurrentRejectReason
           PERFORM WriteOrderMaintLine.

      ******************************************************************
      * WriteOrderMaintLine - one listing line per transaction,
      * applied or rejected.  An applied transaction lists the order
      * as it now stands; a rejected one lists what was keyed.
      ******************************************************************
       WriteOrderMaintLine.
           MOVE SPACE                TO OrderLine
           MOVE OrderMaintActionCode TO OrderLineAction
           IF TransactionIsValid
               MOVE OrderRouteNumber      TO OrderLineRoute
               MOVE OrderStopSequence     TO OrderLineStop
               MOVE OrderTankNumber       TO OrderLineTank
               MOVE OrderAccountNumber    TO OrderLineAccount
               MOVE OrderProductGrade     TO OrderLineGrade
               MOVE OrderTypeCode         TO OrderLineType
               MOVE OrderDueDate          TO OrderLineDueDate
               MOVE OrderEstimatedGallons TO OrderLineGallons
           ELSE
               MOVE OrderMaintRouteNumber TO OrderLineRoute
               MOVE OrderMaintTankNumber  TO OrderLineTank
               MOVE ZERO                  TO OrderLineStop
               MOVE ZERO                  TO OrderLineDueDate
               MOVE ZERO                  TO OrderLineGallons
               IF OrderMaintStopSequence NUMERIC
                   MOVE OrderMaintStopSequence TO OrderLineStop
               END-IF
               IF OrderMaintDueDate NUMERIC
                   MOVE OrderMaintDueDate TO OrderLineDueDate
               END-IF
               IF OrderMaintGallons NUMERIC
                   MOVE OrderMaintGallons TO OrderLineGallons
               END-IF
               IF TankIsOnMaster
                   MOVE TankCustomerAccount TO OrderLineAccount
                   MOVE TankProductGrade    TO OrderLineGrade
               END-IF
           END-IF
           MOVE CurrentRejectReason  TO OrderLineResult
           MOVE OrderMaintOperatorId TO OrderLineOperator
           MOVE OrderLine            TO OrderMaintPrintRecord
           WRITE OrderMaintPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report what the maintenance run
      * did to the order file.
      ******************************************************************
       TerminateRun.
           DISPLAY "ORDERMAINT - TRANSACTIONS READ: "
               TransactionsReadCount
           DISPLAY "ORDERMAINT - WILL-CALLS ADDED:  "
               OrdersAddedCount
           DISPLAY "ORDERMAINT - ORDERS CANCELLED:  "
               OrdersCancelledCount
           DISPLAY "ORDERMAINT - REJECTED:          "
               TransactionsRejectedCount
           CLOSE OrderMaintFile
                 DeliveryOrderFile
                 TankMasterFile
                 CustomerMasterFile
                 ParameterFile
                 OrderMaintReportFile.

       END PROGRAM OrderMaintenance.
