      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Nightly delivery order match.  Reads the night's
      *          PostedFile against DeliveryOrderFile - the automatic
      *          orders OilsForecast wrote off its tanks-due list and
      *          dispatch's will-calls from OrderMaintenance - and
      *          closes each open order the tank's ticket filled.
      *          Prints the deliveries made with no order to fill
      *          (no order on file, the tank's order already filled
      *          or cancelled, or no tank on the ticket), then walks
      *          the order file and prints the missed-delivery
      *          exception list: every order still open on or past
      *          its due date.  A missed automatic order is the
      *          run-out no-heat call, so the list is on dispatch's
      *          desk the next morning.  Runs after OilsInventory and
      *          ahead of OilsForecast, so tonight's tickets close
      *          their orders before tomorrow's go out.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsOrderMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PostedFile ASSIGN TO "POSTFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DeliveryOrderFile ASSIGN TO "DLVORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OrderTankNumber
               FILE STATUS IS DeliveryOrderStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OrderMatchReportFile ASSIGN TO "MATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RunStatusFile ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RunStatusKey
               FILE STATUS IS RunStatusFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PostedFile.
           COPY "OilsTicket.cpy".

       FD  DeliveryOrderFile.
           COPY "DeliveryOrder.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  OrderMatchReportFile.
       01  OrderMatchPrintRecord       PIC X(132).

       FD  RunStatusFile.
           COPY "RunStatus.cpy".

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  PostedFileEofFlag       PIC X(01)  VALUE "N".
               88  PostedFileAtEof         VALUE "Y".
           05  OrderFileEofFlag        PIC X(01)  VALUE "N".
               88  OrderFileAtEof          VALUE "Y".
           05  RunAllowedFlag          PIC X(01)  VALUE "N".
               88  RunIsAllowed            VALUE "Y".

       01  FileStatusFields.
           05  DeliveryOrderStatus     PIC X(02)  VALUE "00".
           05  RunStatusFileStatus     PIC X(02)  VALUE "00".

       01  RunControlFields.
           05  ThisProgramName         PIC X(16) VALUE "OILSORDERMATCH".
           05  PredecessorName         PIC X(16) VALUE "OILSINVENTORY".
           05  RunStateToStamp         PIC X(01) VALUE SPACE.

       01  DayCountFields.
           05  ConvertDateParts.
               10  ConvertYear         PIC 9(04).
               10  ConvertMonth        PIC 9(02).
               10  ConvertDay          PIC 9(02).
           05  ConvertedDayCount       PIC S9(09) COMP.
           05  RunDateDayCount         PIC S9(09) COMP.

       01  MatchWorkFields.
           05  NoOrderReasonText       PIC X(30)  VALUE SPACE.
           05  DaysPastDue             PIC S9(05) COMP VALUE ZERO.

       01  ProgramCounters COMP.
           05  TicketsReadCount        PIC 9(07)  VALUE ZERO.
           05  OrdersFilledCount       PIC 9(07)  VALUE ZERO.
           05  SecondTicketsCount      PIC 9(07)  VALUE ZERO.
           05  NoOrderCount            PIC 9(07)  VALUE ZERO.
           05  TicketsNotFillsCount    PIC 9(07)  VALUE ZERO.
           05  OrdersReadCount         PIC 9(07)  VALUE ZERO.
           05  OrdersMissedCount       PIC 9(07)  VALUE ZERO.
           05  AutomaticMissedCount    PIC 9(07)  VALUE ZERO.
           05  WillCallMissedCount     PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Closes the filled orders off the night's
      * tickets, listing the deliveries no order called for, then
      * lists the orders left open past due.
      ******************************************************************
       Begin.
           PERFORM CheckRunStatus.
           IF RunIsAllowed
               PERFORM InitializeRun
               PERFORM MatchOnePostedTicket UNTIL PostedFileAtEof
               PERFORM ListMissedOrders
               PERFORM TerminateRun
           ELSE
               MOVE 8 TO RETURN-CODE
               CLOSE RunStatusFile
           END-IF
           STOP RUN.

      ******************************************************************
      * CheckRunStatus - the night stream's run-status gate, checked
      * before any other file is touched.  The match may not run
      * until OilsInventory has completed clean for the run date,
      * and may not run twice.
      ******************************************************************
       CheckRunStatus.
           MOVE "Y" TO RunAllowedFlag
           OPEN INPUT ParameterFile
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ
           CLOSE ParameterFile
           PERFORM OpenRunStatusFile
           MOVE ParameterRunDate TO RunStatusRunDate
           MOVE ThisProgramName  TO RunStatusProgram
           READ RunStatusFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RunCompletedClean
                       MOVE "N" TO RunAllowedFlag
                       DISPLAY "OILSORDERMATCH - ALREADY COMPLETED "
                           "FOR RUN DATE - NOT RUN AGAIN"
                   END-IF
           END-READ
           IF RunIsAllowed
               AND PredecessorName NOT = SPACE
               PERFORM CheckPredecessorStatus
           END-IF
           IF RunIsAllowed
               MOVE "S" TO RunStateToStamp
               PERFORM StampRunStatus
           END-IF.

      ******************************************************************
      * OpenRunStatusFile - the status file is permanent; only the
      * very first night ever creates it empty.
      ******************************************************************
       OpenRunStatusFile.
           OPEN I-O RunStatusFile
           IF RunStatusFileStatus NOT = "00"
               OPEN OUTPUT RunStatusFile
               CLOSE       RunStatusFile
               OPEN I-O    RunStatusFile
           END-IF.

      ******************************************************************
      * CheckPredecessorStatus - the predecessor must have completed
      * clean for this run date before this program may start.
      ******************************************************************
       CheckPredecessorStatus.
           MOVE ParameterRunDate TO RunStatusRunDate
           MOVE PredecessorName  TO RunStatusProgram
           READ RunStatusFile
               INVALID KEY
                   MOVE "N" TO RunAllowedFlag
                   DISPLAY "OILSORDERMATCH - PREDECESSOR HAS NOT RUN "
                       "FOR RUN DATE - HELD"
               NOT INVALID KEY
                   IF NOT RunCompletedClean
                       MOVE "N" TO RunAllowedFlag
                       DISPLAY "OILSORDERMATCH - PREDECESSOR DID NOT "
                           "COMPLETE CLEAN - HELD"
                   END-IF
           END-READ.

      ******************************************************************
      * StampRunStatus - write (or rewrite) this program's status
      * record for the run date.
      ******************************************************************
       StampRunStatus.
           MOVE SPACE            TO RunStatusRecord
           MOVE ParameterRunDate TO RunStatusRunDate
           MOVE ThisProgramName  TO RunStatusProgram
           MOVE RunStateToStamp  TO RunStatusState
           WRITE RunStatusRecord
               INVALID KEY
                   REWRITE RunStatusRecord
           END-WRITE.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date, print
      * the report heading and the no-order section's headings, and
      * prime the ticket loop.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  PostedFile
                       ParameterFile
           PERFORM OpenDeliveryOrderFile
           OPEN OUTPUT OrderMatchReportFile
           PERFORM LoadRunParameters
           MOVE ParameterRunDate TO ConvertDateParts
           PERFORM ConvertDateToDayCount
           MOVE ConvertedDayCount TO RunDateDayCount
           PERFORM WriteOrderMatchHeading
           MOVE SPACE TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE "  DELIVERIES MADE WITH NO ORDER" TO
               OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE NoOrderColumnLine TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           PERFORM ReadNextPostedTicket.

      ******************************************************************
      * OpenDeliveryOrderFile - the order file is permanent; only the
      * very first night ever creates it empty.
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
      * run date orders are judged past due against.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * ConvertDateToDayCount - the same 360-day bookkeeping calendar
      * (twelve 30-day months) the aged trial balance uses.
      ******************************************************************
       ConvertDateToDayCount.
           COMPUTE ConvertedDayCount =
               (ConvertYear * 360)
               + ((ConvertMonth - 1) * 30)
               + ConvertDay.

      ******************************************************************
      * WriteOrderMatchHeading - page heading for the match report.
      ******************************************************************
       WriteOrderMatchHeading.
           MOVE "DELIVERY ORDER MATCH AND MISSED LIST" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE HeadingLine2 TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord.

      ******************************************************************
      * ReadNextPostedTicket - read one of the night's posted tickets.
      ******************************************************************
       ReadNextPostedTicket.
           READ PostedFile
               AT END
                   MOVE "Y" TO PostedFileEofFlag
               NOT AT END
                   ADD 1 TO TicketsReadCount
           END-READ.

      ******************************************************************
      * MatchOnePostedTicket - find the tank's order and close it if
      * it is open.  A second ticket for a tank whose order this
      * same delivery day filled (a split load, a second trip) rolls
      * its gallons onto the filled order instead of listing.  A
      * ticket with no gallons delivered is not a fill and is only
      * counted.  Anything else is a delivery no order called for.
      ******************************************************************
       MatchOnePostedTicket.
           MOVE SPACE TO NoOrderReasonText
           EVALUATE TRUE
               WHEN OilsGallons NOT GREATER THAN ZERO
                   ADD 1 TO TicketsNotFillsCount
               WHEN OilsTankNumber = SPACE
                   MOVE "NO TANK ON TICKET" TO NoOrderReasonText
               WHEN OTHER
                   PERFORM MatchTicketToOrder
           END-EVALUATE
           IF NoOrderReasonText NOT = SPACE
               PERFORM WriteNoOrderLine
           END-IF
           PERFORM ReadNextPostedTicket.

      ******************************************************************
      * MatchTicketToOrder - random read of the tank's order and the
      * fill or the reason there was nothing to fill.
      ******************************************************************
       MatchTicketToOrder.
           MOVE OilsTankNumber TO OrderTankNumber
           READ DeliveryOrderFile
               INVALID KEY
                   MOVE "NO ORDER ON FILE" TO NoOrderReasonText
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OrderIsOpen
                           PERFORM FillOpenOrder
                       WHEN OrderIsFilled
                           AND OrderFilledDate = OilsDeliveryDate
                           ADD OilsGallons TO OrderFilledGallons
                           REWRITE DeliveryOrderRecord
                           ADD 1 TO SecondTicketsCount
                       WHEN OrderIsFilled
                           MOVE "ORDER ALREADY FILLED" TO
                               NoOrderReasonText
                       WHEN OrderIsCancelled
                           MOVE "ORDER WAS CANCELLED" TO
                               NoOrderReasonText
                       WHEN OTHER
                           MOVE "ORDER STATUS UNKNOWN" TO
                               NoOrderReasonText
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * FillOpenOrder - close the order with the ticket that filled
      * it.
      ******************************************************************
       FillOpenOrder.
           MOVE "F"              TO OrderStatusCode
           MOVE OilsDeliveryDate TO OrderFilledDate
           MOVE OilsTicketNumber TO OrderFilledTicket
           MOVE OilsGallons      TO OrderFilledGallons
           REWRITE DeliveryOrderRecord
           ADD 1 TO OrdersFilledCount.

      ******************************************************************
      * WriteNoOrderLine - one line per delivery no order called for.
      ******************************************************************
       WriteNoOrderLine.
           MOVE OilsRouteNumber   TO NoOrderRoute
           MOVE OilsStopSequence  TO NoOrderStop
           MOVE OilsTankNumber    TO NoOrderTank
           MOVE OilsAccountNumber TO NoOrderAccount
           MOVE OilsProductGrade  TO NoOrderGrade
           MOVE OilsTicketNumber  TO NoOrderTicket
           MOVE OilsDeliveryDate  TO NoOrderDeliveryDate
           MOVE OilsGallons       TO NoOrderGallons
           MOVE NoOrderReasonText TO NoOrderReason
           MOVE NoOrderLine       TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           ADD 1 TO NoOrderCount.

      ******************************************************************
      * ListMissedOrders - walk the whole order file in tank order
      * and list every order still open on or past its due date.
      * Every ticket for the due day has posted by the time this
      * runs, so an order due today and still open was missed.
      ******************************************************************
       ListMissedOrders.
           MOVE SPACE TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE "  MISSED DELIVERIES - ORDERS OPEN PAST DUE" TO
               OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE OrderColumnLine TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE LOW-VALUES TO OrderTankNumber
           START DeliveryOrderFile KEY NOT LESS THAN OrderTankNumber
               INVALID KEY
                   MOVE "Y" TO OrderFileEofFlag
           END-START
           PERFORM CheckOneOrder UNTIL OrderFileAtEof
           PERFORM WriteMatchTotals.

       CheckOneOrder.
           READ DeliveryOrderFile NEXT RECORD
               AT END
                   MOVE "Y" TO OrderFileEofFlag
               NOT AT END
                   ADD 1 TO OrdersReadCount
                   IF OrderIsOpen
                       AND OrderDueDate NOT GREATER THAN
                           ParameterRunDate
                       PERFORM WriteMissedOrderLine
                   END-IF
           END-READ.

      ******************************************************************
      * WriteMissedOrderLine - one exception line per missed order,
      * with the days it is past due.  The order stays open: it is
      * listed every night until a ticket fills it or dispatch
      * cancels it.
      ******************************************************************
       WriteMissedOrderLine.
           MOVE OrderDueDate TO ConvertDateParts
           PERFORM ConvertDateToDayCount
           COMPUTE DaysPastDue = RunDateDayCount - ConvertedDayCount
           MOVE SPACE                 TO OrderLine
           MOVE OrderRouteNumber      TO OrderLineRoute
           MOVE OrderStopSequence     TO OrderLineStop
           MOVE OrderTankNumber       TO OrderLineTank
           MOVE OrderAccountNumber    TO OrderLineAccount
           MOVE OrderProductGrade     TO OrderLineGrade
           MOVE OrderTypeCode         TO OrderLineType
           MOVE OrderDueDate          TO OrderLineDueDate
           MOVE OrderEstimatedGallons TO OrderLineGallons
           MOVE DaysPastDue           TO OrderLineDaysLate
           IF OrderIsAutomatic
               MOVE "MISSED - AUTOMATIC - RUN-OUT RISK" TO
                   OrderLineResult
               ADD 1 TO AutomaticMissedCount
           ELSE
               MOVE "MISSED - WILL-CALL PROMISED" TO
                   OrderLineResult
               ADD 1 TO WillCallMissedCount
           END-IF
           MOVE OrderLine TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           ADD 1 TO OrdersMissedCount.

      ******************************************************************
      * WriteMatchTotals - the night's counts at the foot of the
      * report.
      ******************************************************************
       WriteMatchTotals.
           MOVE SPACE TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord
           MOVE "TICKETS READ" TO OrderCountText
           MOVE TicketsReadCount TO OrderCountValue
           PERFORM WriteOneCountLine
           MOVE "ORDERS FILLED" TO OrderCountText
           MOVE OrdersFilledCount TO OrderCountValue
           PERFORM WriteOneCountLine
           MOVE "DELIVERIES WITH NO ORDER" TO OrderCountText
           MOVE NoOrderCount TO OrderCountValue
           PERFORM WriteOneCountLine
           MOVE "MISSED - AUTOMATIC ORDERS" TO OrderCountText
           MOVE AutomaticMissedCount TO OrderCountValue
           PERFORM WriteOneCountLine
           MOVE "MISSED - WILL-CALL ORDERS" TO OrderCountText
           MOVE WillCallMissedCount TO OrderCountValue
           PERFORM WriteOneCountLine.

       WriteOneCountLine.
           MOVE OrderCountLine TO OrderMatchPrintRecord
           WRITE OrderMatchPrintRecord.

      ******************************************************************
      * TerminateRun - stamp the clean end, close down and report
      * what the match saw.
      ******************************************************************
       TerminateRun.
           MOVE "C" TO RunStateToStamp
           PERFORM StampRunStatus
           DISPLAY "OILSORDERMATCH - TICKETS READ:       "
               TicketsReadCount
           DISPLAY "OILSORDERMATCH - ORDERS FILLED:      "
               OrdersFilledCount
           DISPLAY "OILSORDERMATCH - SECOND TICKETS:     "
               SecondTicketsCount
           DISPLAY "OILSORDERMATCH - NOT FILLS:          "
               TicketsNotFillsCount
           DISPLAY "OILSORDERMATCH - NO ORDER:           "
               NoOrderCount
           DISPLAY "OILSORDERMATCH - ORDERS READ:        "
               OrdersReadCount
           DISPLAY "OILSORDERMATCH - ORDERS MISSED:      "
               OrdersMissedCount
           CLOSE PostedFile
                 DeliveryOrderFile
                 ParameterFile
                 OrderMatchReportFile
                 RunStatusFile.

       END PROGRAM OilsOrderMatch.
