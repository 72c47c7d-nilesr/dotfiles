      *          hand it straight to the drivers with the manifest.
      *          A tank is assumed filled to its usable capacity at
      *          each delivery, the way the drivers top a tank off.
      *          Every tank on the list also gets an automatic order
      *          on DeliveryOrderFile for OilsOrderMatch to close
      *          against the tickets that come back.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-08-22 RN  Initial version.
      *                  run date or when this run itself already
      *                  completed, and stamps its own start and
      *                  clean end on RunStatusFile.
      *   2026-10-15 RN  Writes an automatic delivery order for each
      *                  tank on the due list to DeliveryOrderFile,
      *                  due tomorrow, for the estimated gallons to
      *                  fill; a tank whose order is still open
      *                  keeps it.  Now follows OilsOrderMatch in
      *                  the night stream, so tonight's tickets have
      *                  closed their orders before new ones go out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsForecast.
               RECORD KEY IS RunStatusKey
               FILE STATUS IS RunStatusFileStatus.

           SELECT DeliveryOrderFile ASSIGN TO "DLVORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OrderTankNumber
               FILE STATUS IS DeliveryOrderStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DeliveryHistoryFile.
       FD  RunStatusFile.
           COPY "RunStatus.cpy".

       FD  DeliveryOrderFile.
           COPY "DeliveryOrder.cpy".

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

               88  TankIsOnMaster          VALUE "Y".
           05  RunAllowedFlag          PIC X(01)  VALUE "N".
               88  RunIsAllowed            VALUE "Y".
           05  OpenOrderFoundFlag      PIC X(01)  VALUE "N".
               88  OpenOrderIsOnFile       VALUE "Y".

       01  FileStatusFields.
           05  TankMasterStatus        PIC X(02)  VALUE "00".
           05  RunStatusFileStatus     PIC X(02)  VALUE "00".
           05  DeliveryOrderStatus     PIC X(02)  VALUE "00".

       01  RunControlFields.
           05  ThisProgramName         PIC X(16) VALUE "OILSFORECAST".
           05  PredecessorName         PIC X(16) VALUE "OILSORDERMATCH".
           05  RunStateToStamp         PIC X(01) VALUE SPACE.

       01  DayCountFields.
               10  ConvertDay          PIC 9(02).
           05  ConvertedDayCount       PIC S9(09) COMP.
           05  RunDateDayCount         PIC S9(09) COMP.
           05  WorkDayCount            PIC S9(09) COMP.
           05  WorkRemainder           PIC S9(09) COMP.
           05  WorkMonthZero           PIC S9(04) COMP.
           05  OrderDueDateWhole       PIC 9(08).
           05  OrderDueDateParts REDEFINES OrderDueDateWhole.
               10  OrderDueYear        PIC 9(04).
               10  OrderDueMonth       PIC 9(02).
               10  OrderDueDay         PIC 9(02).

       01  TankBreakFields.
           05  CurrentTankNumber       PIC X(06)  VALUE SPACE.
           05  TanksDueCount           PIC 9(07)  VALUE ZERO.
           05  TanksSkippedNoMaster    PIC 9(07)  VALUE ZERO.
           05  TanksSkippedOneFill     PIC 9(07)  VALUE ZERO.
           05  OrdersWrittenCount      PIC 9(07)  VALUE ZERO.
           05  OrdersAlreadyOpenCount  PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      ******************************************************************
      * CheckRunStatus - the night stream's run-status gate, checked
      * before any other file is touched.  The forecast closes the
      * night: it may not run until OilsOrderMatch has completed
      * clean for the run date, and may not run twice.
      ******************************************************************
       CheckRunStatus.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date and the
      * degree-day card, work out tomorrow's date for the orders and
      * print the report heading.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  TankMasterFile
                       DegreeDayFile
                       ParameterFile
           PERFORM OpenDeliveryOrderFile
           OPEN OUTPUT ForecastReportFile
           PERFORM LoadRunParameters
           PERFORM LoadDegreeDayCard
           MOVE ParameterRunDate TO ConvertDateParts
           PERFORM ConvertDateToDayCount
           MOVE ConvertedDayCount TO RunDateDayCount
           COMPUTE WorkDayCount = RunDateDayCount + 1
           PERFORM ConvertDayCountToDate
           PERFORM WriteForecastHeading.

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
      * run date the burn projections are measured from.
               + ((ConvertMonth - 1) * 30)
               + ConvertDay.

      ******************************************************************
      * ConvertDayCountToDate - WorkDayCount back into a 360-day
      * calendar date, the way OilsArchivePurge does it.  A day
      * remainder of zero is the 30th of the prior month, and a
      * month of zero is December of the prior year.
      ******************************************************************
       ConvertDayCountToDate.
           DIVIDE WorkDayCount BY 360
               GIVING OrderDueYear REMAINDER WorkRemainder
           DIVIDE WorkRemainder BY 30
               GIVING WorkMonthZero REMAINDER WorkDayCount
           COMPUTE OrderDueMonth = WorkMonthZero + 1
           MOVE WorkDayCount TO OrderDueDay
           IF OrderDueDay = ZERO
               MOVE 30 TO OrderDueDay
               SUBTRACT 1 FROM OrderDueMonth
           END-IF
           IF OrderDueMonth = ZERO
               MOVE 12 TO OrderDueMonth
               SUBTRACT 1 FROM OrderDueYear
           END-IF.

      ******************************************************************
      * WriteForecastHeading - page heading for the tanks-due list.
      ******************************************************************
           MOVE TankUsableCapacity  TO DueTankCapacity
           MOVE TanksDueLine        TO ForecastPrintRecord
           WRITE ForecastPrintRecord
           ADD 1 TO TanksDueCount
           PERFORM WriteDeliveryOrder.

      ******************************************************************
      * WriteDeliveryOrder - put an automatic order on file for the
      * due tank: due tomorrow, for the gallons it should take to top
      * the tank back up to usable capacity.  A tank whose order is
      * still open keeps that order and its original due date, so a
      * delivery that never went out stays on OilsOrderMatch's
      * missed list instead of being pushed back a day every night.
      * A filled or cancelled order is replaced.
      ******************************************************************
       WriteDeliveryOrder.
           MOVE "N" TO OpenOrderFoundFlag
           MOVE CurrentTankNumber TO OrderTankNumber
           READ DeliveryOrderFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OrderIsOpen
                       MOVE "Y" TO OpenOrderFoundFlag
                   END-IF
           END-READ
           IF OpenOrderIsOnFile
               ADD 1 TO OrdersAlreadyOpenCount
           ELSE
               MOVE SPACE              TO DeliveryOrderRecord
               MOVE CurrentTankNumber  TO OrderTankNumber
               MOVE TankAccountNumber  TO OrderAccountNumber
               MOVE TankRouteNumber    TO OrderRouteNumber
               MOVE TankStopSequence   TO OrderStopSequence
               MOVE TankGradeDelivered TO OrderProductGrade
               IF EstimatedRemaining GREATER THAN ZERO
                   COMPUTE OrderEstimatedGallons =
                       TankUsableCapacity - EstimatedRemaining
               ELSE
                   MOVE TankUsableCapacity TO OrderEstimatedGallons
               END-IF
               MOVE OrderDueDateWhole  TO OrderDueDate
               MOVE ParameterRunDate   TO OrderCreatedDate
               MOVE "A"                TO OrderTypeCode
               MOVE "O"                TO OrderStatusCode
               MOVE ZERO               TO OrderFilledDate
               MOVE SPACE              TO OrderFilledTicket
               MOVE ZERO               TO OrderFilledGallons
               WRITE DeliveryOrderRecord
                   INVALID KEY
                       REWRITE DeliveryOrderRecord
               END-WRITE
               ADD 1 TO OrdersWrittenCount
           END-IF.

      ******************************************************************
      * TerminateRun - close down and report what the forecast saw.
               TanksSkippedNoMaster
           DISPLAY "OILSFORECAST - SKIPPED - ONE FILL:   "
               TanksSkippedOneFill
           DISPLAY "OILSFORECAST - ORDERS WRITTEN:       "
               OrdersWrittenCount
           DISPLAY "OILSFORECAST - ORDERS ALREADY OPEN:  "
               OrdersAlreadyOpenCount
           CLOSE TankMasterFile
                 DegreeDayFile
                 ParameterFile
                 ForecastReportFile
                 RunStatusFile
                 DeliveryOrderFile.

       END PROGRAM OilsForecast.
