      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Monthly gross margin report.  Sorts the month's
      *          MonthlyPostedFile tickets into product grade and
      *          customer order and prices every delivered gallon at
      *          the grade's weighted-average cost off
      *          PlantInventoryFile (rolled forward nightly by
      *          OilsInventory from the supplier cost on the BOLs).
      *          Prints gallons, revenue, cost, margin and margin per
      *          gallon for each customer within grade, a total line
      *          per grade and a grand total, and flags every
      *          customer whose margin per gallon falls below the
      *          margin floor on the parameter card, so the office
      *          can see which accounts are being delivered at or
      *          under cost.  Runs with the month-end reports, before
      *          OilsMonthEnd resets the monthly file.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Corrected the no-average-cost note.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsMarginReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MonthlyPostedFile ASSIGN TO "MPOSTFIL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SortWorkFile ASSIGN TO "SRTWORK".

           SELECT PlantInventoryFile ASSIGN TO "PLANTINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlantInventoryStatus.

           SELECT CustomerMasterFile ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MarginReportFile ASSIGN TO "MRGNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MonthlyPostedFile.
       01  MonthlyPostedRecord         PIC X(80).

       SD  SortWorkFile.
           COPY "OilsTicket.cpy".

       FD  PlantInventoryFile.
           COPY "PlantInventory.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  MarginReportFile.
       01  MarginPrintRecord           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  SortFileEofFlag         PIC X(01)  VALUE "N".
               88  SortFileAtEof           VALUE "Y".
           05  InventoryFileEofFlag    PIC X(01)  VALUE "N".
               88  InventoryFileAtEof      VALUE "Y".

       01  FileStatusFields.
           05  PlantInventoryStatus    PIC X(02)  VALUE "00".
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".

       01  ProgramCounters COMP.
           05  TicketsReadCount        PIC 9(07)  VALUE ZERO.
           05  CustomersListedCount    PIC 9(07)  VALUE ZERO.
           05  CustomersFlaggedCount   PIC 9(07)  VALUE ZERO.
           05  GradesListedCount       PIC 9(07)  VALUE ZERO.
           05  GradeEntryCount         PIC 9(04)  VALUE ZERO.
           05  GradeSubscript          PIC 9(04)  VALUE ZERO.
           05  GradeMatchSubscript     PIC 9(04)  VALUE ZERO.

       01  GradeCostFields.
           05  GradeCostEntry OCCURS 50 TIMES.
               10  CostProductGrade    PIC X(04).
               10  CostAveragePerGal   PIC 9(03)V9(04).

       01  ControlBreakFields.
           05  CurrentProductGrade     PIC X(04)  VALUE SPACE.
           05  CurrentAccountNumber    PIC X(06)  VALUE SPACE.
           05  CurrentGradeCost        PIC 9(03)V9(04) VALUE ZERO.

       01  CustomerTotals.
           05  CustomerGallons         PIC S9(07)V9(02) VALUE ZERO.
           05  CustomerRevenue         PIC S9(09)V9(02) VALUE ZERO.
           05  CustomerCost            PIC S9(09)V9(02) VALUE ZERO.
           05  CustomerMargin          PIC S9(09)V9(02) VALUE ZERO.

       01  GradeTotals.
           05  GradeGallons            PIC S9(07)V9(02) VALUE ZERO.
           05  GradeRevenue            PIC S9(09)V9(02) VALUE ZERO.
           05  GradeCost               PIC S9(09)V9(02) VALUE ZERO.
           05  GradeMargin             PIC S9(09)V9(02) VALUE ZERO.

       01  GrandTotals.
           05  GrandGallons            PIC S9(07)V9(02) VALUE ZERO.
           05  GrandRevenue            PIC S9(09)V9(02) VALUE ZERO.
           05  GrandCost               PIC S9(09)V9(02) VALUE ZERO.
           05  GrandMargin             PIC S9(09)V9(02) VALUE ZERO.

       01  MarginWorkFields.
           05  MarginPerGallon         PIC S9(03)V9(04) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Loads the average cost per grade, then
      * sorts the month's tickets into grade/customer order and
      * prints the margin report from the sorted output.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           PERFORM LoadGradeCosts.
           SORT SortWorkFile
               ON ASCENDING KEY OilsProductGrade OilsAccountNumber
               USING MonthlyPostedFile
               OUTPUT PROCEDURE PrintMarginReport.
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date and
      * margin floor off the parameter card and print the headings.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  CustomerMasterFile
                       ParameterFile
           OPEN OUTPUT MarginReportFile
           PERFORM LoadRunParameters
           PERFORM WriteMarginHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card.  A
      * margin floor left blank or zero defaults to twenty-five
      * cents a gallon.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
                   MOVE ZERO TO ParameterMarginFloor
           END-READ
           IF ParameterMarginFloor NOT NUMERIC
               OR ParameterMarginFloor = ZERO
               MOVE 0.2500 TO ParameterMarginFloor
           END-IF.

      ******************************************************************
      * WriteMarginHeading - page heading, the floor in force and the
      * column headings.
      ******************************************************************
       WriteMarginHeading.
           MOVE "MONTHLY GROSS MARGIN BY GRADE/CUSTOMER"
               TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO MarginPrintRecord
           WRITE MarginPrintRecord
           MOVE HeadingLine2 TO MarginPrintRecord
           WRITE MarginPrintRecord
           MOVE ParameterMarginFloor TO MarginFloorValue
           MOVE MarginFloorLine TO MarginPrintRecord
           WRITE MarginPrintRecord
           MOVE SPACE TO MarginPrintRecord
           WRITE MarginPrintRecord
           MOVE MarginColumnLine TO MarginPrintRecord
           WRITE MarginPrintRecord.

      ******************************************************************
      * LoadGradeCosts - the weighted-average cost per grade off the
      * bulk plant inventory.  A PlantInventoryFile that will not
      * open leaves every grade at zero cost; the grade total lines
      * say so.
      ******************************************************************
       LoadGradeCosts.
           OPEN INPUT PlantInventoryFile
           IF PlantInventoryStatus = "00"
               PERFORM LoadOneGradeCost UNTIL InventoryFileAtEof
               CLOSE PlantInventoryFile
           ELSE
               DISPLAY "OILSMARGINREPORT - PLANT INVENTORY WOULD "
                   "NOT OPEN - GRADES COSTED AT ZERO"
           END-IF.

       LoadOneGradeCost.
           READ PlantInventoryFile
               AT END
                   MOVE "Y" TO InventoryFileEofFlag
               NOT AT END
                   PERFORM AddOneGradeCost
           END-READ
           IF PlantInventoryStatus NOT = "00"
               MOVE "Y" TO InventoryFileEofFlag
           END-IF.

       AddOneGradeCost.
           IF GradeEntryCount < 50
               ADD 1 TO GradeEntryCount
               MOVE InventoryProductGrade TO
                   CostProductGrade(GradeEntryCount)
               MOVE ZERO TO CostAveragePerGal(GradeEntryCount)
               IF InventoryAverageCost NUMERIC
                   MOVE InventoryAverageCost TO
                       CostAveragePerGal(GradeEntryCount)
               END-IF
           ELSE
               DISPLAY "OILSMARGINREPORT - GRADE TABLE FULL - "
                   "GRADE COSTED AT ZERO: " InventoryProductGrade
           END-IF.

      ******************************************************************
      * PrintMarginReport - SORT output procedure.  Returns the sorted
      * tickets one at a time, breaking on customer within grade,
      * and closes out the last customer, the last grade and the
      * grand total at the end.
      ******************************************************************
       PrintMarginReport.
           PERFORM ReturnNextRecord.
           PERFORM AccumulateOneTicket UNTIL SortFileAtEof.
           IF CurrentProductGrade NOT = SPACE
               PERFORM FinishCustomer
               PERFORM FinishGrade
           END-IF.
           PERFORM WriteGrandTotalLine.

      ******************************************************************
      * ReturnNextRecord - pull the next record off the sorted file.
      ******************************************************************
       ReturnNextRecord.
           RETURN SortWorkFile
               AT END
                   MOVE "Y" TO SortFileEofFlag
               NOT AT END
                   ADD 1 TO TicketsReadCount
           END-RETURN.

      ******************************************************************
      * AccumulateOneTicket - control breaks on grade and customer,
      * then roll this ticket's gallons and revenue into the
      * customer's totals.
      ******************************************************************
       AccumulateOneTicket.
           EVALUATE TRUE
               WHEN OilsProductGrade NOT = CurrentProductGrade
                   IF CurrentProductGrade NOT = SPACE
                       PERFORM FinishCustomer
                       PERFORM FinishGrade
                   END-IF
                   PERFORM StartNewGrade
                   PERFORM StartNewCustomer
               WHEN OilsAccountNumber NOT = CurrentAccountNumber
                   PERFORM FinishCustomer
                   PERFORM StartNewCustomer
           END-EVALUATE
           ADD OilsGallons        TO CustomerGallons
           ADD OilsExtendedAmount TO CustomerRevenue
           PERFORM ReturnNextRecord.

      ******************************************************************
      * StartNewGrade - control break on grade: pick up the grade's
      * average cost and clear its totals.
      ******************************************************************
       StartNewGrade.
           MOVE OilsProductGrade TO CurrentProductGrade
           MOVE ZERO TO CurrentGradeCost
           MOVE ZERO TO GradeMatchSubscript
           PERFORM SearchOneGradeCost
               VARYING GradeSubscript FROM 1 BY 1
               UNTIL GradeSubscript > GradeEntryCount
           IF GradeMatchSubscript NOT = ZERO
               MOVE CostAveragePerGal(GradeMatchSubscript) TO
                   CurrentGradeCost
           END-IF
           MOVE ZERO TO GradeGallons
           MOVE ZERO TO GradeRevenue
           MOVE ZERO TO GradeCost
           MOVE ZERO TO GradeMargin.

       SearchOneGradeCost.
           IF CostProductGrade(GradeSubscript) = CurrentProductGrade
               MOVE GradeSubscript TO GradeMatchSubscript
           END-IF.

       StartNewCustomer.
           MOVE OilsAccountNumber TO CurrentAccountNumber
           MOVE ZERO TO CustomerGallons
           MOVE ZERO TO CustomerRevenue
           MOVE ZERO TO CustomerCost
           MOVE ZERO TO CustomerMargin.

      ******************************************************************
      * FinishCustomer - cost the customer's gallons at the grade's
      * average, print the customer's line and roll it into the
      * grade.  A customer whose margin per gallon is under the
      * floor is flagged; one whose gallons net to zero (a delivery
      * and its full correction) prints without a per-gallon figure.
      ******************************************************************
       FinishCustomer.
           COMPUTE CustomerCost ROUNDED =
               CustomerGallons * CurrentGradeCost
           COMPUTE CustomerMargin = CustomerRevenue - CustomerCost
           MOVE SPACE TO MarginLine
           MOVE CurrentProductGrade  TO MarginLineGrade
           MOVE CurrentAccountNumber TO MarginLineAccount
           PERFORM LookUpCustomerName
           MOVE CustomerGallons TO MarginLineGallons
           MOVE CustomerRevenue TO MarginLineRevenue
           MOVE CustomerCost    TO MarginLineCost
           MOVE CustomerMargin  TO MarginLineMargin
           IF CustomerGallons > ZERO
               COMPUTE MarginPerGallon ROUNDED =
                   CustomerMargin / CustomerGallons
               MOVE MarginPerGallon TO MarginLinePerGallon
               IF MarginPerGallon < ParameterMarginFloor
                   MOVE "** BELOW FLOOR **" TO MarginLineNote
                   ADD 1 TO CustomersFlaggedCount
               END-IF
           END-IF
           MOVE MarginLine TO MarginPrintRecord
           WRITE MarginPrintRecord
           ADD 1 TO CustomersListedCount
           ADD CustomerGallons TO GradeGallons
           ADD CustomerRevenue TO GradeRevenue
           ADD CustomerCost    TO GradeCost
           ADD CustomerMargin  TO GradeMargin.

      ******************************************************************
      * LookUpCustomerName - the customer's name for the line, off
      * the customer master.
      ******************************************************************
       LookUpCustomerName.
           MOVE CurrentAccountNumber TO CustomerAccountNumber
           READ CustomerMasterFile
               INVALID KEY
                   MOVE "NOT ON CUSTOMER FILE" TO MarginLineName
               NOT INVALID KEY
                   MOVE CustomerName TO MarginLineName
           END-READ.

      ******************************************************************
      * FinishGrade - the grade's total line, rolled into the grand
      * total.  A grade with no average cost on the plant inventory
      * is noted, since its cost is understated and its margin
      * overstated.
      ******************************************************************
       FinishGrade.
           MOVE SPACE TO MarginLine
           MOVE CurrentProductGrade TO MarginLineGrade
           MOVE "TOTAL"             TO MarginLineAccount
           MOVE "GRADE TOTAL"       TO MarginLineName
           MOVE GradeGallons TO MarginLineGallons
           MOVE GradeRevenue TO MarginLineRevenue
           MOVE GradeCost    TO MarginLineCost
           MOVE GradeMargin  TO MarginLineMargin
           IF GradeGallons > ZERO
               COMPUTE MarginPerGallon ROUNDED =
                   GradeMargin / GradeGallons
               MOVE MarginPerGallon TO MarginLinePerGallon
           END-IF
           IF CurrentGradeCost = ZERO
               MOVE "NO AVERAGE COST" TO MarginLineNote
           END-IF
           MOVE MarginLine TO MarginPrintRecord
           WRITE MarginPrintRecord
           MOVE SPACE TO MarginPrintRecord
           WRITE MarginPrintRecord
           ADD 1 TO GradesListedCount
           ADD GradeGallons TO GrandGallons
           ADD GradeRevenue TO GrandRevenue
           ADD GradeCost    TO GrandCost
           ADD GradeMargin  TO GrandMargin.

      ******************************************************************
      * WriteGrandTotalLine - all grades together.
      ******************************************************************
       WriteGrandTotalLine.
           MOVE SPACE TO MarginLine
           MOVE "ALL"         TO MarginLineGrade
           MOVE "TOTAL"       TO MarginLineAccount
           MOVE "GRAND TOTAL" TO MarginLineName
           MOVE GrandGallons TO MarginLineGallons
           MOVE GrandRevenue TO MarginLineRevenue
           MOVE GrandCost    TO MarginLineCost
           MOVE GrandMargin  TO MarginLineMargin
           IF GrandGallons > ZERO
               COMPUTE MarginPerGallon ROUNDED =
                   GrandMargin / GrandGallons
               MOVE MarginPerGallon TO MarginLinePerGallon
           END-IF
           MOVE MarginLine TO MarginPrintRecord
           WRITE MarginPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report the run counts.
      * MonthlyPostedFile and SortWorkFile are opened and closed by
      * the SORT statement itself.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSMARGINREPORT - TICKETS READ:      "
               TicketsReadCount
           DISPLAY "OILSMARGINREPORT - GRADES LISTED:     "
               GradesListedCount
           DISPLAY "OILSMARGINREPORT - CUSTOMERS LISTED:  "
               CustomersListedCount
           DISPLAY "OILSMARGINREPORT - BELOW MARGIN FLOOR: "
               CustomersFlaggedCount
           CLOSE CustomerMasterFile
                 ParameterFile
                 MarginReportFile.

       END PROGRAM OilsMarginReport.
