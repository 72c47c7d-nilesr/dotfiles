      *          leaking plant tank surfaces the night it happens
      *          instead of at the annual physical.  The closing
      *          balances are rewritten to PlantInventoryFile for
      *          the next night's opening.  Each grade also
      *          carries a weighted-average cost per gallon: the day's
      *          costed loads are blended into the gallons on hand at
      *          the old average, and the new average goes forward on
      *          PlantInventoryFile with the book balance for the
      *          margin report and the GL extract's cost of goods
      *          sold.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-08-23 RN  Initial version.
      *                  completed - a doubled inventory run used to
      *                  draw the book down twice - and stamps its
      *                  own start and clean end on RunStatusFile.
      *   2026-10-15 RN  Weighted-average cost per grade: each BOL's
      *                  supplier cost per gallon is blended into the
      *                  gallons on hand at the carried average, a
      *                  load keyed with no cost comes in at the
      *                  current average, and the new average and the
      *                  grade's GL accounts carry forward on
      *                  PlantInventoryFile.  The stock ledger shows
      *                  the average cost and the book value.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsInventory.
               10  EntryReceiptGallons PIC 9(07)V9(02).
               10  EntryDeliveredGals  PIC 9(07)V9(02).
               10  EntryClosingBalance PIC S9(07)V9(02).
               10  EntryAverageCost    PIC 9(03)V9(04).
               10  EntryReceiptCost    PIC 9(09)V9(02).
               10  EntryUncostedGals   PIC 9(07)V9(02).
               10  EntryCogsGlAccount  PIC X(08).
               10  EntryStockGlAccount PIC X(08).

       01  ShrinkageWorkFields.
           05  ShortageGallons         PIC 9(07)V9(02) VALUE ZERO.
           05  ShortagePercent         PIC 9(05)V9(02) VALUE ZERO.

       01  AverageCostWorkFields.
           05  CostBaseGallons         PIC 9(07)V9(02) VALUE ZERO.
           05  CostPoolGallons         PIC 9(08)V9(02) VALUE ZERO.
           05  CostPoolValue           PIC 9(11)V9(04) VALUE ZERO.
           05  BookValue               PIC S9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Loads the carried book balances, rolls in
           IF GradeMatchSubscript NOT = ZERO
               MOVE InventoryBookBalance TO
                   EntryOpeningBalance(GradeMatchSubscript)
               IF InventoryAverageCost NUMERIC
                   MOVE InventoryAverageCost TO
                       EntryAverageCost(GradeMatchSubscript)
               END-IF
               MOVE InventoryCogsGlAccount TO
                   EntryCogsGlAccount(GradeMatchSubscript)
               MOVE InventoryStockGlAccount TO
                   EntryStockGlAccount(GradeMatchSubscript)
           END-IF
           PERFORM ReadNextInventoryBalance.


      ******************************************************************
      * AccumulateOneReceipt - roll this BOL's gallons into its
      * grade's receipts for the day, and its dollars into the day's
      * receipt cost.  A BOL keyed with no cost per gallon is held
      * aside to come in at the grade's average.
      ******************************************************************
       AccumulateOneReceipt.
           MOVE BolProductGrade TO CompareProductGrade
           IF GradeMatchSubscript NOT = ZERO
               ADD BolGallonsReceived TO
                   EntryReceiptGallons(GradeMatchSubscript)
               IF BolCostPerGallon NUMERIC
                   AND BolCostPerGallon > ZERO
                   COMPUTE EntryReceiptCost(GradeMatchSubscript)
                       ROUNDED = EntryReceiptCost(GradeMatchSubscript)
                       + BolGallonsReceived * BolCostPerGallon
               ELSE
                   ADD BolGallonsReceived TO
                       EntryUncostedGals(GradeMatchSubscript)
               END-IF
           END-IF
           PERFORM ReadNextReceipt.

                       EntryDeliveredGals(GradeMatchSubscript)
                   MOVE ZERO TO
                       EntryClosingBalance(GradeMatchSubscript)
                   MOVE ZERO TO
                       EntryAverageCost(GradeMatchSubscript)
                   MOVE ZERO TO
                       EntryReceiptCost(GradeMatchSubscript)
                   MOVE ZERO TO
                       EntryUncostedGals(GradeMatchSubscript)
                   MOVE SPACE TO
                       EntryCogsGlAccount(GradeMatchSubscript)
                   MOVE SPACE TO
                       EntryStockGlAccount(GradeMatchSubscript)
               ELSE
                   DISPLAY "OILSINVENTORY - GRADE TABLE FULL - "
                       "GALLONS NOT LEDGERED FOR GRADE: "
      * shrinkage line if the day's deliveries ran the book short by
      * more than the threshold percent of the day's delivered
      * gallons.  A book already negative from a prior night with no
      * activity today prints but is not re-flagged.  The average
      * cost is rolled forward first, and the closing book is valued
      * at it.
      ******************************************************************
       WriteOneLedgerGrade.
           COMPUTE EntryClosingBalance(GradeSubscript) =
               EntryOpeningBalance(GradeSubscript)
               + EntryReceiptGallons(GradeSubscript)
               - EntryDeliveredGals(GradeSubscript)
           IF EntryReceiptGallons(GradeSubscript) > ZERO
               PERFORM ComputeAverageCost
           END-IF
           COMPUTE BookValue ROUNDED =
               EntryClosingBalance(GradeSubscript)
               * EntryAverageCost(GradeSubscript)
           MOVE EntryProductGrade(GradeSubscript) TO StockLineGrade
           MOVE EntryOpeningBalance(GradeSubscript) TO
               StockLineOpening
               StockLineDelivered
           MOVE EntryClosingBalance(GradeSubscript) TO
               StockLineClosing
           MOVE EntryAverageCost(GradeSubscript) TO
               StockLineAverageCost
           MOVE BookValue TO StockLineBookValue
           MOVE StockLedgerLine TO StockPrintRecord
           WRITE StockPrintRecord
           ADD 1 TO GradesOnLedgerCount
               PERFORM CheckGradeForShrinkage
           END-IF.

      ******************************************************************
      * ComputeAverageCost - blend the day's loads into the gallons
      * on hand.  The opening book is taken at the carried average;
      * a book already at or below zero has nothing on hand to
      * weight, so the day's loads set the average by themselves.
      * Uncosted loads come in at the carried average, so a day of
      * nothing but uncosted loads leaves the average where it was.
      ******************************************************************
       ComputeAverageCost.
           MOVE ZERO TO CostBaseGallons
           IF EntryOpeningBalance(GradeSubscript) > ZERO
               MOVE EntryOpeningBalance(GradeSubscript) TO
                   CostBaseGallons
           END-IF
           COMPUTE CostPoolGallons =
               CostBaseGallons + EntryReceiptGallons(GradeSubscript)
           COMPUTE CostPoolValue =
               (CostBaseGallons + EntryUncostedGals(GradeSubscript))
               * EntryAverageCost(GradeSubscript)
               + EntryReceiptCost(GradeSubscript)
           COMPUTE EntryAverageCost(GradeSubscript) ROUNDED =
               CostPoolValue / CostPoolGallons.

      ******************************************************************
      * CheckGradeForShrinkage - the book went below zero on a day
      * with deliveries: score the shortage against the day's
           MOVE EntryClosingBalance(GradeSubscript) TO
               InventoryBookBalance
           MOVE ParameterRunDate TO InventoryLastRunDate
           MOVE EntryAverageCost(GradeSubscript) TO
               InventoryAverageCost
           MOVE EntryCogsGlAccount(GradeSubscript) TO
               InventoryCogsGlAccount
           MOVE EntryStockGlAccount(GradeSubscript) TO
               InventoryStockGlAccount
           WRITE InventoryRecord.

      ******************************************************************
