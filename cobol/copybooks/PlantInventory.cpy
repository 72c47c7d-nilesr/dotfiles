      *          signed: a short load or a leaking plant tank shows
      *          up as the book running down faster than the gallons
      *          on hand, and the book is left negative until the
      *          office keys the adjustment.  Each grade also
      *          carries its weighted-average cost per gallon, rolled
      *          forward by OilsInventory as costed loads come in and
      *          used by OilsMarginReport and OilsGlExtract to cost
      *          the gallons delivered, and the GL accounts its cost
      *          of goods sold and inventory relief post to (keyed by
      *          the office; blank takes the extract's defaults).
      ******************************************************************
       01  InventoryRecord.
           05  InventoryProductGrade   PIC X(04).
           05  InventoryBookBalance    PIC S9(07)V9(02).
           05  InventoryLastRunDate    PIC 9(08).
           05  InventoryAverageCost    PIC 9(03)V9(04).
           05  InventoryCogsGlAccount  PIC X(08).
           05  InventoryStockGlAccount PIC X(08).
           05  Filler                  PIC X(36).
