      *          paper BOLs: one record per bill of lading giving the
      *          product grade and gallons received into the bulk
      *          plant.  OilsInventory rolls these into the perpetual
      *          book inventory per grade.  The supplier's cost per
      *          gallon off the BOL feeds the grade's weighted-average
      *          cost; a load keyed with no cost is taken in at the
      *          grade's current average.
      ******************************************************************
       01  BolRecord.
           05  BolNumber               PIC X(08).
           05  BolReceiptDate          PIC 9(08).
           05  BolProductGrade         PIC X(04).
           05  BolGallonsReceived      PIC 9(07)V9(02).
           05  BolCostPerGallon        PIC 9(03)V9(04).
           05  Filler                  PIC X(44).
