      *                  account the fuel pairs credit.  A missing
      *                  tax detail file just means no tax was
      *                  billed this month.
      *   2026-10-15 RN  The month's credit and debit memos off
      *                  AdjustmentDetailFile now extract too: one
      *                  balanced pair per memo GL account and memo
      *                  type, product grade MEMO.  A debit memo
      *                  books like a ticket, debit to its GL account
      *                  and credit to the offset account; a credit
      *                  memo books the other way round.  The memo's
      *                  tax is already in the tax pairs through the
      *                  tax detail it adjusted.
      *   2026-10-15 RN  Cost of goods sold now extracts too: the
      *                  month's delivered gallons per grade costed
      *                  at the grade's weighted-average cost off
      *                  PlantInventoryFile, one balanced pair per
      *                  grade debiting its cost of goods sold
      *                  account and crediting its inventory account
      *                  for the relief.  A grade with no accounts
      *                  keyed on the plant inventory record takes
      *                  GLCOGS01 and GLINVT01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsGlExtract.
               RECORD KEY IS TaxDetailKey
               FILE STATUS IS TaxDetailStatus.

           SELECT AdjustmentDetailFile ASSIGN TO "ADJDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AdjustmentMemoNumber
               FILE STATUS IS AdjustmentDetailStatus.

           SELECT PlantInventoryFile ASSIGN TO "PLANTINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PlantInventoryStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

       FD  TaxDetailFile.
           COPY "TaxDetail.cpy".

       FD  AdjustmentDetailFile.
           COPY "AdjustmentDetail.cpy".

       FD  PlantInventoryFile.
           COPY "PlantInventory.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

               88  MonthlyPostedAtEof      VALUE "Y".
           05  TaxDetailEofFlag        PIC X(01)  VALUE "N".
               88  TaxDetailAtEof          VALUE "Y".
           05  AdjustmentDetailEofFlag PIC X(01)  VALUE "N".
               88  AdjustmentDetailAtEof   VALUE "Y".
           05  InventoryFileEofFlag    PIC X(01)  VALUE "N".
               88  InventoryFileAtEof      VALUE "Y".

       01  FileStatusFields.
           05  TaxDetailStatus         PIC X(02)  VALUE "00".
           05  AdjustmentDetailStatus  PIC X(02)  VALUE "00".
           05  PlantInventoryStatus    PIC X(02)  VALUE "00".

       01  GlTotalsFields.
           05  GlTotalsEntryCount      PIC 9(04)  VALUE ZERO.
               10  TaxTotalsJurisdiction PIC X(04).
               10  TaxTotalsAmount     PIC S9(09)V9(02).

       01  MemoTotalsFields.
           05  MemoTotalsEntryCount    PIC 9(04)  VALUE ZERO.
           05  MemoTotalsSubscript     PIC 9(04)  VALUE ZERO.
           05  MemoMatchSubscript      PIC 9(04)  VALUE ZERO.
           05  MemoTotalsEntry OCCURS 100 TIMES.
               10  MemoTotalsAccount   PIC X(08).
               10  MemoTotalsType      PIC X(01).
               10  MemoTotalsAmount    PIC S9(09)V9(02).

       01  CostTotalsFields.
           05  CostTotalsEntryCount    PIC 9(04)  VALUE ZERO.
           05  CostTotalsSubscript     PIC 9(04)  VALUE ZERO.
           05  CostMatchSubscript      PIC 9(04)  VALUE ZERO.
           05  CostPairsWrittenCount   PIC 9(04)  VALUE ZERO.
           05  CompareProductGrade     PIC X(04)  VALUE SPACE.
           05  CostGoodsSoldAmount     PIC S9(09)V9(02) VALUE ZERO.
           05  CostTotalsEntry OCCURS 50 TIMES.
               10  CostTotalsGrade     PIC X(04).
               10  CostTotalsAverage   PIC 9(03)V9(04).
               10  CostTotalsCogsAccount  PIC X(08).
               10  CostTotalsStockAccount PIC X(08).
               10  CostTotalsGallons   PIC S9(07)V9(02).

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Accumulates GL totals off the month's
      * posted tickets, then writes one extract record per GL
      * account/product grade combination, then the tax, memo and
      * cost of goods sold pairs.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           PERFORM LoadGradeCosts.
           PERFORM ReadNextPostedRecord.
           PERFORM AccumulateOnePostedRecord UNTIL MonthlyPostedAtEof.
           PERFORM WriteOneGlExtractRecord
               VARYING GlTotalsSubscript FROM 1 BY 1
           PERFORM WriteOneTaxPair
               VARYING TaxTotalsSubscript FROM 1 BY 1
               UNTIL TaxTotalsSubscript > TaxTotalsEntryCount.
           PERFORM AccumulateAdjustmentDetail.
           PERFORM WriteOneMemoPair
               VARYING MemoTotalsSubscript FROM 1 BY 1
               UNTIL MemoTotalsSubscript > MemoTotalsEntryCount.
           PERFORM WriteOneCostPair
               VARYING CostTotalsSubscript FROM 1 BY 1
               UNTIL CostTotalsSubscript > CostTotalsEntryCount.
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files and pick up the run date off
      * the parameter card.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  MonthlyPostedFile
                       ParameterFile
           OPEN OUTPUT GlExtractFile
           PERFORM LoadRunParameters.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
               MOVE "GLTAXPAY" TO ParameterTaxGlAccount
           END-IF.

      ******************************************************************
      * LoadGradeCosts - one cost entry per grade off the bulk plant
      * inventory: its weighted-average cost and the GL accounts its
      * cost of goods sold and inventory relief post to.  A
      * PlantInventoryFile that will not open leaves the table empty,
      * and every grade the tickets bring in is then costed at zero
      * on the default accounts.
      ******************************************************************
       LoadGradeCosts.
           OPEN INPUT PlantInventoryFile
           IF PlantInventoryStatus = "00"
               PERFORM LoadOneGradeCost UNTIL InventoryFileAtEof
               CLOSE PlantInventoryFile
           END-IF.

       LoadOneGradeCost.
           READ PlantInventoryFile
               AT END
                   MOVE "Y" TO InventoryFileEofFlag
               NOT AT END
                   MOVE InventoryProductGrade TO CompareProductGrade
                   PERFORM FindOrAddCostEntry
                   IF CostMatchSubscript NOT = ZERO
                       PERFORM SeedOneGradeCost
                   END-IF
           END-READ
           IF PlantInventoryStatus NOT = "00"
               MOVE "Y" TO InventoryFileEofFlag
           END-IF.

       SeedOneGradeCost.
           IF InventoryAverageCost NUMERIC
               MOVE InventoryAverageCost TO
                   CostTotalsAverage(CostMatchSubscript)
           END-IF
           IF InventoryCogsGlAccount NOT = SPACE
               MOVE InventoryCogsGlAccount TO
                   CostTotalsCogsAccount(CostMatchSubscript)
           END-IF
           IF InventoryStockGlAccount NOT = SPACE
               MOVE InventoryStockGlAccount TO
                   CostTotalsStockAccount(CostMatchSubscript)
           END-IF.

      ******************************************************************
      * ReadNextPostedRecord - read one MonthlyPostedFile record and
      * lay it back out into ExtractWorkRecord's named fields.
               ADD OilsExtendedAmount TO
                   GlTotalsAmount(GlMatchSubscript)
           END-IF
           MOVE OilsProductGrade TO CompareProductGrade
           PERFORM FindOrAddCostEntry
           IF CostMatchSubscript NOT = ZERO
               ADD OilsGallons TO
                   CostTotalsGallons(CostMatchSubscript)
           END-IF
           PERFORM ReadNextPostedRecord.

      ******************************************************************
           MOVE "C" TO GlExtractDebitCreditFlag
           WRITE GlExtractRecord.

      ******************************************************************
      * AccumulateAdjustmentDetail - roll the month's posted memos up
      * by GL account and memo type.  An AdjustmentDetailFile that
      * will not open just means no memo was posted this month.
      ******************************************************************
       AccumulateAdjustmentDetail.
           OPEN INPUT AdjustmentDetailFile
           IF AdjustmentDetailStatus = "00"
               PERFORM SumOneAdjustmentDetail
                   UNTIL AdjustmentDetailAtEof
               CLOSE AdjustmentDetailFile
           END-IF.

       SumOneAdjustmentDetail.
           READ AdjustmentDetailFile
               AT END
                   MOVE "Y" TO AdjustmentDetailEofFlag
               NOT AT END
                   PERFORM FindOrAddMemoEntry
                   IF MemoMatchSubscript NOT = ZERO
                       ADD AdjustmentAmount TO
                           MemoTotalsAmount(MemoMatchSubscript)
                   END-IF
           END-READ.

      ******************************************************************
      * FindOrAddMemoEntry - locate the memo totals entry for this
      * memo's GL account and type, adding a new zero entry the
      * first time the combination is seen.
      ******************************************************************
       FindOrAddMemoEntry.
           MOVE ZERO TO MemoMatchSubscript
           PERFORM SearchOneMemoEntry
               VARYING MemoTotalsSubscript FROM 1 BY 1
               UNTIL MemoTotalsSubscript > MemoTotalsEntryCount
           IF MemoMatchSubscript = ZERO
               IF MemoTotalsEntryCount < 100
                   ADD 1 TO MemoTotalsEntryCount
                   MOVE MemoTotalsEntryCount TO MemoMatchSubscript
                   MOVE AdjustmentGlAccount TO
                       MemoTotalsAccount(MemoMatchSubscript)
                   MOVE AdjustmentTypeCode TO
                       MemoTotalsType(MemoMatchSubscript)
                   MOVE ZERO TO MemoTotalsAmount(MemoMatchSubscript)
               ELSE
                   DISPLAY "OILSGLEXTRACT - MEMO TOTALS TABLE FULL - "
                       "MEMO NOT EXTRACTED FOR GL ACCOUNT: "
                       AdjustmentGlAccount
               END-IF
           END-IF.

       SearchOneMemoEntry.
           IF MemoTotalsAccount(MemoTotalsSubscript)
               = AdjustmentGlAccount
               AND MemoTotalsType(MemoTotalsSubscript)
               = AdjustmentTypeCode
               MOVE MemoTotalsSubscript TO MemoMatchSubscript
           END-IF.

      ******************************************************************
      * WriteOneMemoPair - the month's memos per GL account and type
      * as a balanced pair.  Debit memos raise the receivable the way
      * a ticket does, so they debit the memo's GL account and credit
      * the offset account like the fuel pairs; credit memos give it
      * back, so the flags turn round.
      ******************************************************************
       WriteOneMemoPair.
           MOVE SPACE            TO GlExtractRecord
           MOVE ParameterRunDate TO GlExtractRunDate
           MOVE "MEMO"           TO GlExtractProductGrade
           MOVE ZERO             TO GlExtractTotalGallons
           MOVE MemoTotalsAmount(MemoTotalsSubscript) TO
               GlExtractTotalAmount
           MOVE MemoTotalsAccount(MemoTotalsSubscript) TO
               GlExtractGlAccount
           IF MemoTotalsType(MemoTotalsSubscript) = "C"
               MOVE "C" TO GlExtractDebitCreditFlag
           ELSE
               MOVE "D" TO GlExtractDebitCreditFlag
           END-IF
           WRITE GlExtractRecord
           MOVE ParameterGlOffsetAccount TO GlExtractGlAccount
           IF MemoTotalsType(MemoTotalsSubscript) = "C"
               MOVE "D" TO GlExtractDebitCreditFlag
           ELSE
               MOVE "C" TO GlExtractDebitCreditFlag
           END-IF
           WRITE GlExtractRecord.

      ******************************************************************
      * FindOrAddCostEntry - locate the cost entry for
      * CompareProductGrade, adding one at zero cost with the default
      * accounts the first time the grade is seen.
      ******************************************************************
       FindOrAddCostEntry.
           MOVE ZERO TO CostMatchSubscript
           PERFORM SearchOneCostEntry
               VARYING CostTotalsSubscript FROM 1 BY 1
               UNTIL CostTotalsSubscript > CostTotalsEntryCount
           IF CostMatchSubscript = ZERO
               IF CostTotalsEntryCount < 50
                   ADD 1 TO CostTotalsEntryCount
                   MOVE CostTotalsEntryCount TO CostMatchSubscript
                   MOVE CompareProductGrade TO
                       CostTotalsGrade(CostMatchSubscript)
                   MOVE ZERO TO CostTotalsAverage(CostMatchSubscript)
                   MOVE "GLCOGS01" TO
                       CostTotalsCogsAccount(CostMatchSubscript)
                   MOVE "GLINVT01" TO
                       CostTotalsStockAccount(CostMatchSubscript)
                   MOVE ZERO TO CostTotalsGallons(CostMatchSubscript)
               ELSE
                   DISPLAY "OILSGLEXTRACT - COST TOTALS TABLE FULL - "
                       "COST NOT EXTRACTED FOR GRADE: "
                       CompareProductGrade
               END-IF
           END-IF.

       SearchOneCostEntry.
           IF CostTotalsGrade(CostTotalsSubscript)
               = CompareProductGrade
               MOVE CostTotalsSubscript TO CostMatchSubscript
           END-IF.

      ******************************************************************
      * WriteOneCostPair - the month's cost of goods sold per grade as
      * a balanced pair: the delivered gallons at the grade's
      * weighted-average cost, debited to its cost of goods sold
      * account and credited to its inventory account.  A grade
      * carried on the plant inventory with nothing delivered this
      * month writes no pair.
      ******************************************************************
       WriteOneCostPair.
           IF CostTotalsGallons(CostTotalsSubscript) NOT = ZERO
               COMPUTE CostGoodsSoldAmount ROUNDED =
                   CostTotalsGallons(CostTotalsSubscript)
                   * CostTotalsAverage(CostTotalsSubscript)
               MOVE SPACE            TO GlExtractRecord
               MOVE ParameterRunDate TO GlExtractRunDate
               MOVE CostTotalsGrade(CostTotalsSubscript) TO
                   GlExtractProductGrade
               MOVE CostTotalsGallons(CostTotalsSubscript) TO
                   GlExtractTotalGallons
               MOVE CostGoodsSoldAmount TO GlExtractTotalAmount
               MOVE CostTotalsCogsAccount(CostTotalsSubscript) TO
                   GlExtractGlAccount
               MOVE "D" TO GlExtractDebitCreditFlag
               WRITE GlExtractRecord
               MOVE CostTotalsStockAccount(CostTotalsSubscript) TO
                   GlExtractGlAccount
               MOVE "C" TO GlExtractDebitCreditFlag
               WRITE GlExtractRecord
               ADD 1 TO CostPairsWrittenCount
           END-IF.

      ******************************************************************
      * TerminateRun - close down and report how many balanced journal
      * entries (one debit/credit pair apiece) came out of the month's
               GlTotalsEntryCount
           DISPLAY "OILSGLEXTRACT - TAX PAIRS WRITTEN:       "
               TaxTotalsEntryCount
           DISPLAY "OILSGLEXTRACT - MEMO PAIRS WRITTEN:      "
               MemoTotalsEntryCount
           DISPLAY "OILSGLEXTRACT - COST PAIRS WRITTEN:      "
               CostPairsWrittenCount
           CLOSE MonthlyPostedFile
                 ParameterFile
                 GlExtractFile.
