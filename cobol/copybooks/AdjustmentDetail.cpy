      ******************************************************************
      * Member:  AdjustmentDetail
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for AdjustmentDetailFile, an indexed
      *          file of the month's posted credit and debit memos
      *          keyed by memo number.  OilsAdjustments writes one
      *          record per memo it posts - a memo number already on
      *          file is refused, so a rerun of the same deck posts
      *          nothing twice - OilsGlExtract rolls the month's
      *          memos into the GL extract by GL account, and
      *          OilsMonthEnd archives and resets it with the other
      *          month-to-date files.  Amounts are unsigned as keyed;
      *          the type code says which way they went.
      ******************************************************************
       01  AdjustmentDetailRecord.
           05  AdjustmentMemoNumber    PIC 9(08).
           05  AdjustmentRunDate       PIC 9(08).
           05  AdjustmentTypeCode      PIC X(01).
               88  AdjustmentIsCredit      VALUE "C".
               88  AdjustmentIsDebit       VALUE "D".
           05  AdjustmentAccountNumber PIC X(06).
           05  AdjustmentInvoiceNumber PIC 9(08).
           05  AdjustmentAmount        PIC S9(07)V9(02).
           05  AdjustmentTaxAmount     PIC S9(07)V9(02).
           05  AdjustmentReasonCode    PIC X(02).
           05  AdjustmentGlAccount     PIC X(08).
           05  Filler                  PIC X(21).
