      ******************************************************************
      * Member:  AchRecords
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: The 94-character record images of the bank's debit
      *          file format, built in working storage by
      *          OilsAchDraft and written to AchDraftFile: the file
      *          header (1), the batch header (5), one entry detail
      *          (6) per item drafted, the batch control (8) with the
      *          batch's entry count, routing hash and debit total,
      *          the file control (9) with the same totals for the
      *          whole file, and the all-nines filler record that
      *          pads the file out to a whole block of ten.
      ******************************************************************
       01  AchFileHeader.
           05  Filler                  PIC X(01)  VALUE "1".
           05  Filler                  PIC X(02)  VALUE "01".
           05  Filler                  PIC X(01)  VALUE SPACE.
           05  AchHeaderDestination    PIC 9(09).
           05  AchHeaderOrigin         PIC X(10).
           05  AchHeaderCreationDate   PIC 9(06).
           05  AchHeaderCreationTime   PIC 9(04).
           05  Filler                  PIC X(01)  VALUE "A".
           05  Filler                  PIC X(03)  VALUE "094".
           05  Filler                  PIC X(02)  VALUE "10".
           05  Filler                  PIC X(01)  VALUE "1".
           05  AchHeaderDestinationName PIC X(23).
           05  AchHeaderOriginName     PIC X(23).
           05  Filler                  PIC X(08)  VALUE SPACE.

       01  AchBatchHeader.
           05  Filler                  PIC X(01)  VALUE "5".
           05  Filler                  PIC X(03)  VALUE "225".
           05  AchBatchCompanyName     PIC X(16).
           05  Filler                  PIC X(20)  VALUE SPACE.
           05  AchBatchCompanyId       PIC X(10).
           05  Filler                  PIC X(03)  VALUE "PPD".
           05  AchBatchDescription     PIC X(10).
           05  AchBatchDescriptiveDate PIC 9(06).
           05  AchBatchEffectiveDate   PIC 9(06).
           05  Filler                  PIC X(03)  VALUE SPACE.
           05  Filler                  PIC X(01)  VALUE "1".
           05  AchBatchOriginatingDfi  PIC 9(08).
           05  AchBatchNumber          PIC 9(07).

       01  AchEntryDetail.
           05  Filler                  PIC X(01)  VALUE "6".
           05  AchEntryTransactionCode PIC 9(02).
               88  AchEntryIsCheckingDebit VALUE 27.
               88  AchEntryIsSavingsDebit  VALUE 37.
           05  AchEntryRoutingPrefix   PIC 9(08).
           05  AchEntryCheckDigit      PIC 9(01).
           05  AchEntryDfiAccount      PIC X(17).
           05  AchEntryAmount          PIC 9(08)V9(02).
           05  AchEntryIndividualId.
               10  AchEntryAccountNumber PIC X(06).
               10  AchEntryInvoiceNumber PIC 9(08).
               10  Filler              PIC X(01)  VALUE SPACE.
           05  AchEntryIndividualName  PIC X(22).
           05  Filler                  PIC X(02)  VALUE SPACE.
           05  Filler                  PIC X(01)  VALUE "0".
           05  AchEntryTraceNumber     PIC 9(15).

       01  AchBatchControl.
           05  Filler                  PIC X(01)  VALUE "8".
           05  Filler                  PIC X(03)  VALUE "225".
           05  AchBatchEntryCount      PIC 9(06).
           05  AchBatchEntryHash       PIC 9(10).
           05  AchBatchDebitTotal      PIC 9(10)V9(02).
           05  AchBatchCreditTotal     PIC 9(10)V9(02).
           05  AchBatchControlCompanyId PIC X(10).
           05  Filler                  PIC X(25)  VALUE SPACE.
           05  AchBatchControlDfi      PIC 9(08).
           05  AchBatchControlNumber   PIC 9(07).

       01  AchFileControl.
           05  Filler                  PIC X(01)  VALUE "9".
           05  AchFileBatchCount       PIC 9(06).
           05  AchFileBlockCount       PIC 9(06).
           05  AchFileEntryCount       PIC 9(08).
           05  AchFileEntryHash        PIC 9(10).
           05  AchFileDebitTotal       PIC 9(10)V9(02).
           05  AchFileCreditTotal      PIC 9(10)V9(02).
           05  Filler                  PIC X(39)  VALUE SPACE.

       01  AchBlockFiller              PIC X(94)  VALUE ALL "9".
