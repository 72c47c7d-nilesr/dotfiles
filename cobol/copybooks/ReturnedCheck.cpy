      ******************************************************************
      * Member:  ReturnedCheck
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for ReturnedCheckFile, the keyed deck
      *          of checks the bank has sent back unpaid.  The office
      *          keys each one off the bank's return notice exactly
      *          as the receipt was keyed - account, invoice, check
      *          date and amount - so OilsReturnedCheck can find the
      *          matching receipt on AppliedPaymentFile, plus the
      *          date the bank returned it and the fee the bank
      *          charged, which is billed back to the customer.
      ******************************************************************
       01  ReturnedCheckRecord.
           05  ReturnedAccountNumber   PIC X(06).
           05  ReturnedInvoiceNumber   PIC 9(08).
           05  ReturnedReceiptDate     PIC 9(08).
           05  ReturnedAmount          PIC S9(07)V9(02).
           05  ReturnedBankDate        PIC 9(08).
           05  ReturnedFeeAmount       PIC S9(05)V9(02).
           05  Filler                  PIC X(34).
