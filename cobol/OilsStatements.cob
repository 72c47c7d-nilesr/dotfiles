      *                  complete whatever the payment detail
      *                  covers, and the detail now only supplies
      *                  the month's printed payment lines.
      *   2026-10-15 RN  A returned-check reversal entry on the
      *                  applied-payment detail now prints as
      *                  RETURNED CHECK instead of as a payment.
      *   2026-10-15 RN  A credit memo logged on the applied-payment
      *                  detail prints as CREDIT MEMO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsStatements.
      * RollOnePayment - a payment applied before the statement
      * month is already inside the item balances and needs nothing
      * here; one applied during the month prints as a payment line
      * and is backed out of the balance forward at the break.  A
      * returned check's reversal entry is a negative payment, so it
      * prints as a charge and adds back into the balance forward; a
      * credit memo is logged like a payment and prints as a credit.
      ******************************************************************
       RollOnePayment.
           IF AppliedReceiptDate LESS THAN StatementMonthStart
           ELSE
               ADD AppliedAmount TO MonthPaymentsTotal
               MOVE AppliedReceiptDate   TO StatementDate
               EVALUATE TRUE
                   WHEN AppliedIsReturnedCheck
                       MOVE "RETURNED CHECK"   TO StatementDescription
                   WHEN AppliedIsCreditMemo
                       MOVE "CREDIT MEMO"      TO StatementDescription
                   WHEN OTHER
                       MOVE "PAYMENT RECEIVED" TO StatementDescription
               END-EVALUATE
               MOVE AppliedInvoiceNumber TO StatementReference
               SUBTRACT AppliedAmount FROM ZERO
                   GIVING StatementAmount
