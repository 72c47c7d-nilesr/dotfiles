      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Returned-check (NSF) reversal run.  Reads
      *          ReturnedCheckFile, the keyed deck of checks the bank
      *          has sent back, and undoes what OilsCashReceipts did
      *          with each one: the matching receipt on
      *          AppliedPaymentFile is stamped returned and a
      *          negative entry is appended behind it so the
      *          statement shows the check coming back, the open
      *          item on OpenItemFile goes back to open with the
      *          check amount restored to its balance, and the
      *          bank's fee is billed to the customer as its own
      *          open item.  The fee item's invoice number is the
      *          run month with a day of 97 - no billing day keys
      *          that, the budget installments key day 98 and the
      *          finance charges day 99 - and a second returned
      *          check in the same month adds its fee onto the same
      *          item.  Every returned check adds one to the
      *          customer's returned-check count; an account that
      *          reaches the limit on the parameter card (default
      *          3) is put on credit hold, so OilsIntake's R009 edit
      *          stops the next delivery until the office releases
      *          it.  A returned-item register lists every check in
      *          the deck and what was done with it.  A check
      *          already stamped returned lists as such and is not
      *          reversed again, so a rerun of the same deck does
      *          nothing twice.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Already-returned result shortened to fit
      *                  the result column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsReturnedCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnedCheckFile ASSIGN TO "RTNCHECK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AppliedPaymentFile ASSIGN TO "PAYDTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT OpenItemFile ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OpenItemKey
               FILE STATUS IS OpenItemStatus.

           SELECT CustomerMasterFile ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ReturnedReportFile ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnedCheckFile.
           COPY "ReturnedCheck.cpy".

       FD  AppliedPaymentFile.
           COPY "AppliedPayment.cpy".

       FD  OpenItemFile.
           COPY "OpenItem.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  ReturnedReportFile.
       01  ReturnedPrintRecord         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  ReturnedFileEofFlag     PIC X(01)  VALUE "N".
               88  ReturnedFileAtEof       VALUE "Y".
           05  AppliedFileEofFlag      PIC X(01)  VALUE "N".
               88  AppliedFileAtEof        VALUE "Y".
           05  OpenItemUsableFlag      PIC X(01)  VALUE "N".
               88  OpenItemFileIsUsable    VALUE "Y".
           05  CustomerUsableFlag      PIC X(01)  VALUE "N".
               88  CustomerFileIsUsable    VALUE "Y".
           05  CustomerFoundFlag       PIC X(01)  VALUE "N".
               88  CustomerWasFound        VALUE "Y".

       01  FileStatusFields.
           05  OpenItemStatus          PIC X(02)  VALUE "00".
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".

       01  FeeKeyFields.
           05  RunDateParts.
               10  RunDateYearMonth    PIC 9(06).
               10  RunDateDay          PIC 9(02).
           05  FeeInvoiceParts.
               10  FeeInvoiceMonth     PIC 9(06).
               10  FeeInvoiceDay       PIC 9(02).
           05  FeeInvoiceNumber REDEFINES FeeInvoiceParts
                                       PIC 9(08).

      ******************************************************************
      * The deck is held here while AppliedPaymentFile is passed
      * once to find each check's receipt.  The match state of each
      * card: blank not yet looked for, N no open item to reopen,
      * M matched to a receipt and reversed on this run, A the
      * matching receipt was already returned on an earlier run.
      * Five hundred returned checks is far beyond any one bank
      * notice.
      ******************************************************************
       01  ReturnedTableFields.
           05  ReturnedEntryCount      PIC 9(04)  VALUE ZERO.
           05  ReturnedSubscript       PIC 9(04)  VALUE ZERO.
           05  ReturnedMatchSubscript  PIC 9(04)  VALUE ZERO.
           05  ReturnedEntry OCCURS 500 TIMES.
               10  ReturnedEntryAccount    PIC X(06).
               10  ReturnedEntryInvoice    PIC 9(08).
               10  ReturnedEntryCheckDate  PIC 9(08).
               10  ReturnedEntryAmount     PIC S9(07)V9(02).
               10  ReturnedEntryBankDate   PIC 9(08).
               10  ReturnedEntryFee        PIC S9(05)V9(02).
               10  ReturnedEntryState      PIC X(01).
                   88  ReturnedEntryNoOpenItem     VALUE "N".
                   88  ReturnedEntryMatched        VALUE "M".
                   88  ReturnedEntryWasReturned    VALUE "A".

       01  ProgramCounters COMP.
           05  ChecksReadCount         PIC 9(07)  VALUE ZERO.
           05  ChecksReversedCount     PIC 9(07)  VALUE ZERO.
           05  ChecksNotReversedCount  PIC 9(07)  VALUE ZERO.
           05  FeesBilledCount         PIC 9(07)  VALUE ZERO.
           05  HoldsPlacedCount        PIC 9(07)  VALUE ZERO.
           05  PaymentsPassedCount     PIC 9(07)  VALUE ZERO.

       01  ReturnedTotals.
           05  ReversedAmountTotal     PIC S9(09)V9(02) VALUE ZERO.
           05  FeeAmountTotal          PIC S9(09)V9(02) VALUE ZERO.
           05  NotReversedAmountTotal  PIC S9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Loads the deck, passes the applied-payment
      * log once to match each check to its receipt, then reverses
      * every matched check and prints the register.  A receivable
      * or customer file that will not open fails the run before
      * anything is touched - a half-reversed deck is worse than none.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           IF OpenItemFileIsUsable AND CustomerFileIsUsable
               PERFORM LoadOneReturnedCheck UNTIL ReturnedFileAtEof
               PERFORM MatchAppliedPayments
               OPEN EXTEND AppliedPaymentFile
               PERFORM ProcessOneReturnedCheck
                   VARYING ReturnedSubscript FROM 1 BY 1
                   UNTIL ReturnedSubscript > ReturnedEntryCount
               CLOSE AppliedPaymentFile
               PERFORM WriteReturnedTotals
               PERFORM TerminateRun
           ELSE
               DISPLAY "OILSRETURNEDCHECK - OPEN ITEM OR CUSTOMER "
                   "FILE WOULD NOT OPEN - NOTHING REVERSED"
               MOVE 8 TO RETURN-CODE
               CLOSE ReturnedCheckFile
                     ParameterFile
                     ReturnedReportFile
           END-IF
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date and the
      * returned-check limit off the parameter card, work out the
      * month's fee invoice number and print the register heading.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  ReturnedCheckFile
                       ParameterFile
           OPEN I-O    OpenItemFile
           IF OpenItemStatus = "00"
               MOVE "Y" TO OpenItemUsableFlag
           END-IF
           OPEN I-O    CustomerMasterFile
           IF CustomerMasterStatus = "00"
               MOVE "Y" TO CustomerUsableFlag
           END-IF
           OPEN OUTPUT ReturnedReportFile
           PERFORM LoadRunParameters
           MOVE ParameterRunDate TO RunDateParts
           MOVE RunDateYearMonth TO FeeInvoiceMonth
           MOVE 97               TO FeeInvoiceDay
           PERFORM WriteReturnedHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card.  A card
      * keyed before the returned-check limit was carved out of filler
      * carries spaces there, so the default tests NOT NUMERIC first.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
                   MOVE ZERO TO ParameterReturnedCheckLimit
           END-READ
           IF ParameterReturnedCheckLimit NOT NUMERIC
               OR ParameterReturnedCheckLimit = ZERO
               MOVE 3 TO ParameterReturnedCheckLimit
           END-IF.

      ******************************************************************
      * WriteReturnedHeading - page and column headings for the
      * returned-item register.
      ******************************************************************
       WriteReturnedHeading.
           MOVE "RETURNED CHECK REGISTER" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord
           MOVE HeadingLine2 TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord
           MOVE ReturnedColumnLine TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord.

      ******************************************************************
      * LoadOneReturnedCheck - read one card of the deck into the
      * table.  A card whose account/invoice has no open item is
      * marked now: there is nothing to reopen, so its receipt is
      * left alone when the log is passed.
      ******************************************************************
       LoadOneReturnedCheck.
           READ ReturnedCheckFile
               AT END
                   MOVE "Y" TO ReturnedFileEofFlag
               NOT AT END
                   ADD 1 TO ChecksReadCount
                   PERFORM AddReturnedEntry
           END-READ.

       AddReturnedEntry.
           IF ReturnedEntryCount < 500
               ADD 1 TO ReturnedEntryCount
               MOVE ReturnedEntryCount TO ReturnedSubscript
               MOVE ReturnedAccountNumber TO
                   ReturnedEntryAccount(ReturnedSubscript)
               MOVE ReturnedInvoiceNumber TO
                   ReturnedEntryInvoice(ReturnedSubscript)
               MOVE ReturnedReceiptDate TO
                   ReturnedEntryCheckDate(ReturnedSubscript)
               MOVE ReturnedAmount TO
                   ReturnedEntryAmount(ReturnedSubscript)
               MOVE ReturnedBankDate TO
                   ReturnedEntryBankDate(ReturnedSubscript)
               MOVE ReturnedFeeAmount TO
                   ReturnedEntryFee(ReturnedSubscript)
               MOVE SPACE TO ReturnedEntryState(ReturnedSubscript)
               MOVE ReturnedAccountNumber TO OpenItemAccountNumber
               MOVE ReturnedInvoiceNumber TO OpenItemInvoiceNumber
               READ OpenItemFile
                   INVALID KEY
                       MOVE "N" TO
                           ReturnedEntryState(ReturnedSubscript)
               END-READ
           ELSE
               DISPLAY "OILSRETURNEDCHECK - RETURNED CHECK TABLE "
                   "FULL AT 500 - CHECK NOT REVERSED FOR ACCOUNT: "
                   ReturnedAccountNumber
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * MatchAppliedPayments - one pass of the applied-payment log,
      * opened for update so each matched receipt can be stamped
      * returned where it lies.
      ******************************************************************
       MatchAppliedPayments.
           OPEN I-O AppliedPaymentFile
           PERFORM MatchOneAppliedPayment UNTIL AppliedFileAtEof
           CLOSE AppliedPaymentFile.

      ******************************************************************
      * MatchOneAppliedPayment - a receipt (never a reversal or a
      * credit memo entry) that matches a card still looking for its
      * receipt on account, invoice, check date and amount.  One not
      * yet returned is stamped with the run date and the card
      * marked matched; one already stamped marks the card as
      * returned before, unless another receipt has already matched
      * it.
      ******************************************************************
       MatchOneAppliedPayment.
           READ AppliedPaymentFile
               AT END
                   MOVE "Y" TO AppliedFileEofFlag
               NOT AT END
                   ADD 1 TO PaymentsPassedCount
                   IF AppliedIsReceipt
                       PERFORM FindReturnedEntry
                       IF ReturnedMatchSubscript NOT = ZERO
                           PERFORM MarkPaymentReturned
                       END-IF
                   END-IF
           END-READ.

       FindReturnedEntry.
           MOVE ZERO TO ReturnedMatchSubscript
           PERFORM SearchOneReturnedEntry
               VARYING ReturnedSubscript FROM 1 BY 1
               UNTIL ReturnedSubscript > ReturnedEntryCount
                  OR ReturnedMatchSubscript NOT = ZERO.

       SearchOneReturnedEntry.
           IF ReturnedEntryAccount(ReturnedSubscript)
                   = AppliedAccountNumber
               AND ReturnedEntryInvoice(ReturnedSubscript)
                   = AppliedInvoiceNumber
               AND ReturnedEntryCheckDate(ReturnedSubscript)
                   = AppliedReceiptDate
               AND ReturnedEntryAmount(ReturnedSubscript)
                   = AppliedAmount
               AND (ReturnedEntryState(ReturnedSubscript) = SPACE
                    OR ReturnedEntryWasReturned(ReturnedSubscript))
               MOVE ReturnedSubscript TO ReturnedMatchSubscript
           END-IF.

       MarkPaymentReturned.
           IF AppliedReturnedDate NUMERIC
               AND AppliedReturnedDate NOT = ZERO
               MOVE "A" TO ReturnedEntryState(ReturnedMatchSubscript)
           ELSE
               MOVE ParameterRunDate TO AppliedReturnedDate
               REWRITE AppliedPaymentRecord
               MOVE "M" TO ReturnedEntryState(ReturnedMatchSubscript)
           END-IF.

      ******************************************************************
      * ProcessOneReturnedCheck - reverse a matched check, list one
      * that could not be reversed and why.
      ******************************************************************
       ProcessOneReturnedCheck.
           MOVE ZERO TO ReturnedLineCount
           MOVE ZERO TO OpenItemBalanceAmount
           EVALUATE TRUE
               WHEN ReturnedEntryMatched(ReturnedSubscript)
                   PERFORM ReverseOneCheck
               WHEN ReturnedEntryNoOpenItem(ReturnedSubscript)
                   MOVE "NOT REVERSED - NO OPEN ITEM" TO
                       ReturnedLineResult
                   PERFORM ListNotReversedCheck
               WHEN ReturnedEntryWasReturned(ReturnedSubscript)
                   MOVE "ALREADY RETURNED - NO REVERSAL" TO
                       ReturnedLineResult
                   PERFORM ListNotReversedCheck
               WHEN OTHER
                   MOVE "NOT REVERSED - NO RECEIPT" TO
                       ReturnedLineResult
                   PERFORM ListNotReversedCheck
           END-EVALUATE.

      ******************************************************************
      * ReverseOneCheck - the whole reversal for one matched check:
      * the negative log entry, the reopened item, the fee item and
      * the customer's returned-check count.
      ******************************************************************
       ReverseOneCheck.
           PERFORM WriteReversalEntry
           PERFORM ReopenOpenItem
           PERFORM BillReturnedCheckFee
           PERFORM CountReturnedCheck
           ADD 1 TO ChecksReversedCount
           ADD ReturnedEntryAmount(ReturnedSubscript) TO
               ReversedAmountTotal
           PERFORM WriteReturnedLine.

      ******************************************************************
      * WriteReversalEntry - the check coming back, appended to the
      * applied-payment log as a negative receipt coded R and dated
      * the day the bank returned it, so the statement prints it in
      * the month it bounced and the month's payments net to what
      * was really collected.
      ******************************************************************
       WriteReversalEntry.
           MOVE SPACE TO AppliedPaymentRecord
           MOVE ReturnedEntryAccount(ReturnedSubscript) TO
               AppliedAccountNumber
           MOVE ReturnedEntryInvoice(ReturnedSubscript) TO
               AppliedInvoiceNumber
           MOVE ReturnedEntryBankDate(ReturnedSubscript) TO
               AppliedReceiptDate
           IF AppliedReceiptDate NOT NUMERIC
               OR AppliedReceiptDate = ZERO
               MOVE ParameterRunDate TO AppliedReceiptDate
           END-IF
           SUBTRACT ReturnedEntryAmount(ReturnedSubscript) FROM ZERO
               GIVING AppliedAmount
           MOVE ParameterRunDate TO AppliedRunDate
           MOVE "R"              TO AppliedEntryCode
           MOVE ParameterRunDate TO AppliedReturnedDate
           WRITE AppliedPaymentRecord.

      ******************************************************************
      * ReopenOpenItem - put the check amount back on the item's
      * balance.  An item that now owes something is open again and
      * loses its paid date; one still at or under zero (the check
      * was an overpayment on top of another) stays paid.
      ******************************************************************
       ReopenOpenItem.
           MOVE ReturnedEntryAccount(ReturnedSubscript) TO
               OpenItemAccountNumber
           MOVE ReturnedEntryInvoice(ReturnedSubscript) TO
               OpenItemInvoiceNumber
           READ OpenItemFile
               INVALID KEY
                   DISPLAY "OILSRETURNEDCHECK - OPEN ITEM VANISHED - "
                       "NOT REOPENED FOR ACCOUNT: "
                       OpenItemAccountNumber
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD ReturnedEntryAmount(ReturnedSubscript) TO
                       OpenItemBalanceAmount
                   IF OpenItemBalanceAmount GREATER THAN ZERO
                       MOVE "O"  TO OpenItemStatusCode
                       MOVE ZERO TO OpenItemPaidDate
                   END-IF
                   REWRITE OpenItemRecord
           END-READ
           MOVE OpenItemBalanceAmount TO ReturnedLineBalance.

      ******************************************************************
      * BillReturnedCheckFee - the bank's fee as the month's day-97
      * open item.  A second returned check in the month adds its fee
      * onto the item already there, reopening it if it was paid.
      ******************************************************************
       BillReturnedCheckFee.
           IF ReturnedEntryFee(ReturnedSubscript) GREATER THAN ZERO
               MOVE ReturnedEntryAccount(ReturnedSubscript) TO
                   OpenItemAccountNumber
               MOVE FeeInvoiceNumber TO OpenItemInvoiceNumber
               READ OpenItemFile
                   INVALID KEY
                       PERFORM WriteFeeOpenItem
                   NOT INVALID KEY
                       ADD ReturnedEntryFee(ReturnedSubscript) TO
                           OpenItemOriginalAmount
                       ADD ReturnedEntryFee(ReturnedSubscript) TO
                           OpenItemBalanceAmount
                       MOVE "O"  TO OpenItemStatusCode
                       MOVE ZERO TO OpenItemPaidDate
                       REWRITE OpenItemRecord
               END-READ
               ADD 1 TO FeesBilledCount
               ADD ReturnedEntryFee(ReturnedSubscript) TO
                   FeeAmountTotal
           END-IF.

       WriteFeeOpenItem.
           MOVE ParameterRunDate TO OpenItemInvoiceDate
           MOVE ReturnedEntryFee(ReturnedSubscript) TO
               OpenItemOriginalAmount
           MOVE ReturnedEntryFee(ReturnedSubscript) TO
               OpenItemBalanceAmount
           MOVE "O"              TO OpenItemStatusCode
           MOVE ZERO             TO OpenItemPaidDate
           MOVE ZERO             TO OpenItemTaxAmount
           WRITE OpenItemRecord
               INVALID KEY
                   REWRITE OpenItemRecord
           END-WRITE.

      ******************************************************************
      * CountReturnedCheck - one more returned check on the customer.
      * Reaching the limit puts an account not already held on credit
      * hold.  A count that has reached 99 stays there.
      ******************************************************************
       CountReturnedCheck.
           MOVE "N" TO CustomerFoundFlag
           MOVE ReturnedEntryAccount(ReturnedSubscript) TO
               CustomerAccountNumber
           READ CustomerMasterFile
               INVALID KEY
                   MOVE "N" TO CustomerFoundFlag
               NOT INVALID KEY
                   MOVE "Y" TO CustomerFoundFlag
           END-READ
           IF CustomerWasFound
               IF CustomerReturnedCheckCount NOT NUMERIC
                   MOVE ZERO TO CustomerReturnedCheckCount
               END-IF
               IF CustomerReturnedCheckCount < 99
                   ADD 1 TO CustomerReturnedCheckCount
               END-IF
               MOVE CustomerReturnedCheckCount TO ReturnedLineCount
               IF CustomerReturnedCheckCount NOT LESS THAN
                       ParameterReturnedCheckLimit
                   AND NOT CustomerIsOnCreditHold
                   MOVE "H" TO CustomerCreditHoldFlag
                   ADD 1 TO HoldsPlacedCount
                   MOVE "REVERSED - CREDIT HOLD PLACED" TO
                       ReturnedLineResult
               ELSE
                   MOVE "REVERSED" TO ReturnedLineResult
               END-IF
               REWRITE CustomerRecord
           ELSE
               MOVE "REVERSED - NO CUSTOMER RECORD" TO
                   ReturnedLineResult
           END-IF.

      ******************************************************************
      * ListNotReversedCheck - a card that matched nothing it could
      * reverse: leave every file alone and flag it for the office.
      ******************************************************************
       ListNotReversedCheck.
           ADD 1 TO ChecksNotReversedCount
           ADD ReturnedEntryAmount(ReturnedSubscript) TO
               NotReversedAmountTotal
           MOVE ZERO TO ReturnedLineBalance
           PERFORM WriteReturnedLine.

      ******************************************************************
      * WriteReturnedLine - one register line per card in the deck.
      ******************************************************************
       WriteReturnedLine.
           MOVE ReturnedEntryAccount(ReturnedSubscript) TO
               ReturnedLineAccount
           MOVE ReturnedEntryInvoice(ReturnedSubscript) TO
               ReturnedLineInvoice
           MOVE ReturnedEntryCheckDate(ReturnedSubscript) TO
               ReturnedLineCheckDate
           MOVE ReturnedEntryAmount(ReturnedSubscript) TO
               ReturnedLineAmount
           IF ReturnedEntryMatched(ReturnedSubscript)
               MOVE ReturnedEntryFee(ReturnedSubscript) TO
                   ReturnedLineFee
           ELSE
               MOVE ZERO TO ReturnedLineFee
           END-IF
           MOVE ReturnedLine TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord.

      ******************************************************************
      * WriteReturnedTotals - what was reversed and billed, and what
      * is left for the office to chase, for the bookkeeper to prove
      * against the bank's notice.
      ******************************************************************
       WriteReturnedTotals.
           MOVE HeadingLine2 TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord
           MOVE "CHECKS REVERSED / FEES"   TO ReturnedTotalText
           MOVE ReversedAmountTotal        TO ReturnedTotalAmount
           MOVE FeeAmountTotal             TO ReturnedTotalFee
           MOVE ReturnedTotalLine TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord
           MOVE "CHECKS NOT REVERSED"      TO ReturnedTotalText
           MOVE NotReversedAmountTotal     TO ReturnedTotalAmount
           MOVE ZERO                       TO ReturnedTotalFee
           MOVE ReturnedTotalLine TO ReturnedPrintRecord
           WRITE ReturnedPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report what the run reversed.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSRETURNEDCHECK - CHECKS READ:        "
               ChecksReadCount
           DISPLAY "OILSRETURNEDCHECK - CHECKS REVERSED:    "
               ChecksReversedCount
           DISPLAY "OILSRETURNEDCHECK - NOT REVERSED:       "
               ChecksNotReversedCount
           DISPLAY "OILSRETURNEDCHECK - FEES BILLED:        "
               FeesBilledCount
           DISPLAY "OILSRETURNEDCHECK - CREDIT HOLDS PLACED: "
               HoldsPlacedCount
           DISPLAY "OILSRETURNEDCHECK - AMOUNT REVERSED:    "
               ReversedAmountTotal
           CLOSE ReturnedCheckFile
                 OpenItemFile
                 CustomerMasterFile
                 ParameterFile
                 ReturnedReportFile.

       END PROGRAM OilsReturnedCheck.
