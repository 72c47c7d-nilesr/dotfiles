      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Bank draft (automatic debit) run for autopay
      *          customers, run on the draft due date.  Walks
      *          OpenItemFile and, for every account whose autopay
      *          flag is set on the customer master, drafts each open
      *          budget installment (invoice day 98) and each open
      *          fuel invoice (a billing-day invoice) dated on or
      *          before the run date.  Finance charges (day 99) and
      *          returned-check fees (day 97) are not drafted - the
      *          customer authorized drafts for fuel and installments
      *          only.  Each drafted item becomes one debit entry on
      *          AchDraftFile in the bank's debit file format, behind
      *          a file header and batch header built off the
      *          AchControlFile card and ahead of the batch control
      *          and file control records with the entry count,
      *          routing hash and debit total, padded out to a whole
      *          block.  Every drafted item goes on DraftItemFile as
      *          pending until OilsDraftSettle posts it as a receipt
      *          on the day the bank settles; an item with a draft
      *          already pending is not drafted again, so a rerun
      *          cannot debit a customer twice.  A draft register
      *          lists every item considered for an autopay customer
      *          and what was done with it, with the batch totals to
      *          prove against the bank's acknowledgment.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Only an active account on autopay is drafted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsAchDraft.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OpenItemFile ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OpenItemKey
               FILE STATUS IS OpenItemStatus.

           SELECT CustomerMasterFile ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT CustomerBankFile ASSIGN TO "CUSTBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BankCustomerAccount
               FILE STATUS IS CustomerBankStatus.

           SELECT DraftItemFile ASSIGN TO "DRAFTPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DraftKey
               FILE STATUS IS DraftItemStatus.

           SELECT AchControlFile ASSIGN TO "ACHCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AchDraftFile ASSIGN TO "ACHFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT DraftReportFile ASSIGN TO "DRAFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OpenItemFile.
           COPY "OpenItem.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  CustomerBankFile.
           COPY "CustomerBank.cpy".

       FD  DraftItemFile.
           COPY "DraftItem.cpy".

       FD  AchControlFile.
           COPY "AchControl.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  AchDraftFile.
       01  AchDraftRecord              PIC X(94).

       FD  DraftReportFile.
       01  DraftPrintRecord            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".
           COPY "AchRecords.cpy".

       01  ProgramSwitches.
           05  OpenItemEofFlag         PIC X(01)  VALUE "N".
               88  OpenItemAtEof           VALUE "Y".
           05  DraftRunUsableFlag      PIC X(01)  VALUE "N".
               88  DraftRunIsUsable        VALUE "Y".
           05  AccountDraftedFlag      PIC X(01)  VALUE "N".
               88  AccountIsDrafted        VALUE "Y".
           05  BankFoundFlag           PIC X(01)  VALUE "N".
               88  BankWasFound            VALUE "Y".
           05  DraftPendingFlag        PIC X(01)  VALUE "N".
               88  DraftIsAlreadyPending   VALUE "Y".

       01  FileStatusFields.
           05  OpenItemStatus          PIC X(02)  VALUE "00".
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
           05  CustomerBankStatus      PIC X(02)  VALUE "00".
           05  DraftItemStatus         PIC X(02)  VALUE "00".

       01  AccountFields.
           05  CurrentAccountNumber    PIC X(06)  VALUE SPACE.
           05  CurrentCustomerName     PIC X(30)  VALUE SPACE.
           05  CurrentItemKind         PIC X(04)  VALUE SPACE.
           05  ItemInvoiceParts.
               10  ItemInvoiceMonth    PIC 9(06).
               10  ItemInvoiceDay      PIC 9(02).

       01  BankFileFields.
           05  RunDateParts.
               10  RunDateCentury      PIC 9(02).
               10  RunDateShort        PIC 9(06).
           05  TimeOfDay.
               10  TimeOfDayHourMinute PIC 9(04).
               10  Filler              PIC 9(04).
           05  TraceParts.
               10  TraceDfi            PIC 9(08).
               10  TraceSequence       PIC 9(07).
           05  TraceNumber REDEFINES TraceParts
                                       PIC 9(15).
           05  EntryHashTotal          PIC 9(12)  VALUE ZERO.
           05  EntryHashTen            PIC 9(10)  VALUE ZERO.
           05  HashListingText         PIC X(40)  VALUE SPACE.

       01  ProgramCounters COMP.
           05  ItemsReadCount          PIC 9(07)  VALUE ZERO.
           05  EntriesDraftedCount     PIC 9(07)  VALUE ZERO.
           05  ItemsNotDraftedCount    PIC 9(07)  VALUE ZERO.
           05  BankRecordsCount        PIC 9(07)  VALUE ZERO.
           05  BlockCount              PIC 9(07)  VALUE ZERO.
           05  BlockFillerCount        PIC 9(07)  VALUE ZERO.

       01  DraftTotals.
           05  DraftedAmountTotal      PIC 9(10)V9(02) VALUE ZERO.
           05  NotDraftedAmountTotal   PIC 9(10)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Walks the open items drafting each one
      * that qualifies, closes the bank file off with its control
      * records and prints the register totals.  A receivable,
      * customer, bank or draft file that will not open, or a
      * missing control card, fails the run before anything is
      * drafted.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           IF DraftRunIsUsable
               PERFORM ReadNextOpenItem
               PERFORM ProcessOneOpenItem UNTIL OpenItemAtEof
               IF EntriesDraftedCount > ZERO
                   PERFORM WriteBankFileTrailer
               END-IF
               PERFORM WriteDraftTotals
               PERFORM TerminateRun
           ELSE
               MOVE 8 TO RETURN-CODE
               CLOSE OpenItemFile
                     CustomerMasterFile
                     CustomerBankFile
                     DraftItemFile
                     ParameterFile
                     AchDraftFile
                     DraftReportFile
           END-IF
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date and the
      * bank control card and print the register heading.  The
      * draft file is permanent; only the first draft run ever
      * creates it.
      ******************************************************************
       InitializeRun.
           MOVE "Y" TO DraftRunUsableFlag
           OPEN INPUT  ParameterFile
           OPEN INPUT  OpenItemFile
           OPEN INPUT  CustomerMasterFile
           OPEN INPUT  CustomerBankFile
           IF OpenItemStatus NOT = "00"
               OR CustomerMasterStatus NOT = "00"
               OR CustomerBankStatus NOT = "00"
               MOVE "N" TO DraftRunUsableFlag
               DISPLAY "OILSACHDRAFT - OPEN ITEM, CUSTOMER OR BANK "
                   "FILE WOULD NOT OPEN - NOTHING DRAFTED"
           END-IF
           OPEN I-O DraftItemFile
           IF DraftItemStatus NOT = "00"
               OPEN OUTPUT DraftItemFile
               CLOSE       DraftItemFile
               OPEN I-O    DraftItemFile
           END-IF
           OPEN OUTPUT AchDraftFile
           OPEN OUTPUT DraftReportFile
           PERFORM LoadRunParameters
           PERFORM LoadAchControl
           MOVE ParameterRunDate TO RunDateParts
           ACCEPT TimeOfDay FROM TIME
           PERFORM WriteDraftHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date, which is the draft's effective date.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * LoadAchControl - the company's standing details with the
      * bank.  Without a destination, a company identification and
      * an originating bank the file would be rejected at the bank,
      * so a missing or incomplete card fails the run.  A blank
      * entry description defaults to FUEL OIL.
      ******************************************************************
       LoadAchControl.
           OPEN INPUT AchControlFile
           READ AchControlFile
               AT END
                   MOVE SPACE TO AchControlRecord
           END-READ
           CLOSE AchControlFile
           IF AchDestinationRouting NOT NUMERIC
               OR AchOriginatingDfi NOT NUMERIC
               OR AchCompanyId = SPACE
               MOVE "N" TO DraftRunUsableFlag
               DISPLAY "OILSACHDRAFT - BANK CONTROL CARD MISSING OR "
                   "INCOMPLETE - NOTHING DRAFTED"
           END-IF
           IF AchEntryDescription = SPACE
               MOVE "FUEL OIL" TO AchEntryDescription
           END-IF.

      ******************************************************************
      * WriteDraftHeading - page and column headings.
      ******************************************************************
       WriteDraftHeading.
           MOVE "AUTOPAY BANK DRAFT REGISTER" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO DraftPrintRecord
           WRITE DraftPrintRecord
           MOVE HeadingLine2 TO DraftPrintRecord
           WRITE DraftPrintRecord
           MOVE DraftColumnLine TO DraftPrintRecord
           WRITE DraftPrintRecord.

      ******************************************************************
      * ReadNextOpenItem - read the next receivable item in account
      * and invoice order.
      ******************************************************************
       ReadNextOpenItem.
           READ OpenItemFile
               AT END
                   MOVE "Y" TO OpenItemEofFlag
               NOT AT END
                   ADD 1 TO ItemsReadCount
           END-READ
           IF OpenItemStatus NOT = "00" AND "10"
               MOVE "Y" TO OpenItemEofFlag
           END-IF.

      ******************************************************************
      * ProcessOneOpenItem - look the account up the first time one
      * of its items is seen, then draft the item if the account is
      * on autopay and the item is an open, due installment or fuel
      * invoice.
      ******************************************************************
       ProcessOneOpenItem.
           IF OpenItemAccountNumber NOT = CurrentAccountNumber
               PERFORM LookUpDraftAccount
           END-IF
           IF AccountIsDrafted
               AND OpenItemIsOpen
               AND OpenItemBalanceAmount > ZERO
               AND OpenItemInvoiceDate NOT > ParameterRunDate
               PERFORM ClassifyOpenItem
               IF CurrentItemKind NOT = SPACE
                   PERFORM DraftOneOpenItem
               END-IF
           END-IF
           PERFORM ReadNextOpenItem.

      ******************************************************************
      * LookUpDraftAccount - is the account active and on autopay,
      * and are its bank details on file?
      ******************************************************************
       LookUpDraftAccount.
           MOVE OpenItemAccountNumber TO CurrentAccountNumber
           MOVE "N" TO AccountDraftedFlag
           MOVE "N" TO BankFoundFlag
           MOVE OpenItemAccountNumber TO CustomerAccountNumber
           READ CustomerMasterFile
               INVALID KEY
                   MOVE SPACE TO CurrentCustomerName
               NOT INVALID KEY
                   MOVE CustomerName TO CurrentCustomerName
                   IF CustomerIsOnAutopay
                       AND CustomerIsActive
                       MOVE "Y" TO AccountDraftedFlag
                   END-IF
           END-READ
           IF AccountIsDrafted
               MOVE OpenItemAccountNumber TO BankCustomerAccount
               READ CustomerBankFile
                   INVALID KEY
                       MOVE "N" TO BankFoundFlag
                   NOT INVALID KEY
                       MOVE "Y" TO BankFoundFlag
               END-READ
           END-IF.

      ******************************************************************
      * ClassifyOpenItem - the invoice number says what the item is:
      * day 98 is a budget installment, a billing day (01 to 31) is
      * a fuel invoice, and anything else is not drafted.
      ******************************************************************
       ClassifyOpenItem.
           MOVE OpenItemInvoiceNumber TO ItemInvoiceParts
           EVALUATE TRUE
               WHEN ItemInvoiceDay = 98
                   MOVE "INST" TO CurrentItemKind
               WHEN ItemInvoiceDay > ZERO AND ItemInvoiceDay < 32
                   MOVE "FUEL" TO CurrentItemKind
               WHEN OTHER
                   MOVE SPACE TO CurrentItemKind
           END-EVALUATE.

      ******************************************************************
      * DraftOneOpenItem - draft the item unless the customer's bank
      * details are missing or a draft for it is already pending,
      * and list it either way.
      ******************************************************************
       DraftOneOpenItem.
           MOVE SPACE TO DraftLine
           MOVE OpenItemAccountNumber TO DraftLineAccount
           MOVE CurrentCustomerName   TO DraftLineName
           MOVE OpenItemInvoiceNumber TO DraftLineInvoice
           MOVE CurrentItemKind       TO DraftLineKind
           MOVE OpenItemBalanceAmount TO DraftLineAmount
           PERFORM LookUpDraftItem
           EVALUATE TRUE
               WHEN NOT BankWasFound
                   MOVE "NOT DRAFTED - NO BANK DETAILS" TO
                       DraftLineResult
                   ADD 1 TO ItemsNotDraftedCount
                   ADD OpenItemBalanceAmount TO NotDraftedAmountTotal
               WHEN DraftIsAlreadyPending
                   MOVE "NOT DRAFTED - DRAFT PENDING" TO
                       DraftLineResult
                   MOVE DraftTraceNumber TO DraftLineTrace
                   ADD 1 TO ItemsNotDraftedCount
                   ADD OpenItemBalanceAmount TO NotDraftedAmountTotal
               WHEN OTHER
                   PERFORM WriteDraftEntry
           END-EVALUATE
           MOVE DraftLine TO DraftPrintRecord
           WRITE DraftPrintRecord.

      ******************************************************************
      * LookUpDraftItem - is a draft for this item still waiting on
      * the bank?  A settled draft does not stop a new one: the item
      * is still open, so the settled draft did not clear it.
      ******************************************************************
       LookUpDraftItem.
           MOVE "N" TO DraftPendingFlag
           MOVE OpenItemAccountNumber TO DraftAccountNumber
           MOVE OpenItemInvoiceNumber TO DraftInvoiceNumber
           READ DraftItemFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DraftIsPending
                       MOVE "Y" TO DraftPendingFlag
                   END-IF
           END-READ.

      ******************************************************************
      * WriteDraftEntry - one debit entry on the bank file for the
      * item's open balance, checking or savings as the bank details
      * say, identified by account and invoice so the bank's return
      * notices name the item.  The entry's routing prefix goes into
      * the hash and the amount into the debit total, and the item
      * goes on DraftItemFile as pending under the entry's trace
      * number.
      ******************************************************************
       WriteDraftEntry.
           IF EntriesDraftedCount = ZERO
               PERFORM WriteBankFileHeaders
           END-IF
           ADD 1 TO EntriesDraftedCount
           MOVE AchOriginatingDfi   TO TraceDfi
           MOVE EntriesDraftedCount TO TraceSequence
           IF BankIsSavings
               SET AchEntryIsSavingsDebit TO TRUE
           ELSE
               SET AchEntryIsCheckingDebit TO TRUE
           END-IF
           MOVE BankRoutingPrefix     TO AchEntryRoutingPrefix
           MOVE BankRoutingCheckDigit TO AchEntryCheckDigit
           MOVE BankDepositAccount    TO AchEntryDfiAccount
           MOVE OpenItemBalanceAmount TO AchEntryAmount
           MOVE OpenItemAccountNumber TO AchEntryAccountNumber
           MOVE OpenItemInvoiceNumber TO AchEntryInvoiceNumber
           MOVE CurrentCustomerName   TO AchEntryIndividualName
           MOVE TraceNumber           TO AchEntryTraceNumber
           WRITE AchDraftRecord FROM AchEntryDetail
           ADD BankRoutingPrefix     TO EntryHashTotal
           ADD OpenItemBalanceAmount TO DraftedAmountTotal
           MOVE SPACE                 TO DraftItemRecord
           MOVE OpenItemAccountNumber TO DraftAccountNumber
           MOVE OpenItemInvoiceNumber TO DraftInvoiceNumber
           MOVE OpenItemBalanceAmount TO DraftAmount
           MOVE ParameterRunDate      TO DraftFileDate
           MOVE TraceNumber           TO DraftTraceNumber
           MOVE "P"                   TO DraftStatusCode
           MOVE ZERO                  TO DraftSettledDate
           WRITE DraftItemRecord
               INVALID KEY
                   REWRITE DraftItemRecord
           END-WRITE
           MOVE BankRoutingNumber TO DraftLineRouting
           MOVE BankAccountType   TO DraftLineAccountType
           MOVE TraceNumber       TO DraftLineTrace
           MOVE "DRAFTED" TO DraftLineResult.

      ******************************************************************
      * WriteBankFileHeaders - the file header and the one batch
      * header, written ahead of the first entry.  The file is dated
      * the run date and the entries take effect the same day.
      ******************************************************************
       WriteBankFileHeaders.
           MOVE AchDestinationRouting TO AchHeaderDestination
           MOVE AchCompanyId          TO AchHeaderOrigin
           MOVE RunDateShort          TO AchHeaderCreationDate
           MOVE TimeOfDayHourMinute   TO AchHeaderCreationTime
           MOVE AchDestinationName    TO AchHeaderDestinationName
           MOVE AchCompanyName        TO AchHeaderOriginName
           WRITE AchDraftRecord FROM AchFileHeader
           MOVE AchCompanyName        TO AchBatchCompanyName
           MOVE AchCompanyId          TO AchBatchCompanyId
           MOVE AchEntryDescription   TO AchBatchDescription
           MOVE RunDateShort          TO AchBatchDescriptiveDate
           MOVE RunDateShort          TO AchBatchEffectiveDate
           MOVE AchOriginatingDfi     TO AchBatchOriginatingDfi
           MOVE 1                     TO AchBatchNumber
           WRITE AchDraftRecord FROM AchBatchHeader.

      ******************************************************************
      * WriteBankFileTrailer - the batch control and file control
      * records, carrying the entry count, the hash of the entries'
      * routing prefixes (its low ten digits) and the debit total,
      * then the all-nines records that fill out the last block of
      * ten.  The file holds its header, the batch header, the
      * entries, the batch control and the file control.
      ******************************************************************
       WriteBankFileTrailer.
           MOVE EntryHashTotal TO EntryHashTen
           MOVE EntriesDraftedCount  TO AchBatchEntryCount
           MOVE EntryHashTen         TO AchBatchEntryHash
           MOVE DraftedAmountTotal   TO AchBatchDebitTotal
           MOVE ZERO                 TO AchBatchCreditTotal
           MOVE AchCompanyId         TO AchBatchControlCompanyId
           MOVE AchOriginatingDfi    TO AchBatchControlDfi
           MOVE 1                    TO AchBatchControlNumber
           WRITE AchDraftRecord FROM AchBatchControl
           COMPUTE BankRecordsCount = EntriesDraftedCount + 4
           COMPUTE BlockCount = (BankRecordsCount + 9) / 10
           COMPUTE BlockFillerCount =
               BlockCount * 10 - BankRecordsCount
           MOVE 1                    TO AchFileBatchCount
           MOVE BlockCount           TO AchFileBlockCount
           MOVE EntriesDraftedCount  TO AchFileEntryCount
           MOVE EntryHashTen         TO AchFileEntryHash
           MOVE DraftedAmountTotal   TO AchFileDebitTotal
           MOVE ZERO                 TO AchFileCreditTotal
           WRITE AchDraftRecord FROM AchFileControl
           PERFORM WriteBlockFiller BlockFillerCount TIMES.

       WriteBlockFiller.
           WRITE AchDraftRecord FROM AchBlockFiller.

      ******************************************************************
      * WriteDraftTotals - the register's closing totals: what was
      * drafted (the figures the bank's acknowledgment should show),
      * what was held back, and the file's hash and block count.
      ******************************************************************
       WriteDraftTotals.
           MOVE SPACE TO DraftPrintRecord
           WRITE DraftPrintRecord
           MOVE SPACE TO DraftTotalLine
           MOVE "ITEMS DRAFTED - BATCH DEBIT TOTAL" TO DraftTotalText
           MOVE EntriesDraftedCount TO DraftTotalCount
           MOVE DraftedAmountTotal  TO DraftTotalAmount
           MOVE DraftTotalLine TO DraftPrintRecord
           WRITE DraftPrintRecord
           MOVE SPACE TO DraftTotalLine
           MOVE "ITEMS NOT DRAFTED" TO DraftTotalText
           MOVE ItemsNotDraftedCount  TO DraftTotalCount
           MOVE NotDraftedAmountTotal TO DraftTotalAmount
           MOVE DraftTotalLine TO DraftPrintRecord
           WRITE DraftPrintRecord
           MOVE SPACE TO DraftTotalLine
           MOVE "BLOCKS IN BANK FILE" TO DraftTotalText
           MOVE BlockCount TO DraftTotalCount
           MOVE DraftTotalLine TO DraftPrintRecord
           WRITE DraftPrintRecord
           MOVE SPACE TO HashListingText
           STRING "BANK FILE ENTRY HASH " DELIMITED BY SIZE
                  EntryHashTen DELIMITED BY SIZE
               INTO HashListingText
           MOVE SPACE TO DraftTotalLine
           MOVE HashListingText TO DraftTotalText
           MOVE DraftTotalLine TO DraftPrintRecord
           WRITE DraftPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report the run counts.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSACHDRAFT - OPEN ITEMS READ:   " ItemsReadCount
           DISPLAY "OILSACHDRAFT - ITEMS DRAFTED:     "
               EntriesDraftedCount
           DISPLAY "OILSACHDRAFT - DEBIT TOTAL:       "
               DraftedAmountTotal
           DISPLAY "OILSACHDRAFT - ITEMS NOT DRAFTED: "
               ItemsNotDraftedCount
           DISPLAY "OILSACHDRAFT - ENTRY HASH:        " EntryHashTen
           CLOSE OpenItemFile
                 CustomerMasterFile
                 CustomerBankFile
                 DraftItemFile
                 ParameterFile
                 AchDraftFile
                 DraftReportFile.

       END PROGRAM OilsAchDraft.
