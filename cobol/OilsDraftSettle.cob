      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Bank draft settlement posting, run on the day the
      *          bank settles a draft file OilsAchDraft sent.  Walks
      *          DraftItemFile and posts every draft still pending
      *          with a file date on or before the run date as a
      *          receipt against its open item, exactly the way
      *          OilsCashReceipts applies a check: the item's balance
      *          is relieved, an item brought to zero is marked paid
      *          on the run date, and the receipt is appended to the
      *          permanent AppliedPaymentFile as an ordinary receipt,
      *          so it prints on the customer's statement like any
      *          other payment and a draft the bank later returns can
      *          be reversed through OilsReturnedCheck like a bounced
      *          check.  A draft whose item has meanwhile been paid
      *          or is gone is listed as not applied for the office
      *          to refund or investigate, the way the receipts
      *          listing treats a check keyed to a paid item.  Every
      *          draft posted is marked settled with the date, so a
      *          rerun posts nothing twice.  A settlement register
      *          lists each draft and what was done with it.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsDraftSettle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DraftItemFile ASSIGN TO "DRAFTPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DraftKey
               FILE STATUS IS DraftItemStatus.

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

           SELECT AppliedPaymentFile ASSIGN TO "PAYDTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SettleReportFile ASSIGN TO "SETLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DraftItemFile.
           COPY "DraftItem.cpy".

       FD  OpenItemFile.
           COPY "OpenItem.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  AppliedPaymentFile.
           COPY "AppliedPayment.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  SettleReportFile.
       01  SettlePrintRecord           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  DraftFileEofFlag        PIC X(01)  VALUE "N".
               88  DraftFileAtEof          VALUE "Y".
           05  SettleRunUsableFlag     PIC X(01)  VALUE "N".
               88  SettleRunIsUsable       VALUE "Y".
           05  OpenItemFoundFlag       PIC X(01)  VALUE "N".
               88  OpenItemWasFound        VALUE "Y".

       01  FileStatusFields.
           05  DraftItemStatus         PIC X(02)  VALUE "00".
           05  OpenItemStatus          PIC X(02)  VALUE "00".
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".

       01  ProgramCounters COMP.
           05  DraftsReadCount         PIC 9(07)  VALUE ZERO.
           05  DraftsAppliedCount      PIC 9(07)  VALUE ZERO.
           05  DraftsUnappliedCount    PIC 9(07)  VALUE ZERO.
           05  DraftsNotDueCount       PIC 9(07)  VALUE ZERO.
           05  ItemsPaidOffCount       PIC 9(07)  VALUE ZERO.

       01  SettleTotals.
           05  AppliedAmountTotal      PIC S9(09)V9(02) VALUE ZERO.
           05  UnappliedAmountTotal    PIC S9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Posts every pending draft the bank has
      * settled.  A draft or receivable file that will not open
      * fails the run before anything is posted.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           IF SettleRunIsUsable
               OPEN EXTEND AppliedPaymentFile
               PERFORM ReadNextDraftItem
               PERFORM ProcessOneDraftItem UNTIL DraftFileAtEof
               CLOSE AppliedPaymentFile
               PERFORM WriteSettleTotals
               PERFORM TerminateRun
           ELSE
               DISPLAY "OILSDRAFTSETTLE - DRAFT OR OPEN ITEM FILE "
                   "WOULD NOT OPEN - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               CLOSE DraftItemFile
                     OpenItemFile
                     CustomerMasterFile
                     ParameterFile
                     SettleReportFile
           END-IF
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date (the
      * settlement date) and print the register heading.
      ******************************************************************
       InitializeRun.
           MOVE "Y" TO SettleRunUsableFlag
           OPEN INPUT  ParameterFile
           OPEN I-O    DraftItemFile
           OPEN I-O    OpenItemFile
           IF DraftItemStatus NOT = "00"
               OR OpenItemStatus NOT = "00"
               MOVE "N" TO SettleRunUsableFlag
           END-IF
           OPEN INPUT  CustomerMasterFile
           OPEN OUTPUT SettleReportFile
           PERFORM LoadRunParameters
           PERFORM WriteSettleHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * settlement date.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * WriteSettleHeading - page and column headings.
      ******************************************************************
       WriteSettleHeading.
           MOVE "BANK DRAFT SETTLEMENT REGISTER" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO SettlePrintRecord
           WRITE SettlePrintRecord
           MOVE HeadingLine2 TO SettlePrintRecord
           WRITE SettlePrintRecord
           MOVE DraftColumnLine TO SettlePrintRecord
           WRITE SettlePrintRecord.

      ******************************************************************
      * ReadNextDraftItem - read the next draft in account and
      * invoice order.
      ******************************************************************
       ReadNextDraftItem.
           READ DraftItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO DraftFileEofFlag
               NOT AT END
                   ADD 1 TO DraftsReadCount
           END-READ
           IF DraftItemStatus NOT = "00" AND "10"
               MOVE "Y" TO DraftFileEofFlag
           END-IF.

      ******************************************************************
      * ProcessOneDraftItem - a pending draft filed on or before the
      * settlement date is posted; one filed later is waiting on a
      * later settlement and is left alone, and a settled one was
      * posted on an earlier run.
      ******************************************************************
       ProcessOneDraftItem.
           IF DraftIsPending
               IF DraftFileDate NOT > ParameterRunDate
                   PERFORM SettleOneDraft
               ELSE
                   ADD 1 TO DraftsNotDueCount
               END-IF
           END-IF
           PERFORM ReadNextDraftItem.

      ******************************************************************
      * SettleOneDraft - apply the draft to its open item, mark the
      * draft settled and list it.
      ******************************************************************
       SettleOneDraft.
           MOVE SPACE TO DraftLine
           MOVE DraftAccountNumber TO DraftLineAccount
           PERFORM LookUpCustomerName
           MOVE DraftInvoiceNumber TO DraftLineInvoice
           MOVE DraftAmount        TO DraftLineAmount
           MOVE DraftTraceNumber   TO DraftLineTrace
           PERFORM LookUpOpenItem
           EVALUATE TRUE
               WHEN NOT OpenItemWasFound
                   PERFORM ListUnappliedDraft
                   MOVE "NOT APPLIED - NO OPEN ITEM" TO
                       DraftLineResult
               WHEN OpenItemIsPaid
                   PERFORM ListUnappliedDraft
                   MOVE "NOT APPLIED - ALREADY PAID" TO
                       DraftLineResult
               WHEN OTHER
                   PERFORM ApplyDraft
           END-EVALUATE
           MOVE "S"              TO DraftStatusCode
           MOVE ParameterRunDate TO DraftSettledDate
           REWRITE DraftItemRecord
           MOVE DraftLine TO SettlePrintRecord
           WRITE SettlePrintRecord.

      ******************************************************************
      * LookUpCustomerName - the customer's name for the register.
      ******************************************************************
       LookUpCustomerName.
           MOVE DraftAccountNumber TO CustomerAccountNumber
           READ CustomerMasterFile
               INVALID KEY
                   MOVE SPACE TO DraftLineName
               NOT INVALID KEY
                   MOVE CustomerName TO DraftLineName
           END-READ.

      ******************************************************************
      * LookUpOpenItem - random read of the drafted item.
      ******************************************************************
       LookUpOpenItem.
           MOVE "N" TO OpenItemFoundFlag
           MOVE DraftAccountNumber TO OpenItemAccountNumber
           MOVE DraftInvoiceNumber TO OpenItemInvoiceNumber
           READ OpenItemFile
               INVALID KEY
                   MOVE "N" TO OpenItemFoundFlag
               NOT INVALID KEY
                   MOVE "Y" TO OpenItemFoundFlag
           END-READ.

      ******************************************************************
      * ApplyDraft - relieve the item's balance by the draft amount,
      * mark it paid on the settlement date if that clears it, and
      * log the receipt on the applied-payment file.
      ******************************************************************
       ApplyDraft.
           SUBTRACT DraftAmount FROM OpenItemBalanceAmount
           IF OpenItemBalanceAmount NOT GREATER THAN ZERO
               MOVE "P"              TO OpenItemStatusCode
               MOVE ParameterRunDate TO OpenItemPaidDate
               ADD 1 TO ItemsPaidOffCount
           END-IF
           REWRITE OpenItemRecord
           ADD 1           TO DraftsAppliedCount
           ADD DraftAmount TO AppliedAmountTotal
           IF OpenItemIsPaid
               MOVE "APPLIED - PAID IN FULL" TO DraftLineResult
           ELSE
               MOVE "APPLIED - BALANCE REMAINS" TO DraftLineResult
           END-IF
           MOVE SPACE              TO AppliedPaymentRecord
           MOVE DraftAccountNumber TO AppliedAccountNumber
           MOVE DraftInvoiceNumber TO AppliedInvoiceNumber
           MOVE ParameterRunDate   TO AppliedReceiptDate
           MOVE DraftAmount        TO AppliedAmount
           MOVE ParameterRunDate   TO AppliedRunDate
           WRITE AppliedPaymentRecord.

       ListUnappliedDraft.
           ADD 1           TO DraftsUnappliedCount
           ADD DraftAmount TO UnappliedAmountTotal.

      ******************************************************************
      * WriteSettleTotals - the register's closing totals, to prove
      * against the bank's settlement credit.
      ******************************************************************
       WriteSettleTotals.
           MOVE SPACE TO SettlePrintRecord
           WRITE SettlePrintRecord
           MOVE SPACE TO DraftTotalLine
           MOVE "DRAFTS POSTED AS RECEIPTS" TO DraftTotalText
           MOVE DraftsAppliedCount TO DraftTotalCount
           MOVE AppliedAmountTotal TO DraftTotalAmount
           MOVE DraftTotalLine TO SettlePrintRecord
           WRITE SettlePrintRecord
           MOVE SPACE TO DraftTotalLine
           MOVE "DRAFTS SETTLED BUT NOT APPLIED" TO DraftTotalText
           MOVE DraftsUnappliedCount TO DraftTotalCount
           MOVE UnappliedAmountTotal TO DraftTotalAmount
           MOVE DraftTotalLine TO SettlePrintRecord
           WRITE SettlePrintRecord.

      ******************************************************************
      * TerminateRun - close down and report the run counts.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSDRAFTSETTLE - DRAFTS READ:       "
               DraftsReadCount
           DISPLAY "OILSDRAFTSETTLE - POSTED:            "
               DraftsAppliedCount
           DISPLAY "OILSDRAFTSETTLE - NOT APPLIED:       "
               DraftsUnappliedCount
           DISPLAY "OILSDRAFTSETTLE - NOT YET SETTLED:   "
               DraftsNotDueCount
           DISPLAY "OILSDRAFTSETTLE - ITEMS PAID OFF:    "
               ItemsPaidOffCount
           DISPLAY "OILSDRAFTSETTLE - AMOUNT POSTED:     "
               AppliedAmountTotal
           CLOSE DraftItemFile
                 OpenItemFile
                 CustomerMasterFile
                 ParameterFile
                 SettleReportFile.

       END PROGRAM OilsDraftSettle.
