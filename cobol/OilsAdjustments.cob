      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Credit and debit memo adjustment run.  Reads
      *          MemoFile, the keyed deck of memos the office writes
      *          when a customer was overcharged, is owed a price-
      *          protection refund or was never charged a minimum
      *          delivery, edits each memo and posts the good ones
      *          against the receivable after OilsBilling has
      *          raised the invoice.  A credit memo reduces the
      *          named invoice's balance on OpenItemFile and is
      *          logged on AppliedPaymentFile, coded M, so the
      *          statement shows the credit beside the month's
      *          payments; a debit memo raises a new open item under
      *          the invoice number on the memo.  A memo carrying
      *          tax adjusts the invoice's TaxDetailFile record (or
      *          writes one, keyed the same way, when the invoice's
      *          tax was billed in an earlier month) so the tax
      *          register and the GL tax pair net it.  Every posted
      *          memo writes before/after images of the open item to
      *          AuditFile and a record to AdjustmentDetailFile,
      *          which OilsGlExtract rolls into the month-end
      *          journal so the GL still ties to receivables; a memo
      *          number already on that file is refused, so the deck
      *          can be rerun safely.  An adjustment register lists
      *          every memo, posted or rejected, with the reason.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Debit memo invoice day of 01-31 or 97-99
      *                  refused; those keys belong to billing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsAdjustments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemoFile ASSIGN TO "MEMOFILE"
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

           SELECT TaxDetailFile ASSIGN TO "TAXDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TaxDetailKey
               FILE STATUS IS TaxDetailStatus.

           SELECT AdjustmentDetailFile ASSIGN TO "ADJDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AdjustmentMemoNumber
               FILE STATUS IS AdjustmentDetailStatus.

           SELECT AppliedPaymentFile ASSIGN TO "PAYDTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AuditFile ASSIGN TO "AUDITFIL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AdjustmentReportFile ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MemoFile.
           COPY "MemoTransaction.cpy".

       FD  OpenItemFile.
           COPY "OpenItem.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  TaxDetailFile.
           COPY "TaxDetail.cpy".

       FD  AdjustmentDetailFile.
           COPY "AdjustmentDetail.cpy".

       FD  AppliedPaymentFile.
           COPY "AppliedPayment.cpy".

       FD  AuditFile.
           COPY "AuditRecord.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  AdjustmentReportFile.
       01  AdjustmentPrintRecord       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  MemoFileEofFlag         PIC X(01)  VALUE "N".
               88  MemoFileAtEof           VALUE "Y".
           05  OpenItemUsableFlag      PIC X(01)  VALUE "N".
               88  OpenItemFileIsUsable    VALUE "Y".
           05  CustomerUsableFlag      PIC X(01)  VALUE "N".
               88  CustomerFileIsUsable    VALUE "Y".
           05  CustomerFoundFlag       PIC X(01)  VALUE "N".
               88  CustomerWasFound        VALUE "Y".
           05  OpenItemFoundFlag       PIC X(01)  VALUE "N".
               88  OpenItemWasFound        VALUE "Y".
           05  MemoPostedFlag          PIC X(01)  VALUE "N".
               88  MemoWasPostedBefore     VALUE "Y".
           05  MemoValidFlag           PIC X(01)  VALUE "N".
               88  MemoIsValid             VALUE "Y".

       01  FileStatusFields.
           05  OpenItemStatus          PIC X(02)  VALUE "00".
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
           05  TaxDetailStatus         PIC X(02)  VALUE "00".
           05  AdjustmentDetailStatus  PIC X(02)  VALUE "00".

       01  ReasonFields.
           05  CurrentMemoResult       PIC X(30).
           05  RejectReasonText        PIC X(19).

       01  AuditImageFields.
           05  ItemBeforeImage         PIC X(80).
           05  ItemAfterImage          PIC X(80).

       01  AuditCounters COMP.
           05  AuditSeqCounter         PIC 9(07)  VALUE ZERO.

       01  MemoWorkFields.
           05  MemoTotalWithTax        PIC S9(09)V9(02) VALUE ZERO.
           05  SignedMemoAmount        PIC S9(09)V9(02) VALUE ZERO.
           05  SignedMemoTax           PIC S9(07)V9(02) VALUE ZERO.
           05  MemoInvoiceParts.
               10  MemoInvoiceMonth    PIC 9(06).
               10  MemoInvoiceDay      PIC 9(02).

       01  ProgramCounters COMP.
           05  MemosReadCount          PIC 9(07)  VALUE ZERO.
           05  CreditMemosPostedCount  PIC 9(07)  VALUE ZERO.
           05  DebitMemosPostedCount   PIC 9(07)  VALUE ZERO.
           05  MemosRejectedCount      PIC 9(07)  VALUE ZERO.
           05  TaxAdjustmentsCount     PIC 9(07)  VALUE ZERO.

       01  MemoTotals.
           05  CreditAmountTotal       PIC S9(09)V9(02) VALUE ZERO.
           05  CreditTaxTotal          PIC S9(09)V9(02) VALUE ZERO.
           05  DebitAmountTotal        PIC S9(09)V9(02) VALUE ZERO.
           05  DebitTaxTotal           PIC S9(09)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  Reads MemoFile to end of file, editing and
      * posting each memo.  A receivable or customer file that will
      * not open fails the run before a single memo is touched.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           IF OpenItemFileIsUsable AND CustomerFileIsUsable
               PERFORM ProcessOneMemo UNTIL MemoFileAtEof
               PERFORM WriteMemoTotals
               PERFORM TerminateRun
           ELSE
               DISPLAY "OILSADJUSTMENTS - OPEN ITEM OR CUSTOMER FILE "
                   "WOULD NOT OPEN - NO MEMOS POSTED"
               MOVE 8 TO RETURN-CODE
               CLOSE MemoFile
                     ParameterFile
                     AdjustmentReportFile
           END-IF
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date off the
      * parameter card, print the register heading and prime the
      * read loop.  The month's tax and adjustment detail files are
      * created empty the first time there is none on disk, the way
      * OilsBilling opens the tax detail.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  MemoFile
                       ParameterFile
           OPEN I-O    OpenItemFile
           IF OpenItemStatus = "00"
               MOVE "Y" TO OpenItemUsableFlag
           END-IF
           OPEN I-O    CustomerMasterFile
           IF CustomerMasterStatus = "00"
               MOVE "Y" TO CustomerUsableFlag
           END-IF
           IF OpenItemFileIsUsable AND CustomerFileIsUsable
               PERFORM OpenTaxDetailFile
               PERFORM OpenAdjustmentDetailFile
               OPEN EXTEND AppliedPaymentFile
               OPEN EXTEND AuditFile
           END-IF
           OPEN OUTPUT AdjustmentReportFile
           PERFORM LoadRunParameters
           PERFORM WriteMemoHeading
           PERFORM ReadNextMemo.

       OpenTaxDetailFile.
           OPEN I-O TaxDetailFile
           IF TaxDetailStatus NOT = "00"
               OPEN OUTPUT TaxDetailFile
               CLOSE       TaxDetailFile
               OPEN I-O    TaxDetailFile
           END-IF.

       OpenAdjustmentDetailFile.
           OPEN I-O AdjustmentDetailFile
           IF AdjustmentDetailStatus NOT = "00"
               OPEN OUTPUT AdjustmentDetailFile
               CLOSE       AdjustmentDetailFile
               OPEN I-O    AdjustmentDetailFile
           END-IF.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date the memos are posted with.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * WriteMemoHeading - page and column headings for the
      * adjustment register.
      ******************************************************************
       WriteMemoHeading.
           MOVE "MEMO ADJUSTMENT REGISTER" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord
           MOVE HeadingLine2 TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord
           MOVE MemoColumnLine TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord.

      ******************************************************************
      * ReadNextMemo - read one keyed memo.
      ******************************************************************
       ReadNextMemo.
           READ MemoFile
               AT END
                   MOVE "Y" TO MemoFileEofFlag
               NOT AT END
                   ADD 1 TO MemosReadCount
           END-READ.

      ******************************************************************
      * ProcessOneMemo - look up what the memo names, edit it, post
      * it if it passes, list it either way, then read the next one.
      ******************************************************************
       ProcessOneMemo.
           PERFORM LookUpMemoReferences
           PERFORM EditMemo
           IF MemoIsValid
               PERFORM PostMemo
           ELSE
               PERFORM ListRejectedMemo
           END-IF
           PERFORM ReadNextMemo.

      ******************************************************************
      * LookUpMemoReferences - is the memo number already posted, is
      * the account on the master, and is the invoice on the open
      * items?  The open item read goes last so its record is still
      * in the buffer for the credit memo that reduces it.
      ******************************************************************
       LookUpMemoReferences.
           MOVE "N" TO MemoPostedFlag
           MOVE MemoNumber TO AdjustmentMemoNumber
           READ AdjustmentDetailFile
               INVALID KEY
                   MOVE "N" TO MemoPostedFlag
               NOT INVALID KEY
                   MOVE "Y" TO MemoPostedFlag
           END-READ
           MOVE "N" TO CustomerFoundFlag
           MOVE MemoAccountNumber TO CustomerAccountNumber
           READ CustomerMasterFile
               INVALID KEY
                   MOVE "N" TO CustomerFoundFlag
               NOT INVALID KEY
                   MOVE "Y" TO CustomerFoundFlag
           END-READ
           MOVE "N" TO OpenItemFoundFlag
           MOVE MemoAccountNumber TO OpenItemAccountNumber
           MOVE MemoInvoiceNumber TO OpenItemInvoiceNumber
           READ OpenItemFile
               INVALID KEY
                   MOVE "N" TO OpenItemFoundFlag
               NOT INVALID KEY
                   MOVE "Y" TO OpenItemFoundFlag
           END-READ.

      ******************************************************************
      * EditMemo - the edits that keep a mis-keyed memo off the
      * receivable: a numbered memo not already posted, a C or D
      * type, an amount above zero and a tax amount not below it, a
      * known reason code and a GL account, an account on the
      * master, an invoice on file for a credit and not on file for
      * a debit, and a tax jurisdiction for any memo that touches
      * tax.  A debit memo's invoice day must be 32-96: OilsBilling
      * keys its invoices by run date (days 01-31) and the NSF fee,
      * budget installment and finance charge use days 97, 98 and
      * 99, and any of those would overwrite the memo on OPENITEM.
      ******************************************************************
       EditMemo.
           MOVE "Y" TO MemoValidFlag
           MOVE MemoInvoiceNumber TO MemoInvoiceParts
           EVALUATE TRUE
               WHEN MemoNumber NOT NUMERIC
                    OR MemoNumber = ZERO
                   MOVE "N" TO MemoValidFlag
                   MOVE "NO MEMO NUMBER" TO CurrentMemoResult
               WHEN MemoWasPostedBefore
                   MOVE "N" TO MemoValidFlag
                   MOVE "MEMO ALREADY POSTED" TO CurrentMemoResult
               WHEN NOT MemoIsCredit AND NOT MemoIsDebit
                   MOVE "N" TO MemoValidFlag
                   MOVE "TYPE NOT C OR D" TO CurrentMemoResult
               WHEN MemoAmount NOT NUMERIC
                    OR MemoAmount NOT GREATER THAN ZERO
                   MOVE "N" TO MemoValidFlag
                   MOVE "AMOUNT NOT ABOVE ZERO" TO CurrentMemoResult
               WHEN MemoTaxAmount NOT NUMERIC
                    OR MemoTaxAmount LESS THAN ZERO
                   MOVE "N" TO MemoValidFlag
                   MOVE "TAX AMOUNT BAD" TO CurrentMemoResult
               WHEN NOT MemoReasonIsValid
                   MOVE "N" TO MemoValidFlag
                   MOVE "UNKNOWN REASON CODE" TO CurrentMemoResult
               WHEN MemoGlAccount = SPACE
                   MOVE "N" TO MemoValidFlag
                   MOVE "GL ACCOUNT IS BLANK" TO CurrentMemoResult
               WHEN NOT CustomerWasFound
                   MOVE "N" TO MemoValidFlag
                   MOVE "ACCOUNT NOT ON MASTER" TO CurrentMemoResult
               WHEN MemoInvoiceNumber NOT NUMERIC
                    OR MemoInvoiceNumber = ZERO
                   MOVE "N" TO MemoValidFlag
                   MOVE "NO INVOICE NUMBER" TO CurrentMemoResult
               WHEN MemoIsCredit AND NOT OpenItemWasFound
                   MOVE "N" TO MemoValidFlag
                   MOVE "INVOICE NOT ON FILE" TO CurrentMemoResult
               WHEN MemoIsDebit AND OpenItemWasFound
                   MOVE "N" TO MemoValidFlag
                   MOVE "INVOICE ALREADY ON FILE" TO CurrentMemoResult
               WHEN MemoIsDebit
                    AND (MemoInvoiceDay LESS THAN 32
                         OR MemoInvoiceDay GREATER THAN 96)
                   MOVE "N" TO MemoValidFlag
                   MOVE "INVOICE NUMBER RESERVED" TO CurrentMemoResult
               WHEN MemoTaxAmount GREATER THAN ZERO
                    AND CustomerTaxJurisdiction = SPACE
                   MOVE "N" TO MemoValidFlag
                   MOVE "TAX BUT NO JURISDICTION" TO CurrentMemoResult
           END-EVALUATE.

      ******************************************************************
      * PostMemo - the memo passed its edits: adjust the receivable,
      * the tax detail and the month's adjustment detail, and list
      * what was done.
      ******************************************************************
       PostMemo.
           COMPUTE MemoTotalWithTax = MemoAmount + MemoTaxAmount
           IF MemoIsCredit
               PERFORM PostCreditMemo
           ELSE
               PERFORM PostDebitMemo
           END-IF
           PERFORM WriteAuditRecord
           IF MemoTaxAmount GREATER THAN ZERO
               PERFORM AdjustTaxDetail
           END-IF
           PERFORM WriteAdjustmentDetail
           PERFORM WriteMemoLine.

      ******************************************************************
      * PostCreditMemo - the invoice's record is still in the buffer
      * off LookUpMemoReferences.  Take the memo and its tax off the
      * balance and the tax off the item's tax amount.  An item
      * brought to exactly zero is paid by the memo; one left owing
      * stays open, and so does one taken below zero, so the credit
      * the customer is owed still ages and still states.  The
      * credit is logged beside the payments so the statement shows
      * it.
      ******************************************************************
       PostCreditMemo.
           MOVE OpenItemRecord TO ItemBeforeImage
           SUBTRACT MemoTotalWithTax FROM OpenItemBalanceAmount
           SUBTRACT MemoTaxAmount FROM OpenItemTaxAmount
           IF OpenItemBalanceAmount = ZERO
               MOVE "P"              TO OpenItemStatusCode
               MOVE ParameterRunDate TO OpenItemPaidDate
           ELSE
               MOVE "O"  TO OpenItemStatusCode
               MOVE ZERO TO OpenItemPaidDate
           END-IF
           REWRITE OpenItemRecord
           MOVE OpenItemRecord TO ItemAfterImage
           PERFORM WriteCreditMemoPayment
           ADD 1 TO CreditMemosPostedCount
           ADD MemoAmount    TO CreditAmountTotal
           ADD MemoTaxAmount TO CreditTaxTotal
           SUBTRACT MemoAmount FROM ZERO GIVING SignedMemoAmount
           SUBTRACT MemoTaxAmount FROM ZERO GIVING SignedMemoTax
           MOVE "POSTED - CREDIT MEMO" TO CurrentMemoResult.

      ******************************************************************
      * WriteCreditMemoPayment - the credit as an M entry on the
      * applied-payment log, dated the run date.
      ******************************************************************
       WriteCreditMemoPayment.
           MOVE SPACE             TO AppliedPaymentRecord
           MOVE MemoAccountNumber TO AppliedAccountNumber
           MOVE MemoInvoiceNumber TO AppliedInvoiceNumber
           MOVE ParameterRunDate  TO AppliedReceiptDate
           MOVE MemoTotalWithTax  TO AppliedAmount
           MOVE ParameterRunDate  TO AppliedRunDate
           MOVE "M"               TO AppliedEntryCode
           MOVE ZERO              TO AppliedReturnedDate
           WRITE AppliedPaymentRecord.

      ******************************************************************
      * PostDebitMemo - a new open item under the memo's invoice
      * number, dated the run date, so it bills, ages and states like
      * any other invoice.
      ******************************************************************
       PostDebitMemo.
           MOVE SPACE             TO ItemBeforeImage
           MOVE SPACE             TO OpenItemRecord
           MOVE MemoAccountNumber TO OpenItemAccountNumber
           MOVE MemoInvoiceNumber TO OpenItemInvoiceNumber
           MOVE ParameterRunDate  TO OpenItemInvoiceDate
           MOVE MemoTotalWithTax  TO OpenItemOriginalAmount
           MOVE MemoTotalWithTax  TO OpenItemBalanceAmount
           MOVE "O"               TO OpenItemStatusCode
           MOVE ZERO              TO OpenItemPaidDate
           MOVE MemoTaxAmount     TO OpenItemTaxAmount
           WRITE OpenItemRecord
           MOVE OpenItemRecord TO ItemAfterImage
           ADD 1 TO DebitMemosPostedCount
           ADD MemoAmount    TO DebitAmountTotal
           ADD MemoTaxAmount TO DebitTaxTotal
           MOVE MemoAmount    TO SignedMemoAmount
           MOVE MemoTaxAmount TO SignedMemoTax
           MOVE "POSTED - DEBIT MEMO" TO CurrentMemoResult.

      ******************************************************************
      * WriteAuditRecord - before/after image of the open item the
      * memo touched.  A debit memo's before image is blank: the item
      * did not exist.
      ******************************************************************
       WriteAuditRecord.
           ADD 1 TO AuditSeqCounter
           MOVE ParameterRunDate   TO AuditRunDate
           MOVE AuditSeqCounter    TO AuditSequenceNumber
           MOVE "OILSADJUST"       TO AuditSourceProgram
           MOVE ItemBeforeImage    TO AuditBeforeImage
           MOVE ItemAfterImage     TO AuditAfterImage
           WRITE AuditRecord.

      ******************************************************************
      * AdjustTaxDetail - the memo's tax onto the invoice's tax
      * detail, keyed by account and invoice number the way
      * OilsBilling keys it.  An invoice billed in an earlier month
      * has had its detail archived, so the memo writes its own
      * record under the same key in the customer's jurisdiction.
      ******************************************************************
       AdjustTaxDetail.
           MOVE MemoAccountNumber TO TaxDetailAccount
           MOVE MemoInvoiceNumber TO TaxDetailRunDate
           READ TaxDetailFile
               INVALID KEY
                   MOVE SPACE             TO TaxDetailRecord
                   MOVE MemoAccountNumber TO TaxDetailAccount
                   MOVE MemoInvoiceNumber TO TaxDetailRunDate
                   MOVE CustomerTaxJurisdiction TO
                       TaxDetailJurisdiction
                   MOVE SignedMemoAmount  TO TaxDetailTaxableAmount
                   MOVE SignedMemoTax     TO TaxDetailTaxAmount
                   WRITE TaxDetailRecord
               NOT INVALID KEY
                   ADD SignedMemoAmount TO TaxDetailTaxableAmount
                   ADD SignedMemoTax    TO TaxDetailTaxAmount
                   REWRITE TaxDetailRecord
           END-READ
           ADD 1 TO TaxAdjustmentsCount.

      ******************************************************************
      * WriteAdjustmentDetail - the month's record of the memo, for
      * the GL extract and the rerun check.
      ******************************************************************
       WriteAdjustmentDetail.
           MOVE SPACE             TO AdjustmentDetailRecord
           MOVE MemoNumber        TO AdjustmentMemoNumber
           MOVE ParameterRunDate  TO AdjustmentRunDate
           MOVE MemoTypeCode      TO AdjustmentTypeCode
           MOVE MemoAccountNumber TO AdjustmentAccountNumber
           MOVE MemoInvoiceNumber TO AdjustmentInvoiceNumber
           MOVE MemoAmount        TO AdjustmentAmount
           MOVE MemoTaxAmount     TO AdjustmentTaxAmount
           MOVE MemoReasonCode    TO AdjustmentReasonCode
           MOVE MemoGlAccount     TO AdjustmentGlAccount
           WRITE AdjustmentDetailRecord.

      ******************************************************************
      * ListRejectedMemo - nothing was touched; list the memo with
      * the reason it was thrown out.
      ******************************************************************
       ListRejectedMemo.
           ADD 1 TO MemosRejectedCount
           MOVE CurrentMemoResult TO RejectReasonText
           MOVE SPACE TO CurrentMemoResult
           STRING "REJECTED - " DELIMITED BY SIZE
                  RejectReasonText DELIMITED BY SIZE
               INTO CurrentMemoResult
           IF NOT OpenItemWasFound
               MOVE ZERO TO OpenItemBalanceAmount
           END-IF
           PERFORM WriteMemoLine.

      ******************************************************************
      * WriteMemoLine - one register line per memo, posted or
      * rejected, showing the item balance the memo left behind.
      ******************************************************************
       WriteMemoLine.
           MOVE MemoNumber            TO MemoLineNumber
           MOVE MemoTypeCode          TO MemoLineType
           MOVE MemoAccountNumber     TO MemoLineAccount
           MOVE MemoInvoiceNumber     TO MemoLineInvoice
           MOVE MemoReasonCode        TO MemoLineReason
           MOVE MemoGlAccount         TO MemoLineGlAccount
           MOVE MemoAmount            TO MemoLineAmount
           MOVE MemoTaxAmount         TO MemoLineTax
           MOVE OpenItemBalanceAmount TO MemoLineBalance
           MOVE CurrentMemoResult     TO MemoLineResult
           MOVE MemoOperatorId        TO MemoLineOperator
           MOVE MemoLine              TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord.

      ******************************************************************
      * WriteMemoTotals - credit and debit memo totals, memo and tax,
      * for the bookkeeper to prove the deck's adding-machine tape.
      ******************************************************************
       WriteMemoTotals.
           MOVE HeadingLine2 TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord
           MOVE "CREDIT MEMOS POSTED"  TO MemoTotalText
           MOVE CreditAmountTotal      TO MemoTotalAmount
           MOVE CreditTaxTotal         TO MemoTotalTax
           MOVE MemoTotalLine TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord
           MOVE "DEBIT MEMOS POSTED"   TO MemoTotalText
           MOVE DebitAmountTotal       TO MemoTotalAmount
           MOVE DebitTaxTotal          TO MemoTotalTax
           MOVE MemoTotalLine TO AdjustmentPrintRecord
           WRITE AdjustmentPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report what the memos did.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSADJUSTMENTS - MEMOS READ:          "
               MemosReadCount
           DISPLAY "OILSADJUSTMENTS - CREDIT MEMOS POSTED: "
               CreditMemosPostedCount
           DISPLAY "OILSADJUSTMENTS - DEBIT MEMOS POSTED:  "
               DebitMemosPostedCount
           DISPLAY "OILSADJUSTMENTS - MEMOS REJECTED:      "
               MemosRejectedCount
           DISPLAY "OILSADJUSTMENTS - TAX ADJUSTMENTS:     "
               TaxAdjustmentsCount
           CLOSE MemoFile
                 OpenItemFile
                 CustomerMasterFile
                 TaxDetailFile
                 AdjustmentDetailFile
                 AppliedPaymentFile
                 AuditFile
                 ParameterFile
                 AdjustmentReportFile.

       END PROGRAM OilsAdjustments.
