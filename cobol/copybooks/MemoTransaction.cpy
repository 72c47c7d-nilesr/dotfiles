      ******************************************************************
      * Member:  MemoTransaction
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for MemoFile, the keyed deck of credit
      *          and debit memos OilsAdjustments posts against billed
      *          invoices.  The memo number is the office's pre-
      *          numbered memo form and must be unique for the
      *          month.  A credit memo (C) names the open invoice it
      *          reduces; a debit memo (D) names the new invoice
      *          number it raises, which must not already be on
      *          file and must end in a day of 32-96 (yyyymm32
      *          through yyyymm96).  Days 01-31 are OilsBilling's
      *          run-date invoices and days 97, 98 and 99 are the
      *          NSF fee, budget installment and finance charge, so
      *          a memo on any of those would be overwritten when
      *          that run posts.  The amount is the memo before
      *          tax; the tax amount is the sales tax the memo adds
      *          or gives back, zero when the memo does not touch
      *          tax.  The reason code is OC overcharge, PP price
      *          protection, MD minimum delivery charge or OT other,
      *          and the GL account is where the memo books on the
      *          month-end journal.  Operator initials print on the
      *          register.
      ******************************************************************
       01  MemoRecord.
           05  MemoNumber              PIC 9(08).
           05  MemoTypeCode            PIC X(01).
               88  MemoIsCredit            VALUE "C".
               88  MemoIsDebit             VALUE "D".
           05  MemoAccountNumber       PIC X(06).
           05  MemoInvoiceNumber       PIC 9(08).
           05  MemoAmount              PIC S9(07)V9(02).
           05  MemoTaxAmount           PIC S9(07)V9(02).
           05  MemoReasonCode          PIC X(02).
               88  MemoReasonIsValid       VALUE "OC" "PP" "MD" "OT".
           05  MemoGlAccount           PIC X(08).
           05  MemoOperatorId          PIC X(03).
           05  Filler                  PIC X(26).
