      ******************************************************************
      * Member:  DraftItem
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for DraftItemFile, an indexed file
      *          keyed on account and invoice number like
      *          OpenItemFile, one record per open item OilsAchDraft
      *          has put on a bank debit file.  The draft stays
      *          pending (P) until OilsDraftSettle posts it as a
      *          receipt on the day the bank settles, when it is
      *          marked settled (S) with the date.  An item with a
      *          draft pending is not drafted again, so a rerun of
      *          the draft run cannot debit a customer twice.  The
      *          trace number is the one on the item's entry in the
      *          bank file, for tracing a draft the bank queries.
      ******************************************************************
       01  DraftItemRecord.
           05  DraftKey.
               10  DraftAccountNumber  PIC X(06).
               10  DraftInvoiceNumber  PIC 9(08).
           05  DraftAmount             PIC 9(07)V9(02).
           05  DraftFileDate           PIC 9(08).
           05  DraftTraceNumber        PIC 9(15).
           05  DraftStatusCode         PIC X(01).
               88  DraftIsPending          VALUE "P".
               88  DraftIsSettled          VALUE "S".
           05  DraftSettledDate        PIC 9(08).
           05  Filler                  PIC X(25).
