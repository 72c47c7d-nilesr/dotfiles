      *          can read the payments back beside OpenItemFile and
      *          show a customer every payment on the month's
      *          statement instead of just the relieved balance.
      *          A check the bank sends back is never deleted from
      *          the log: OilsReturnedCheck stamps the original
      *          receipt with the date it was returned, so it can
      *          not be reversed twice, and appends a negative
      *          entry coded R that prints on the statement as the
      *          returned check.  A credit memo OilsAdjustments posts
      *          against an invoice is logged here too, coded M, so
      *          the statement shows the credit the way it shows a
      *          payment.  Records written before the two fields
      *          were carved out of filler carry spaces, which read
      *          as an ordinary receipt never returned.
      ******************************************************************
       01  AppliedPaymentRecord.
           05  AppliedAccountNumber    PIC X(06).
           05  AppliedReceiptDate      PIC 9(08).
           05  AppliedAmount           PIC S9(07)V9(02).
           05  AppliedRunDate          PIC 9(08).
           05  AppliedEntryCode        PIC X(01).
               88  AppliedIsReceipt        VALUE SPACE.
               88  AppliedIsReturnedCheck  VALUE "R".
               88  AppliedIsCreditMemo     VALUE "M".
           05  AppliedReturnedDate     PIC 9(08).
           05  Filler                  PIC X(32).
