      *          means exempt under the certificate on file, and a
      *          space (every record keyed before the fields
      *          existed) bills untaxed the way it always did.
      *          The returned-check count is kept by
      *          OilsReturnedCheck: every check the bank sends back
      *          adds one, and reaching the limit on the parameter
      *          card sets the hold flag.  Spaces (a record keyed
      *          before the count existed) read as none returned.
      *          The autopay flag is Y for an account whose open
      *          installments and fuel invoices are drafted from its
      *          bank account by OilsAchDraft; the bank details
      *          themselves are on CustomerBankFile.  Anything else
      *          (spaces on an older record) is not on autopay.
      *          The collection level is kept by OilsCollections: 0
      *          is in good standing, 1 has had the 30-day reminder,
      *          2 the 60-day notice and 3 the 90-day final demand,
      *          with the date of the last letter beside it.  Spaces
      *          (a record keyed before the fields existed) read as
      *          level 0 with no notice sent.
      ******************************************************************
       01  CustomerRecord.
           05  CustomerAccountNumber   PIC X(06).
               88  CustomerIsTaxExempt     VALUE "E".
           05  CustomerTaxJurisdiction PIC X(04).
           05  CustomerExemptCertificate PIC X(10).
           05  CustomerReturnedCheckCount PIC 9(02).
           05  CustomerAutopayFlag     PIC X(01).
               88  CustomerIsOnAutopay     VALUE "Y".
           05  CustomerCollectionLevel PIC 9(01).
           05  CustomerLastNoticeDate  PIC 9(08).
           05  Filler                  PIC X(05).
