      ******************************************************************
      * Member:  CustomerBank
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for CustomerBankFile, an indexed file
      *          keyed on account number holding the bank details of
      *          each customer who has signed a draft authorization:
      *          the bank's routing number, the customer's account
      *          number at the bank and whether it is a checking (C)
      *          or savings (S) account.  CustomerMaintenance keeps
      *          it off the bank draft (B) transactions; OilsAchDraft
      *          reads it for every account whose autopay flag is set
      *          on the customer master.  The details stay on file
      *          when autopay is stopped, so restarting a customer
      *          does not mean keying them again.
      ******************************************************************
       01  CustomerBankRecord.
           05  BankCustomerAccount     PIC X(06).
           05  BankRoutingNumber       PIC 9(09).
           05  BankRoutingParts REDEFINES BankRoutingNumber.
               10  BankRoutingPrefix   PIC 9(08).
               10  BankRoutingCheckDigit PIC 9(01).
           05  BankDepositAccount      PIC X(17).
           05  BankAccountType         PIC X(01).
               88  BankIsChecking          VALUE "C".
               88  BankIsSavings           VALUE "S".
           05  BankSetUpDate           PIC 9(08).
           05  Filler                  PIC X(39).
