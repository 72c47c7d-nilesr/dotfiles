      *                  jurisdiction and the exemption certificate
      *                  number, so taxability stops living on the
      *                  invoice copies in a drawer.
      *   2026-10-15 RN  New bank draft (B) transaction: keeps the
      *                  customer's bank routing number, bank account
      *                  and account type on the new CustomerBankFile
      *                  and starts or stops autopay on the master,
      *                  edited like every other transaction (account
      *                  on file, routing number numeric with a good
      *                  check digit, bank account keyed, type C or
      *                  S, no autopay without bank details or on an
      *                  inactive account) and listed on the same
      *                  edit listing - by routing number, never the
      *                  bank account.  Deactivating an account stops
      *                  its autopay.
      *   2026-10-15 RN  A change that makes the account inactive
      *                  stops its autopay too, as a deactivate does.
      *   2026-10-15 RN  Bank draft listing text shortened so the
      *                  autopay flag fits in the name column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMaintenance.
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT CustomerBankFile ASSIGN TO "CUSTBANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BankCustomerAccount
               FILE STATUS IS CustomerBankStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  CustomerBankFile.
           COPY "CustomerBank.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

               88  AccountIsOnMaster       VALUE "Y".
           05  TransactionValidFlag    PIC X(01)  VALUE "N".
               88  TransactionIsValid      VALUE "Y".
           05  BankOnFileFlag          PIC X(01)  VALUE "N".
               88  BankIsOnFile            VALUE "Y".
           05  BankDetailsKeyedFlag    PIC X(01)  VALUE "N".
               88  BankDetailsAreKeyed     VALUE "Y".

       01  FileStatusFields.
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
           05  CustomerBankStatus      PIC X(02)  VALUE "00".

       01  ReasonFields.
           05  CurrentRejectReason     PIC X(40).
           05  RejectReasonText        PIC X(29).
           05  BankListingText         PIC X(30).

       01  RoutingCheckFields.
           05  RoutingWeightedSum      PIC 9(04)  VALUE ZERO.
           05  RoutingQuotient         PIC 9(04)  VALUE ZERO.
           05  RoutingRemainder        PIC 9(02)  VALUE ZERO.

       01  ProgramCounters COMP.
           05  TransactionsReadCount   PIC 9(07)  VALUE ZERO.
           05  TransactionsRejectedCount PIC 9(07) VALUE ZERO.
           05  AccountsHeldCount       PIC 9(07)  VALUE ZERO.
           05  AccountsReleasedCount   PIC 9(07)  VALUE ZERO.
           05  AutopayStartedCount     PIC 9(07)  VALUE ZERO.
           05  AutopayStoppedCount     PIC 9(07)  VALUE ZERO.
           05  BankDetailsKeptCount    PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
           OPEN INPUT  MaintenanceFile
                       ParameterFile
           PERFORM OpenCustomerMaster
           PERFORM OpenCustomerBank
           OPEN OUTPUT MaintenanceReportFile
           PERFORM LoadRunParameters
           PERFORM WriteMaintenanceHeading
               OPEN I-O    CustomerMasterFile
           END-IF.

      ******************************************************************
      * OpenCustomerBank - the bank details file is permanent too;
      * only the first bank draft transaction ever creates it.
      ******************************************************************
       OpenCustomerBank.
           OPEN I-O CustomerBankFile
           IF CustomerBankStatus NOT = "00"
               OPEN OUTPUT CustomerBankFile
               CLOSE       CustomerBankFile
               OPEN I-O    CustomerBankFile
           END-IF.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date to stamp on the listing heading.
      ******************************************************************
       ProcessOneTransaction.
           PERFORM LookUpAccount
           IF MaintenanceIsBankDraft
               PERFORM LookUpBankDetails
           END-IF
           PERFORM EditTransaction
           IF TransactionIsValid
               PERFORM ApplyTransaction
                   MOVE "Y" TO AccountOnMasterFlag
           END-READ.

      ******************************************************************
      * LookUpBankDetails - random read of the bank details for a
      * bank draft transaction's account, and whether the
      * transaction itself carries new details.
      ******************************************************************
       LookUpBankDetails.
           MOVE "N" TO BankOnFileFlag
           MOVE MaintenanceAccountNumber TO BankCustomerAccount
           READ CustomerBankFile
               INVALID KEY
                   MOVE "N" TO BankOnFileFlag
               NOT INVALID KEY
                   MOVE "Y" TO BankOnFileFlag
           END-READ
           IF MaintenanceBankRouting = SPACE
               AND MaintenanceBankAccount = SPACE
               AND MaintenanceBankAccountType = SPACE
               MOVE "N" TO BankDetailsKeyedFlag
           ELSE
               MOVE "Y" TO BankDetailsKeyedFlag
           END-IF.

      ******************************************************************
      * EditTransaction - the edits that keep a fat-fingered
      * transaction off the master: an add must be a new account with
                       MOVE "Account not on master" TO
                           CurrentRejectReason
                   END-IF
               WHEN MaintenanceIsBankDraft
                   PERFORM EditBankTransaction
               WHEN OTHER
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Action code not A, C, D or B" TO
                       CurrentRejectReason
           END-EVALUATE.

                       CurrentRejectReason
           END-EVALUATE.

      ******************************************************************
      * EditBankTransaction - a bank draft transaction must name an
      * account on file.  Bank details, when keyed, must be whole: a
      * numeric routing number that passes the banks' check digit
      * (which catches the transposed digits a hand-keyed routing
      * number usually has), the customer's bank account and a type
      * of C or S.  Autopay may only be started on an active account
      * whose bank details are on file or keyed on the transaction.
      ******************************************************************
       EditBankTransaction.
           EVALUATE TRUE
               WHEN NOT AccountIsOnMaster
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Account not on master" TO CurrentRejectReason
               WHEN MaintenanceAutopayFlag NOT = "Y" AND "N" AND SPACE
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Autopay flag not Y, N or blank" TO
                       CurrentRejectReason
               WHEN BankDetailsAreKeyed
                    AND MaintenanceBankRouting NOT NUMERIC
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Routing number not numeric" TO
                       CurrentRejectReason
               WHEN BankDetailsAreKeyed
                    AND MaintenanceBankAccount = SPACE
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Bank account is blank" TO
                       CurrentRejectReason
               WHEN BankDetailsAreKeyed
                    AND MaintenanceBankAccountType NOT = "C" AND "S"
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Account type not C or S" TO
                       CurrentRejectReason
               WHEN MaintenanceAutopayFlag = "Y"
                    AND NOT BankDetailsAreKeyed
                    AND NOT BankIsOnFile
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Autopay but no bank details" TO
                       CurrentRejectReason
               WHEN MaintenanceAutopayFlag = "Y"
                    AND NOT CustomerIsActive
                   MOVE "N" TO TransactionValidFlag
                   MOVE "Autopay on inactive account" TO
                       CurrentRejectReason
           END-EVALUATE
           IF TransactionIsValid AND BankDetailsAreKeyed
               PERFORM CheckRoutingDigit
           END-IF.

      ******************************************************************
      * CheckRoutingDigit - the routing number's own check: its
      * digits weighted 3, 7, 1 across the nine positions must sum
      * to a multiple of ten.
      ******************************************************************
       CheckRoutingDigit.
           COMPUTE RoutingWeightedSum =
               3 * (MaintenanceRoutingDigit(1)
                    + MaintenanceRoutingDigit(4)
                    + MaintenanceRoutingDigit(7))
               + 7 * (MaintenanceRoutingDigit(2)
                    + MaintenanceRoutingDigit(5)
                    + MaintenanceRoutingDigit(8))
               + MaintenanceRoutingDigit(3)
               + MaintenanceRoutingDigit(6)
               + MaintenanceRoutingDigit(9)
           DIVIDE RoutingWeightedSum BY 10 GIVING RoutingQuotient
               REMAINDER RoutingRemainder
           IF RoutingRemainder NOT = ZERO
               MOVE "N" TO TransactionValidFlag
               MOVE "Routing number check digit bad" TO
                   CurrentRejectReason
           END-IF.

      ******************************************************************
      * ApplyTransaction - the transaction passed its edits: write,
      * rewrite or deactivate the master record and list what was
                   PERFORM ApplyChange
               WHEN MaintenanceIsDeactivate
                   PERFORM ApplyDeactivate
               WHEN MaintenanceIsBankDraft
                   PERFORM ApplyBankDraft
           END-EVALUATE.

       ApplyAdd.
      * that means a non-numeric (blank) field, the way the
      * parameter-card numerics are treated.  A hold set or released
      * is called out by name on the listing so the stop list's
      * paper trail starts here.  A change to inactive status stops
      * autopay the way ApplyDeactivate does, so an inactive account
      * is never drafted.
      ******************************************************************
       ApplyChange.
           MOVE "APPLIED - ACCOUNT CHANGED" TO CurrentRejectReason
           END-IF
           IF MaintenanceStatus NOT = SPACE
               MOVE MaintenanceStatus TO CustomerStatus
               IF MaintenanceStatus = "I"
                   AND CustomerIsOnAutopay
                   MOVE "N" TO CustomerAutopayFlag
                   ADD 1 TO AutopayStoppedCount
               END-IF
           END-IF
           IF MaintenanceCreditLimit NUMERIC
               MOVE MaintenanceCreditLimit TO CustomerCreditLimit

       ApplyDeactivate.
           MOVE "I" TO CustomerStatus
           IF CustomerIsOnAutopay
               MOVE "N" TO CustomerAutopayFlag
               ADD 1 TO AutopayStoppedCount
           END-IF
           REWRITE CustomerRecord
           ADD 1 TO AccountsDeactivatedCount
           MOVE "APPLIED - ACCOUNT DEACTIVATED" TO CurrentRejectReason
           PERFORM WriteMaintenanceLine.

      ******************************************************************
      * ApplyBankDraft - write or replace the bank details when the
      * transaction carries them, then start or stop autopay on the
      * master.  The customer record is still in the file buffer off
      * LookUpAccount's read.
      ******************************************************************
       ApplyBankDraft.
           MOVE "APPLIED - BANK DETAILS CHANGED" TO CurrentRejectReason
           IF BankDetailsAreKeyed
               MOVE SPACE                    TO CustomerBankRecord
               MOVE MaintenanceAccountNumber TO BankCustomerAccount
               MOVE MaintenanceBankRouting   TO BankRoutingNumber
               MOVE MaintenanceBankAccount   TO BankDepositAccount
               MOVE MaintenanceBankAccountType TO BankAccountType
               MOVE ParameterRunDate         TO BankSetUpDate
               WRITE CustomerBankRecord
                   INVALID KEY
                       REWRITE CustomerBankRecord
               END-WRITE
               ADD 1 TO BankDetailsKeptCount
           END-IF
           IF MaintenanceAutopayFlag = "Y"
               MOVE "Y" TO CustomerAutopayFlag
               ADD 1 TO AutopayStartedCount
               MOVE "APPLIED - AUTOPAY STARTED" TO CurrentRejectReason
           END-IF
           IF MaintenanceAutopayFlag = "N"
               MOVE "N" TO CustomerAutopayFlag
               ADD 1 TO AutopayStoppedCount
               MOVE "APPLIED - AUTOPAY STOPPED" TO CurrentRejectReason
           END-IF
           REWRITE CustomerRecord
           ADD 1 TO AccountsChangedCount
           PERFORM WriteMaintenanceLine.

      ******************************************************************
      * ListRejectedTransaction - nothing touched the master; list
      * the transaction with the reason it was thrown out.

      ******************************************************************
      * WriteMaintenanceLine - one listing line per transaction,
      * applied or rejected.  A bank draft transaction lists its
      * routing number, account type and autopay flag in the name
      * column; the customer's bank account never prints.
      ******************************************************************
       WriteMaintenanceLine.
           MOVE MaintenanceActionCode    TO MaintLineAction
           MOVE MaintenanceAccountNumber TO MaintLineAccount
           IF MaintenanceIsBankDraft
               MOVE SPACE TO BankListingText
               STRING "RTE " DELIMITED BY SIZE
                      MaintenanceBankRouting DELIMITED BY SIZE
                      " TYPE " DELIMITED BY SIZE
                      MaintenanceBankAccountType DELIMITED BY SIZE
                      " AUTOPAY " DELIMITED BY SIZE
                      MaintenanceAutopayFlag DELIMITED BY SIZE
                   INTO BankListingText
               MOVE BankListingText TO MaintLineName
           ELSE
               MOVE MaintenanceName TO MaintLineName
           END-IF
           MOVE CurrentRejectReason      TO MaintLineResult
           MOVE MaintenanceOperatorId    TO MaintLineOperator
           MOVE MaintenanceLine          TO MaintenancePrintRecord
               AccountsHeldCount
           DISPLAY "CUSTOMERMAINT - HOLDS RELEASED:    "
               AccountsReleasedCount
           DISPLAY "CUSTOMERMAINT - BANK DETAILS KEPT: "
               BankDetailsKeptCount
           DISPLAY "CUSTOMERMAINT - AUTOPAY STARTED:   "
               AutopayStartedCount
           DISPLAY "CUSTOMERMAINT - AUTOPAY STOPPED:   "
               AutopayStoppedCount
           CLOSE MaintenanceFile
                 CustomerMasterFile
                 CustomerBankFile
                 ParameterFile
                 MaintenanceReportFile.

