      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Escalating collection letter run.  Walks the
      *          customer master in account order and, for each
      *          account, ages its still-open items off OpenItemFile
      *          on the same 360-day calendar OilsAgedTrial uses.
      *          The oldest past-due item sets the level the account
      *          has earned: over 30 days a first reminder (1), over
      *          60 a firmer second notice (2), over 90 a final
      *          demand (3).  A letter is printed only when the
      *          account has earned a higher level than the one
      *          carried on the master, so nobody gets the same
      *          letter twice; the new level and the run date go
      *          back on the master as the level and date of the
      *          last notice.  An account that reaches the final
      *          demand is put on credit hold, and an account with
      *          nothing left past 30 days drops back to level 0.
      *          A part payment that leaves the account past due at
      *          a lower level keeps the level it has - the next
      *          letter is still the next step up.  Releasing a
      *          hold stays with the office through
      *          CustomerMaintenance; a paid-up account is reset to
      *          level 0 here but not released.  The letters go to
      *          COLLTRS for mailing and every letter, hold and
      *          reset is listed on the COLLRPT activity report.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      *   2026-10-15 RN  Final demand actions shortened to fit the
      *                  action column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsCollections.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerMasterFile ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CustomerAccountNumber
               FILE STATUS IS CustomerMasterStatus.

           SELECT OpenItemFile ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OpenItemKey
               FILE STATUS IS OpenItemStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT LetterFile ASSIGN TO "COLLTRS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CollectionReportFile ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  OpenItemFile.
           COPY "OpenItem.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  LetterFile.
       01  LetterPrintRecord           PIC X(132).

       FD  CollectionReportFile.
       01  CollectionPrintRecord       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  CustomerEofFlag         PIC X(01)  VALUE "N".
               88  CustomerFileAtEof       VALUE "Y".
           05  CustomerUsableFlag      PIC X(01)  VALUE "N".
               88  CustomerFileIsUsable    VALUE "Y".
           05  OpenItemUsableFlag      PIC X(01)  VALUE "N".
               88  OpenItemFileIsUsable    VALUE "Y".
           05  OpenItemScanEofFlag     PIC X(01)  VALUE "N".
               88  OpenItemScanAtEof       VALUE "Y".
           05  HoldPlacedFlag          PIC X(01)  VALUE "N".
               88  HoldWasPlaced           VALUE "Y".

       01  FileStatusFields.
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
           05  OpenItemStatus          PIC X(02)  VALUE "00".

       01  AgingWorkFields.
           05  RunDateParts.
               10  RunDateYear         PIC 9(04).
               10  RunDateMonth        PIC 9(02).
               10  RunDateDay          PIC 9(02).
           05  ItemDateParts.
               10  ItemDateYear        PIC 9(04).
               10  ItemDateMonth       PIC 9(02).
               10  ItemDateDay         PIC 9(02).
           05  RunDateDayCount         PIC S9(09) COMP.
           05  ItemDateDayCount        PIC S9(09) COMP.
           05  ItemAgeDays             PIC S9(09) COMP.

      ******************************************************************
      * What one account's open items add up to, and the collection
      * level it has earned against the level the master carries.
      ******************************************************************
       01  AccountCollectionFields.
           05  OldestAgeDays           PIC S9(09) COMP.
           05  AccountPastDueAmount    PIC S9(09)V9(02) VALUE ZERO.
           05  AccountOpenAmount       PIC S9(09)V9(02) VALUE ZERO.
           05  CurrentLevel            PIC 9(01)  VALUE ZERO.
           05  EarnedLevel             PIC 9(01)  VALUE ZERO.
           05  CollectionAction        PIC X(30)  VALUE SPACE.

       01  ProgramCounters COMP.
           05  CustomersReadCount      PIC 9(07)  VALUE ZERO.
           05  RemindersSentCount      PIC 9(07)  VALUE ZERO.
           05  NoticesSentCount        PIC 9(07)  VALUE ZERO.
           05  DemandsSentCount        PIC 9(07)  VALUE ZERO.
           05  HoldsPlacedCount        PIC 9(07)  VALUE ZERO.
           05  AccountsResetCount      PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  One pass of the customer master, one
      * collection decision per account.  A customer or receivable
      * file that will not open fails the run before any letter is
      * printed - a letter the master does not remember would only be
      * sent again tomorrow.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           IF CustomerFileIsUsable AND OpenItemFileIsUsable
               PERFORM ReadNextCustomer
               PERFORM ProcessOneCustomer UNTIL CustomerFileAtEof
               PERFORM WriteCollectionTotals
           ELSE
               DISPLAY "OILSCOLLECTIONS - CUSTOMER OR OPEN ITEM "
                   "FILE WOULD NOT OPEN - NO LETTERS SENT"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date off the
      * parameter card, turn it into an aging day count and print
      * the activity report heading.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  ParameterFile
           OPEN I-O    CustomerMasterFile
           IF CustomerMasterStatus = "00"
               MOVE "Y" TO CustomerUsableFlag
           END-IF
           OPEN INPUT  OpenItemFile
           IF OpenItemStatus = "00"
               MOVE "Y" TO OpenItemUsableFlag
           END-IF
           OPEN OUTPUT LetterFile
                       CollectionReportFile
           PERFORM LoadRunParameters
           MOVE ParameterRunDate TO RunDateParts
           PERFORM ComputeRunDateDayCount
           PERFORM WriteCollectionHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * aging date, which is also the date of every letter.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * ComputeRunDateDayCount - the aging calendar is the office's
      * 360-day bookkeeping year (twelve 30-day months), the same one
      * OilsAgedTrial ages by, so a letter never disagrees with the
      * trial balance about how late an invoice is.
      ******************************************************************
       ComputeRunDateDayCount.
           COMPUTE RunDateDayCount =
               (RunDateYear * 360)
               + ((RunDateMonth - 1) * 30)
               + RunDateDay.

      ******************************************************************
      * WriteCollectionHeading - page and column headings for the
      * activity report.
      ******************************************************************
       WriteCollectionHeading.
           MOVE "COLLECTION ACTIVITY REPORT" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO CollectionPrintRecord
           WRITE CollectionPrintRecord
           MOVE HeadingLine2 TO CollectionPrintRecord
           WRITE CollectionPrintRecord
           MOVE CollectionColumnLine TO CollectionPrintRecord
           WRITE CollectionPrintRecord.

      ******************************************************************
      * ReadNextCustomer - next account off the master.
      ******************************************************************
       ReadNextCustomer.
           READ CustomerMasterFile NEXT RECORD
               AT END
                   MOVE "Y" TO CustomerEofFlag
               NOT AT END
                   ADD 1 TO CustomersReadCount
           END-READ.

      ******************************************************************
      * ProcessOneCustomer - age the account and compare the level it
      * has earned with the level on the master.  Spaces in the level
      * (a record keyed before the field existed) read as level 0.
      * Only a step up sends a letter; only a clean account (nothing
      * over 30 days) comes back down, and then all the way to 0.
      ******************************************************************
       ProcessOneCustomer.
           IF CustomerCollectionLevel NUMERIC
               MOVE CustomerCollectionLevel TO CurrentLevel
           ELSE
               MOVE ZERO TO CurrentLevel
           END-IF
           PERFORM AgeAccountItems
           EVALUATE TRUE
               WHEN OldestAgeDays > 90
                   MOVE 3 TO EarnedLevel
               WHEN OldestAgeDays > 60
                   MOVE 2 TO EarnedLevel
               WHEN OldestAgeDays > 30
                   MOVE 1 TO EarnedLevel
               WHEN OTHER
                   MOVE 0 TO EarnedLevel
           END-EVALUATE
           EVALUATE TRUE
               WHEN EarnedLevel > CurrentLevel
                   PERFORM SendCollectionLetter
               WHEN EarnedLevel = ZERO AND CurrentLevel > ZERO
                   PERFORM ResetCollectionLevel
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM ReadNextCustomer.

      ******************************************************************
      * AgeAccountItems - position OpenItemFile at the account's
      * first invoice and age each of its still-open items.  The
      * oldest item with money left on it decides the level; the
      * past-due amount is everything over 30 days.
      ******************************************************************
       AgeAccountItems.
           MOVE ZERO TO OldestAgeDays
                        AccountPastDueAmount
                        AccountOpenAmount
           MOVE "N" TO OpenItemScanEofFlag
           MOVE CustomerAccountNumber TO OpenItemAccountNumber
           MOVE ZERO                  TO OpenItemInvoiceNumber
           START OpenItemFile KEY NOT LESS THAN OpenItemKey
               INVALID KEY
                   MOVE "Y" TO OpenItemScanEofFlag
           END-START
           PERFORM AgeOneAccountItem UNTIL OpenItemScanAtEof.

       AgeOneAccountItem.
           READ OpenItemFile NEXT RECORD
               AT END
                   MOVE "Y" TO OpenItemScanEofFlag
               NOT AT END
                   IF OpenItemAccountNumber NOT = CustomerAccountNumber
                       MOVE "Y" TO OpenItemScanEofFlag
                   ELSE
                       IF OpenItemIsOpen
                           AND OpenItemBalanceAmount > ZERO
                           PERFORM AgeOneOpenItem
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * AgeOneOpenItem - how many aging days sit between the item's
      * invoice date and the run date, worked the way OilsAgedTrial
      * works them.
      ******************************************************************
       AgeOneOpenItem.
           MOVE OpenItemInvoiceDate TO ItemDateParts
           COMPUTE ItemDateDayCount =
               (ItemDateYear * 360)
               + ((ItemDateMonth - 1) * 30)
               + ItemDateDay
           COMPUTE ItemAgeDays =
               RunDateDayCount - ItemDateDayCount
           ADD OpenItemBalanceAmount TO AccountOpenAmount
           IF ItemAgeDays > 30
               ADD OpenItemBalanceAmount TO AccountPastDueAmount
           END-IF
           IF ItemAgeDays > OldestAgeDays
               MOVE ItemAgeDays TO OldestAgeDays
           END-IF.

      ******************************************************************
      * SendCollectionLetter - the account has earned a higher level:
      * record the level and the notice date on the master, put a
      * final-demand account on credit hold if it is not already
      * held, print the letter and list it.  A level skipped because
      * the run was not made in between (30 straight to 90, say) is
      * not sent - the customer gets the letter the account is at.
      ******************************************************************
       SendCollectionLetter.
           MOVE "N" TO HoldPlacedFlag
           MOVE EarnedLevel      TO CustomerCollectionLevel
           MOVE ParameterRunDate TO CustomerLastNoticeDate
           IF EarnedLevel = 3
               AND NOT CustomerIsOnCreditHold
               MOVE "H" TO CustomerCreditHoldFlag
               MOVE "Y" TO HoldPlacedFlag
               ADD 1 TO HoldsPlacedCount
           END-IF
           REWRITE CustomerRecord
               INVALID KEY
                   DISPLAY "OILSCOLLECTIONS - CUSTOMER REWRITE "
                       "FAILED FOR ACCOUNT: " CustomerAccountNumber
           END-REWRITE
           EVALUATE EarnedLevel
               WHEN 1
                   ADD 1 TO RemindersSentCount
                   MOVE "FIRST REMINDER SENT" TO CollectionAction
               WHEN 2
                   ADD 1 TO NoticesSentCount
                   MOVE "SECOND NOTICE SENT" TO CollectionAction
               WHEN OTHER
                   ADD 1 TO DemandsSentCount
                   IF HoldWasPlaced
                       MOVE "FINAL DEMAND - HOLD PLACED"
                           TO CollectionAction
                   ELSE
                       MOVE "FINAL DEMAND - ALREADY HELD"
                           TO CollectionAction
                   END-IF
           END-EVALUATE
           PERFORM PrintCollectionLetter
           PERFORM WriteCollectionLine.

      ******************************************************************
      * ResetCollectionLevel - nothing on the account is past 30 days
      * any more, so it starts over at level 0.  The last notice date
      * stays as it was, a record of when the account was last
      * written to.
      ******************************************************************
       ResetCollectionLevel.
           MOVE ZERO TO CustomerCollectionLevel
           REWRITE CustomerRecord
               INVALID KEY
                   DISPLAY "OILSCOLLECTIONS - CUSTOMER REWRITE "
                       "FAILED FOR ACCOUNT: " CustomerAccountNumber
           END-REWRITE
           ADD 1 TO AccountsResetCount
           MOVE "RESET TO LEVEL 0 - PAID UP" TO CollectionAction
           PERFORM WriteCollectionLine.

      ******************************************************************
      * PrintCollectionLetter - the customer's name and address block
      * the statements use, the letter for the level earned and the
      * amounts it is about.
      ******************************************************************
       PrintCollectionLetter.
           MOVE SPACE TO LetterPrintRecord
           WRITE LetterPrintRecord
           WRITE LetterPrintRecord
           MOVE CustomerAccountNumber TO InvoiceAccountNumber
           MOVE CustomerName          TO InvoiceCustomerName
           MOVE InvoiceAccountLine    TO LetterPrintRecord
           WRITE LetterPrintRecord
           MOVE CustomerAddress       TO InvoiceCustomerAddress
           MOVE InvoiceAddressLine    TO LetterPrintRecord
           WRITE LetterPrintRecord
           MOVE SPACE TO LetterPrintRecord
           WRITE LetterPrintRecord
           EVALUATE EarnedLevel
               WHEN 1
                   MOVE "REMINDER - PAST DUE ACCOUNT" TO LetterTitle
               WHEN 2
                   MOVE "SECOND NOTICE - PAST DUE" TO LetterTitle
               WHEN OTHER
                   MOVE "FINAL DEMAND FOR PAYMENT" TO LetterTitle
           END-EVALUATE
           MOVE ParameterRunDate TO LetterDate
           MOVE LetterTitleLine  TO LetterPrintRecord
           WRITE LetterPrintRecord
           MOVE SPACE TO LetterPrintRecord
           WRITE LetterPrintRecord
           EVALUATE EarnedLevel
               WHEN 1
                   MOVE "OUR RECORDS SHOW A BALANCE ON YOUR ACCOUNT"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "MORE THAN 30 DAYS PAST DUE.  IF YOUR PAYMENT"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "IS ALREADY IN THE MAIL, PLEASE DISREGARD THIS"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "REMINDER." TO LetterText
                   PERFORM WriteLetterText
               WHEN 2
                   MOVE "YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "DUE AND OUR EARLIER REMINDER HAS GONE"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "UNANSWERED.  PLEASE SEND THE PAST DUE AMOUNT"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "BY RETURN MAIL TO AVOID INTERRUPTION OF YOUR"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "DELIVERIES." TO LetterText
                   PERFORM WriteLetterText
               WHEN OTHER
                   MOVE "YOUR ACCOUNT IS MORE THAN 90 DAYS PAST DUE"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "AND HAS BEEN PLACED ON CREDIT HOLD.  NO"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "FURTHER DELIVERIES WILL BE MADE UNTIL THE"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "PAST DUE AMOUNT IS PAID IN FULL.  PLEASE CALL"
                       TO LetterText
                   PERFORM WriteLetterText
                   MOVE "THE OFFICE AT ONCE." TO LetterText
                   PERFORM WriteLetterText
           END-EVALUATE
           MOVE SPACE TO LetterPrintRecord
           WRITE LetterPrintRecord
           MOVE "AMOUNT MORE THAN 30 DAYS PAST DUE: "
               TO LetterAmountText
           MOVE AccountPastDueAmount TO LetterAmountValue
           MOVE LetterAmountLine     TO LetterPrintRecord
           WRITE LetterPrintRecord
           MOVE "TOTAL BALANCE ON YOUR ACCOUNT:     "
               TO LetterAmountText
           MOVE AccountOpenAmount    TO LetterAmountValue
           MOVE LetterAmountLine     TO LetterPrintRecord
           WRITE LetterPrintRecord.

       WriteLetterText.
           MOVE LetterTextLine TO LetterPrintRecord
           WRITE LetterPrintRecord.

      ******************************************************************
      * WriteCollectionLine - one activity report line per letter or
      * reset.
      ******************************************************************
       WriteCollectionLine.
           MOVE CustomerAccountNumber TO CollectionLineAccount
           MOVE CustomerName          TO CollectionLineName
           MOVE OldestAgeDays         TO CollectionLineOldest
           MOVE AccountPastDueAmount  TO CollectionLinePastDue
           MOVE AccountOpenAmount     TO CollectionLineOpen
           MOVE CurrentLevel          TO CollectionLineFromLevel
           MOVE CustomerCollectionLevel TO CollectionLineToLevel
           MOVE CollectionAction      TO CollectionLineAction
           MOVE CollectionLine        TO CollectionPrintRecord
           WRITE CollectionPrintRecord.

      ******************************************************************
      * WriteCollectionTotals - counts of each letter, the holds
      * placed and the accounts reset, for the office to check
      * against the envelopes.
      ******************************************************************
       WriteCollectionTotals.
           MOVE SPACE TO CollectionPrintRecord
           WRITE CollectionPrintRecord
           MOVE "FIRST REMINDERS SENT" TO CollectionTotalText
           MOVE RemindersSentCount     TO CollectionTotalCount
           PERFORM WriteCollectionTotalLine
           MOVE "SECOND NOTICES SENT"  TO CollectionTotalText
           MOVE NoticesSentCount       TO CollectionTotalCount
           PERFORM WriteCollectionTotalLine
           MOVE "FINAL DEMANDS SENT"   TO CollectionTotalText
           MOVE DemandsSentCount       TO CollectionTotalCount
           PERFORM WriteCollectionTotalLine
           MOVE "CREDIT HOLDS PLACED"  TO CollectionTotalText
           MOVE HoldsPlacedCount       TO CollectionTotalCount
           PERFORM WriteCollectionTotalLine
           MOVE "ACCOUNTS RESET TO LEVEL 0" TO CollectionTotalText
           MOVE AccountsResetCount     TO CollectionTotalCount
           PERFORM WriteCollectionTotalLine.

       WriteCollectionTotalLine.
           MOVE CollectionTotalLine TO CollectionPrintRecord
           WRITE CollectionPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report the night's collection
      * activity on the console.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSCOLLECTIONS - CUSTOMERS READ:     "
               CustomersReadCount
           DISPLAY "OILSCOLLECTIONS - REMINDERS SENT:     "
               RemindersSentCount
           DISPLAY "OILSCOLLECTIONS - SECOND NOTICES:     "
               NoticesSentCount
           DISPLAY "OILSCOLLECTIONS - FINAL DEMANDS:      "
               DemandsSentCount
           DISPLAY "OILSCOLLECTIONS - CREDIT HOLDS PLACED: "
               HoldsPlacedCount
           DISPLAY "OILSCOLLECTIONS - ACCOUNTS RESET:     "
               AccountsResetCount
           CLOSE CustomerMasterFile
                 OpenItemFile
                 ParameterFile
                 LetterFile
                 CollectionReportFile.

       END PROGRAM OilsCollections.
