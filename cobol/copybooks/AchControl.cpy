      ******************************************************************
      * Member:  AchControl
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for AchControlFile, the one-card deck
      *          OilsAchDraft reads for the company's standing
      *          details with the bank that takes its draft files:
      *          the bank's routing number and name (the file's
      *          immediate destination), the company identification
      *          and name the bank assigned (the immediate origin
      *          and the batch's company), the bank's eight-digit
      *          routing prefix (the originating DFI, which also
      *          leads every trace number), and the entry
      *          description that prints on the customer's bank
      *          statement.
      ******************************************************************
       01  AchControlRecord.
           05  AchDestinationRouting   PIC 9(09).
           05  AchDestinationName      PIC X(23).
           05  AchCompanyId            PIC X(10).
           05  AchCompanyName          PIC X(16).
           05  AchOriginatingDfi       PIC 9(08).
           05  AchEntryDescription     PIC X(10).
           05  Filler                  PIC X(04).
