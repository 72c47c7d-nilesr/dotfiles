      ******************************************************************
      * Member:  OilsBatchControl
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Batch header and trailer records that wrap each
      *          driver's tickets on OilsFile.  They are the same 80
      *          bytes as an OilsRecord ticket image and are told
      *          apart by the last byte, which is H on a header, T
      *          on a trailer and blank (ticket filler) on a ticket.
      *          The header gives the truck, route and delivery date
      *          of the batch; the trailer carries the number of
      *          tickets in it, their total gallons and a hash total
      *          of the ticket numbers (a ticket number that is not
      *          all digits adds nothing to the hash).  OilsIntake
      *          proves every batch against its trailer before it
      *          posts a ticket out of it, and OilsHandheldConvert
      *          writes both records around each batch it builds
      *          from the handheld meter export.
      ******************************************************************
       01  OilsBatchHeader.
           05  BatchHeaderTruck        PIC X(04).
           05  BatchHeaderRoute        PIC X(04).
           05  BatchHeaderDate         PIC 9(08).
           05  Filler                  PIC X(63).
           05  BatchRecordType         PIC X(01).
               88  BatchRecordIsHeader     VALUE "H".
               88  BatchRecordIsTrailer    VALUE "T".

       01  OilsBatchTrailer.
           05  BatchTrailerTicketCount PIC 9(05).
           05  BatchTrailerGallons     PIC S9(07)V9(02).
           05  BatchTrailerHashTotal   PIC 9(13).
           05  Filler                  PIC X(52).
           05  BatchTrailerRecordType  PIC X(01).
