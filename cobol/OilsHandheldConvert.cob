      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Handheld meter ticket conversion, run ahead of
      *          OilsIntake.  Reads the comma-delimited export the
      *          drivers' handheld meters upload (HandheldExportFile)
      *          and turns each delivery line into an OilsRecord
      *          ticket image on HandheldTicketFile, ready to go into
      *          the night's OILSFILE alongside the keyed decks.  The
      *          tickets are batched the way intake expects: each run
      *          of lines for one truck, route and delivery date is
      *          wrapped in a batch header and a trailer carrying the
      *          ticket count, gallons and ticket-number hash of the
      *          tickets actually written, so the batch foots when
      *          intake proves it.  A line that cannot be turned into
      *          a ticket - wrong number of fields, a field too long
      *          for the ticket, a date, ticket number, stop or
      *          gallons that is not a number - is left out of its
      *          batch and printed on the conversion listing with
      *          the reason, for the office to key from the driver's
      *          paper copy.  The listing ends with the batches
      *          written and the run counts.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsHandheldConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HandheldExportFile ASSIGN TO "HHEXPORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HandheldTicketFile ASSIGN TO "HHOILS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ConvertReportFile ASSIGN TO "HHCNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HandheldExportFile.
           COPY "HandheldExport.cpy".

       FD  HandheldTicketFile.
           COPY "OilsTicket.cpy".
           COPY "OilsBatchControl.cpy".

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  ConvertReportFile.
       01  ConvertPrintRecord          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".

       01  ProgramSwitches.
           05  ExportEofFlag           PIC X(01)  VALUE "N".
               88  ExportFileAtEof         VALUE "Y".
           05  LineConvertsFlag        PIC X(01)  VALUE "N".
               88  LineConverts            VALUE "Y".
           05  FieldOverflowFlag       PIC X(01)  VALUE "N".
               88  TooManyFields           VALUE "Y".
           05  BatchOpenFlag           PIC X(01)  VALUE "N".
               88  ABatchIsOpen            VALUE "Y".

      ******************************************************************
      * The export line's nine fields as UNSTRING leaves them, each
      * with the count of characters it had on the line.  The
      * numeric fields land right-justified so leading zeros can be
      * filled in and the field tested as a number.
      ******************************************************************
       01  HandheldFields.
           05  FieldCount              PIC 9(04)  COMP.
           05  HandheldTruck           PIC X(04).
           05  HandheldTruckLength     PIC 9(04)  COMP.
           05  HandheldRoute           PIC X(04).
           05  HandheldRouteLength     PIC 9(04)  COMP.
           05  HandheldDateText        PIC X(08)  JUSTIFIED RIGHT.
           05  HandheldDate REDEFINES HandheldDateText
                                       PIC 9(08).
           05  HandheldDateLength      PIC 9(04)  COMP.
           05  HandheldTicketText      PIC X(08)  JUSTIFIED RIGHT.
           05  HandheldTicketLength    PIC 9(04)  COMP.
           05  HandheldAccount         PIC X(06).
           05  HandheldAccountLength   PIC 9(04)  COMP.
           05  HandheldStopText        PIC X(03)  JUSTIFIED RIGHT.
           05  HandheldStop REDEFINES HandheldStopText
                                       PIC 9(03).
           05  HandheldStopLength      PIC 9(04)  COMP.
           05  HandheldTank            PIC X(06).
           05  HandheldTankLength      PIC 9(04)  COMP.
           05  HandheldGrade           PIC X(04).
           05  HandheldGradeLength     PIC 9(04)  COMP.
           05  HandheldGallonsText     PIC X(10).
           05  GallonsWholeLength      PIC 9(04)  COMP.
           05  GallonsFractionLength   PIC 9(04)  COMP.
           05  HandheldGallonsParts.
               10  GallonsWholeText    PIC X(05)  JUSTIFIED RIGHT.
               10  GallonsFractionText PIC X(02).
           05  HandheldGallons REDEFINES HandheldGallonsParts
                                       PIC 9(05)V9(02).

       01  ConvertWorkFields.
           05  ConvertReason           PIC X(30)  VALUE SPACE.
           05  TicketHashValue         PIC 9(08)  VALUE ZERO.

      ******************************************************************
      * The batch being written, and one entry per batch written for
      * the summary at the foot of the listing.  Five hundred
      * batches is far beyond the trucks in one night; past that the
      * batches are still written, just not summarized.
      ******************************************************************
       01  CurrentBatchFields.
           05  CurrentBatchTruck       PIC X(04)  VALUE SPACE.
           05  CurrentBatchRoute       PIC X(04)  VALUE SPACE.
           05  CurrentBatchDate        PIC 9(08)  VALUE ZERO.
           05  CurrentBatchCount       PIC 9(05)  VALUE ZERO.
           05  CurrentBatchGallons     PIC S9(07)V9(02) VALUE ZERO.
           05  CurrentBatchHash        PIC 9(13)  VALUE ZERO.

       01  BatchTableFields.
           05  BatchEntryCount         PIC 9(04)  VALUE ZERO.
           05  BatchSubscript          PIC 9(04)  VALUE ZERO.
           05  BatchEntry OCCURS 500 TIMES.
               10  BatchEntryTruck         PIC X(04).
               10  BatchEntryRoute         PIC X(04).
               10  BatchEntryDate          PIC 9(08).
               10  BatchEntryCountWritten  PIC 9(05).
               10  BatchEntryGallons       PIC S9(07)V9(02).
               10  BatchEntryHash          PIC 9(13).

       01  ProgramCounters COMP.
           05  LinesReadCount          PIC 9(07)  VALUE ZERO.
           05  TicketsWrittenCount     PIC 9(07)  VALUE ZERO.
           05  LinesNotConvertedCount  PIC 9(07)  VALUE ZERO.
           05  BatchesWrittenCount     PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  One pass of the export, one ticket (or one
      * listing line) per delivery line, the last batch closed off
      * at end of file.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           PERFORM ReadNextExportLine.
           PERFORM ProcessOneExportLine UNTIL ExportFileAtEof.
           IF ABatchIsOpen
               PERFORM CloseTicketBatch
           END-IF.
           PERFORM WriteBatchSummary.
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date off the
      * parameter card and print the listing heading.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  HandheldExportFile
                       ParameterFile
           OPEN OUTPUT HandheldTicketFile
                       ConvertReportFile
           PERFORM LoadRunParameters
           PERFORM WriteConvertHeading.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date to stamp on the listing heading.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * WriteConvertHeading - page and column headings for the lines
      * that could not be converted.
      ******************************************************************
       WriteConvertHeading.
           MOVE "HANDHELD TICKET CONVERSION LISTING" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO ConvertPrintRecord
           WRITE ConvertPrintRecord
           MOVE HeadingLine2 TO ConvertPrintRecord
           WRITE ConvertPrintRecord
           MOVE HandheldColumnLine TO ConvertPrintRecord
           WRITE ConvertPrintRecord.

      ******************************************************************
      * ReadNextExportLine - next line off the export, counted so the
      * listing can say which line of the upload it means.
      ******************************************************************
       ReadNextExportLine.
           READ HandheldExportFile
               AT END
                   MOVE "Y" TO ExportEofFlag
               NOT AT END
                   ADD 1 TO LinesReadCount
           END-READ.

      ******************************************************************
      * ProcessOneExportLine - split and edit the line, then either
      * write it as a ticket in its truck/route/date batch or list
      * it as not converted.  A blank line (the handheld pads the
      * end of an upload) is passed over.
      ******************************************************************
       ProcessOneExportLine.
           IF HandheldExportRecord NOT = SPACE
               PERFORM SplitExportLine
               PERFORM EditExportLine
               IF LineConverts
                   PERFORM WriteHandheldTicket
               ELSE
                   PERFORM ListUnconvertedLine
               END-IF
           END-IF
           PERFORM ReadNextExportLine.

      ******************************************************************
      * SplitExportLine - break the line at the commas into its nine
      * fields.  The gallons are the last field, so they run to the
      * end of the line and are split again at the decimal point
      * (or the first space) into whole gallons and hundredths.
      ******************************************************************
       SplitExportLine.
           MOVE SPACE TO HandheldTruck
                         HandheldRoute
                         HandheldDateText
                         HandheldTicketText
                         HandheldAccount
                         HandheldStopText
                         HandheldTank
                         HandheldGrade
                         HandheldGallonsText
                         GallonsWholeText
                         GallonsFractionText
           MOVE ZERO  TO FieldCount
                         HandheldTruckLength
                         HandheldRouteLength
                         HandheldDateLength
                         HandheldTicketLength
                         HandheldAccountLength
                         HandheldStopLength
                         HandheldTankLength
                         HandheldGradeLength
                         GallonsWholeLength
                         GallonsFractionLength
           MOVE "N" TO FieldOverflowFlag
           UNSTRING HandheldExportRecord DELIMITED BY ","
               INTO HandheldTruck       COUNT IN HandheldTruckLength
                    HandheldRoute       COUNT IN HandheldRouteLength
                    HandheldDateText    COUNT IN HandheldDateLength
                    HandheldTicketText  COUNT IN HandheldTicketLength
                    HandheldAccount     COUNT IN HandheldAccountLength
                    HandheldStopText    COUNT IN HandheldStopLength
                    HandheldTank        COUNT IN HandheldTankLength
                    HandheldGrade       COUNT IN HandheldGradeLength
                    HandheldGallonsText
               TALLYING IN FieldCount
               ON OVERFLOW
                   MOVE "Y" TO FieldOverflowFlag
           END-UNSTRING
           UNSTRING HandheldGallonsText DELIMITED BY "." OR ALL SPACE
               INTO GallonsWholeText    COUNT IN GallonsWholeLength
                    GallonsFractionText COUNT IN GallonsFractionLength
           END-UNSTRING
           INSPECT HandheldTicketText  REPLACING LEADING SPACE BY ZERO
           INSPECT HandheldStopText    REPLACING LEADING SPACE BY ZERO
           INSPECT GallonsWholeText    REPLACING LEADING SPACE BY ZERO
           INSPECT GallonsFractionText REPLACING ALL SPACE BY ZERO.

      ******************************************************************
      * EditExportLine - the line converts only if every field fits
      * its place on the ticket and the numbers are numbers.  The
      * first thing wrong is the reason listed.  Whether the account,
      * tank and grade are any good is intake's business, not this
      * program's.
      ******************************************************************
       EditExportLine.
           MOVE "Y"   TO LineConvertsFlag
           MOVE SPACE TO ConvertReason
           EVALUATE TRUE
               WHEN TooManyFields OR FieldCount NOT = 9
                   MOVE "WRONG NUMBER OF FIELDS" TO ConvertReason
               WHEN HandheldTruckLength = ZERO
                   OR HandheldTruckLength > 4
                   MOVE "TRUCK MISSING OR TOO LONG" TO ConvertReason
               WHEN HandheldRouteLength = ZERO
                   OR HandheldRouteLength > 4
                   MOVE "ROUTE MISSING OR TOO LONG" TO ConvertReason
               WHEN HandheldDateLength NOT = 8
                   OR HandheldDate NOT NUMERIC
                   MOVE "DATE NOT YYYYMMDD" TO ConvertReason
               WHEN HandheldTicketLength = ZERO
                   OR HandheldTicketLength > 8
                   OR HandheldTicketText NOT NUMERIC
                   MOVE "TICKET NUMBER NOT NUMERIC" TO ConvertReason
               WHEN HandheldAccountLength = ZERO
                   OR HandheldAccountLength > 6
                   MOVE "ACCOUNT MISSING OR TOO LONG" TO ConvertReason
               WHEN HandheldStopLength = ZERO
                   OR HandheldStopLength > 3
                   OR HandheldStop NOT NUMERIC
                   MOVE "STOP NOT NUMERIC" TO ConvertReason
               WHEN HandheldTankLength = ZERO
                   OR HandheldTankLength > 6
                   MOVE "TANK MISSING OR TOO LONG" TO ConvertReason
               WHEN HandheldGradeLength = ZERO
                   OR HandheldGradeLength > 4
                   MOVE "GRADE MISSING OR TOO LONG" TO ConvertReason
               WHEN GallonsWholeLength = ZERO
                   OR GallonsWholeLength > 5
                   OR GallonsFractionLength > 2
                   OR HandheldGallons NOT NUMERIC
                   MOVE "GALLONS NOT NUMERIC" TO ConvertReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ConvertReason NOT = SPACE
               MOVE "N" TO LineConvertsFlag
           END-IF.

      ******************************************************************
      * WriteHandheldTicket - a change of truck, route or date closes
      * the batch in progress and opens a new one; the ticket is then
      * written and counted into the batch's trailer totals.  The
      * price, extension and GL account are left for intake to fill.
      ******************************************************************
       WriteHandheldTicket.
           IF ABatchIsOpen
               IF HandheldTruck NOT = CurrentBatchTruck
                   OR HandheldRoute NOT = CurrentBatchRoute
                   OR HandheldDate NOT = CurrentBatchDate
                   PERFORM CloseTicketBatch
               END-IF
           END-IF
           IF NOT ABatchIsOpen
               PERFORM OpenTicketBatch
           END-IF
           MOVE SPACE              TO OilsRecord
           MOVE HandheldAccount    TO OilsAccountNumber
           MOVE HandheldTicketText TO OilsTicketNumber
           MOVE HandheldDate       TO OilsDeliveryDate
           MOVE HandheldRoute      TO OilsRouteNumber
           MOVE HandheldStop       TO OilsStopSequence
           MOVE HandheldTank       TO OilsTankNumber
           MOVE HandheldGrade      TO OilsProductGrade
           MOVE HandheldGallons    TO OilsGallons
           MOVE ZERO               TO OilsUnitPrice
                                      OilsExtendedAmount
           WRITE OilsRecord
           ADD 1 TO TicketsWrittenCount
           ADD 1 TO CurrentBatchCount
           ADD HandheldGallons TO CurrentBatchGallons
           MOVE HandheldTicketText TO TicketHashValue
           ADD TicketHashValue TO CurrentBatchHash.

      ******************************************************************
      * OpenTicketBatch - write the batch header for the line's
      * truck, route and date and start the trailer totals over.
      ******************************************************************
       OpenTicketBatch.
           MOVE HandheldTruck TO CurrentBatchTruck
           MOVE HandheldRoute TO CurrentBatchRoute
           MOVE HandheldDate  TO CurrentBatchDate
           MOVE ZERO TO CurrentBatchCount
                        CurrentBatchGallons
                        CurrentBatchHash
           MOVE SPACE             TO OilsBatchHeader
           MOVE CurrentBatchTruck TO BatchHeaderTruck
           MOVE CurrentBatchRoute TO BatchHeaderRoute
           MOVE CurrentBatchDate  TO BatchHeaderDate
           MOVE "H"               TO BatchRecordType
           WRITE OilsBatchHeader
           MOVE "Y" TO BatchOpenFlag.

      ******************************************************************
      * CloseTicketBatch - write the trailer with the totals of the
      * tickets actually written and note the batch for the summary.
      ******************************************************************
       CloseTicketBatch.
           MOVE SPACE               TO OilsBatchTrailer
           MOVE CurrentBatchCount   TO BatchTrailerTicketCount
           MOVE CurrentBatchGallons TO BatchTrailerGallons
           MOVE CurrentBatchHash    TO BatchTrailerHashTotal
           MOVE "T"                 TO BatchTrailerRecordType
           WRITE OilsBatchTrailer
           MOVE "N" TO BatchOpenFlag
           ADD 1 TO BatchesWrittenCount
           IF BatchEntryCount < 500
               ADD 1 TO BatchEntryCount
               MOVE CurrentBatchTruck   TO
                   BatchEntryTruck(BatchEntryCount)
               MOVE CurrentBatchRoute   TO
                   BatchEntryRoute(BatchEntryCount)
               MOVE CurrentBatchDate    TO
                   BatchEntryDate(BatchEntryCount)
               MOVE CurrentBatchCount   TO
                   BatchEntryCountWritten(BatchEntryCount)
               MOVE CurrentBatchGallons TO
                   BatchEntryGallons(BatchEntryCount)
               MOVE CurrentBatchHash    TO
                   BatchEntryHash(BatchEntryCount)
           ELSE
               DISPLAY "OILSHANDHELDCONVERT - BATCH TABLE FULL AT "
                   "500 - BATCH WRITTEN BUT NOT LISTED"
           END-IF.

      ******************************************************************
      * ListUnconvertedLine - the line number, the reason and the
      * line itself as the handheld sent it.
      ******************************************************************
       ListUnconvertedLine.
           ADD 1 TO LinesNotConvertedCount
           MOVE LinesReadCount       TO HandheldLineNumber
           MOVE ConvertReason        TO HandheldLineReason
           MOVE HandheldExportRecord TO HandheldLineText
           MOVE HandheldRejectLine   TO ConvertPrintRecord
           WRITE ConvertPrintRecord.

      ******************************************************************
      * WriteBatchSummary - the batches written, with the trailer
      * totals intake will prove them by, then the run counts.
      ******************************************************************
       WriteBatchSummary.
           MOVE SPACE TO ConvertPrintRecord
           WRITE ConvertPrintRecord
           MOVE BatchColumnLine TO ConvertPrintRecord
           WRITE ConvertPrintRecord
           PERFORM WriteOneBatchLine
               VARYING BatchSubscript FROM 1 BY 1
               UNTIL BatchSubscript > BatchEntryCount
           MOVE SPACE TO ConvertPrintRecord
           WRITE ConvertPrintRecord
           MOVE "HANDHELD LINES READ"     TO BatchTotalText
           MOVE LinesReadCount            TO BatchTotalCount
           PERFORM WriteConvertTotalLine
           MOVE "TICKETS WRITTEN"         TO BatchTotalText
           MOVE TicketsWrittenCount       TO BatchTotalCount
           PERFORM WriteConvertTotalLine
           MOVE "LINES NOT CONVERTED"     TO BatchTotalText
           MOVE LinesNotConvertedCount    TO BatchTotalCount
           PERFORM WriteConvertTotalLine
           MOVE "BATCHES WRITTEN"         TO BatchTotalText
           MOVE BatchesWrittenCount       TO BatchTotalCount
           PERFORM WriteConvertTotalLine.

       WriteOneBatchLine.
           MOVE BatchSubscript TO BatchLineNumber
           MOVE BatchEntryTruck(BatchSubscript) TO BatchLineTruck
           MOVE BatchEntryRoute(BatchSubscript) TO BatchLineRoute
           MOVE BatchEntryDate(BatchSubscript)  TO BatchLineDate
           MOVE BatchEntryCountWritten(BatchSubscript) TO
               BatchLineTrailerCount
               BatchLineReadCount
           MOVE BatchEntryGallons(BatchSubscript) TO
               BatchLineTrailerGallons
               BatchLineReadGallons
           MOVE BatchEntryHash(BatchSubscript) TO
               BatchLineTrailerHash
               BatchLineReadHash
           MOVE "BATCH WRITTEN" TO BatchLineResult
           MOVE BatchLine TO ConvertPrintRecord
           WRITE ConvertPrintRecord.

       WriteConvertTotalLine.
           MOVE BatchTotalLine TO ConvertPrintRecord
           WRITE ConvertPrintRecord.

      ******************************************************************
      * TerminateRun - close down and report the conversion counts.
      ******************************************************************
       TerminateRun.
           DISPLAY "OILSHANDHELDCONVERT - LINES READ:      "
               LinesReadCount
           DISPLAY "OILSHANDHELDCONVERT - TICKETS WRITTEN: "
               TicketsWrittenCount
           DISPLAY "OILSHANDHELDCONVERT - NOT CONVERTED:   "
               LinesNotConvertedCount
           DISPLAY "OILSHANDHELDCONVERT - BATCHES WRITTEN: "
               BatchesWrittenCount
           CLOSE HandheldExportFile
                 HandheldTicketFile
                 ParameterFile
                 ConvertReportFile.

       END PROGRAM OilsHandheldConvert.
