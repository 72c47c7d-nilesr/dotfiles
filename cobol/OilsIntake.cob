      *                  no longer run the intake twice in one
      *                  night.  Intake is first in the stream, so
      *                  it checks no predecessor.
      *   2026-10-15 RN  OilsFile tickets now come in driver batches
      *                  wrapped in a header (truck, route, date) and
      *                  a trailer (ticket count, gallons, hash total
      *                  of ticket numbers).  A proving pass reads
      *                  the whole file first and foots every batch
      *                  against its trailer on the new BATCHRPT
      *                  batch control listing; the posting pass then
      *                  rejects every ticket of a batch that does
      *                  not foot (R011) and any ticket outside a
      *                  batch (R012), so a short deck or a cut-off
      *                  upload goes to the correction desk whole
      *                  instead of half-billed.
      *   2026-10-15 RN  The run-status gate now also holds the
      *                  night stream behind a file reload
      *                  (OilsFileUtility) that was started for the
      *                  run date and did not complete clean, so no
      *                  ticket posts to a file that did not prove
      *                  against its backup.
      *   2026-10-15 RN  Out-of-balance batch total caption
      *                  shortened to fit the caption column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsIntake.
           SELECT ExceptionReportFile ASSIGN TO "PRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BatchReportFile ASSIGN TO "BATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

       FILE SECTION.
       FD  OilsFile.
           COPY "OilsTicket.cpy".
           COPY "OilsBatchControl.cpy".

       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".
       FD  ExceptionReportFile.
       01  ExceptionPrintRecord        PIC X(132).

       FD  BatchReportFile.
       01  BatchPrintRecord            PIC X(132).

       FD  ParameterFile.
           COPY "RunParameters.cpy".

               88  ContractWasFound        VALUE "Y".
           05  RunAllowedFlag          PIC X(01)  VALUE "N".
               88  RunIsAllowed            VALUE "Y".
           05  TicketInHandFlag        PIC X(01)  VALUE "N".
               88  TicketIsInHand          VALUE "Y".

       01  FileStatusFields.
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
       01  RunControlFields.
           05  ThisProgramName         PIC X(16) VALUE "OILSINTAKE".
           05  PredecessorName         PIC X(16) VALUE SPACE.
           05  FileReloadName          PIC X(16)
                                       VALUE "OILSFILEUTILITY".
           05  RunStateToStamp         PIC X(01) VALUE SPACE.

      ******************************************************************
      * One entry per batch header on OilsFile, in file order: what
      * the trailer says and what the proving pass counted.  The
      * posting pass counts headers the same way, so its current
      * batch number points at the same entry.  Batch number zero
      * means the ticket is not inside a header/trailer pair.  Five
      * hundred batches is far beyond the trucks in one night.
      ******************************************************************
       01  BatchProofFields.
           05  BatchEntryCount         PIC 9(04)  VALUE ZERO.
           05  BatchSubscript          PIC 9(04)  VALUE ZERO.
           05  BatchHeadersSeenCount   PIC 9(04)  VALUE ZERO.
           05  CurrentBatchNumber      PIC 9(04)  VALUE ZERO.
           05  TicketHashValue         PIC 9(08)  VALUE ZERO.
           05  UnbatchedTicketCount    PIC 9(05)  VALUE ZERO.
           05  UnbatchedGallons        PIC S9(07)V9(02) VALUE ZERO.
           05  UnbatchedHashTotal      PIC 9(13)  VALUE ZERO.
           05  StrayTrailerCount       PIC 9(05)  VALUE ZERO.
           05  BatchEntry OCCURS 500 TIMES.
               10  BatchEntryTruck         PIC X(04).
               10  BatchEntryRoute         PIC X(04).
               10  BatchEntryDate          PIC 9(08).
               10  BatchEntryTrailerFlag   PIC X(01).
                   88  BatchEntryHasTrailer    VALUE "Y".
               10  BatchEntryTrailerCount  PIC 9(05).
               10  BatchEntryTrailerGallons PIC S9(07)V9(02).
               10  BatchEntryTrailerHash   PIC 9(13).
               10  BatchEntryReadCount     PIC 9(05).
               10  BatchEntryReadGallons   PIC S9(07)V9(02).
               10  BatchEntryReadHash      PIC 9(13).
               10  BatchEntryState         PIC X(01).
                   88  BatchEntryFoots         VALUE "Y".

       01  BatchCounters COMP.
           05  BatchesInBalanceCount   PIC 9(05)  VALUE ZERO.
           05  BatchesOutOfBalanceCount PIC 9(05) VALUE ZERO.

       01  CheckpointFileEofFlag      PIC X(01)  VALUE "N".
           88  CheckpointFileAtEof        VALUE "Y".

      * truncate the day's output files.  Reads the run date off the
      * parameter card on its own (InitializeRun reads the card
      * again for the rest of the parameters), refuses a run that
      * already completed clean for the date or that would follow a
      * file reload that did not prove, and stamps the run started
      * once the gate clears.
      ******************************************************************
       CheckRunStatus.
           MOVE "Y" TO RunAllowedFlag
               AND PredecessorName NOT = SPACE
               PERFORM CheckPredecessorStatus
           END-IF
           IF RunIsAllowed
               PERFORM CheckFileReloadStatus
           END-IF
           IF RunIsAllowed
               MOVE "S" TO RunStateToStamp
               PERFORM StampRunStatus
                   END-IF
           END-READ.

      ******************************************************************
      * CheckFileReloadStatus - a reload of the indexed files for
      * this run date must have completed clean before the stream
      * may start.  No reload record means no reload was run.
      ******************************************************************
       CheckFileReloadStatus.
           MOVE ParameterRunDate TO RunStatusRunDate
           MOVE FileReloadName   TO RunStatusProgram
           READ RunStatusFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT RunCompletedClean
                       MOVE "N" TO RunAllowedFlag
                       DISPLAY "OILSINTAKE - FILE RELOAD DID NOT "
                           "PROVE - HELD"
                   END-IF
           END-READ.

      ******************************************************************
      * StampRunStatus - write (or rewrite, on a restart after an
      * abend) this program's status record for the run date.
           END-WRITE.

      ******************************************************************
      * InitializeRun - prove the file's batches, open the file and
      * prime the read loop with the first ticket.
      ******************************************************************
       InitializeRun.
           OPEN INPUT CustomerMasterFile
                      TankMasterFile
                      ParameterFile
                      RateTableFile
           PERFORM LoadRunParameters
           PERFORM ProveTicketBatches
           OPEN INPUT OilsFile
           PERFORM LoadPeriodStatus
           PERFORM LoadRateTable
           PERFORM OpenRejectFile
           END-IF
           PERFORM ReadNextTicket.

      ******************************************************************
      * ProveTicketBatches - the proving pass.  Reads OilsFile once
      * end to end before anything posts, totals each batch's
      * tickets the way the trailer was built - count, gallons and
      * a hash of the ticket numbers - and foots every batch
      * against its trailer on the batch control listing.  The file
      * is closed again so the posting pass starts from the top.
      ******************************************************************
       ProveTicketBatches.
           OPEN INPUT  OilsFile
           OPEN OUTPUT BatchReportFile
           PERFORM WriteBatchHeading
           MOVE ZERO TO CurrentBatchNumber
           PERFORM ProveOneOilsRecord UNTIL OilsFileAtEof
           CLOSE OilsFile
           MOVE "N" TO OilsFileEofFlag
           MOVE ZERO TO CurrentBatchNumber
           PERFORM FootOneBatch
               VARYING BatchSubscript FROM 1 BY 1
               UNTIL BatchSubscript > BatchEntryCount
           PERFORM WriteBatchExceptions
           PERFORM WriteBatchTotals.

      ******************************************************************
      * WriteBatchHeading - page and column headings for the batch
      * control listing.
      ******************************************************************
       WriteBatchHeading.
           MOVE "OILS FILE BATCH CONTROL LISTING" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO BatchPrintRecord
           WRITE BatchPrintRecord
           MOVE HeadingLine2 TO BatchPrintRecord
           WRITE BatchPrintRecord
           MOVE BatchColumnLine TO BatchPrintRecord
           WRITE BatchPrintRecord.

       ProveOneOilsRecord.
           READ OilsFile
               AT END
                   MOVE "Y" TO OilsFileEofFlag
               NOT AT END
                   EVALUATE TRUE
                       WHEN BatchRecordIsHeader
                           PERFORM OpenProofBatch
                       WHEN BatchRecordIsTrailer
                           PERFORM CloseProofBatch
                       WHEN OTHER
                           PERFORM AddTicketToProof
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * OpenProofBatch - a header starts a new batch entry.  A header
      * that arrives while a batch is still open leaves the earlier
      * batch with no trailer, and it fails the foot for that.
      ******************************************************************
       OpenProofBatch.
           IF BatchEntryCount < 500
               ADD 1 TO BatchEntryCount
               MOVE BatchEntryCount  TO CurrentBatchNumber
               MOVE BatchHeaderTruck TO
                   BatchEntryTruck(CurrentBatchNumber)
               MOVE BatchHeaderRoute TO
                   BatchEntryRoute(CurrentBatchNumber)
               IF BatchHeaderDate NUMERIC
                   MOVE BatchHeaderDate TO
                       BatchEntryDate(CurrentBatchNumber)
               ELSE
                   MOVE ZERO TO BatchEntryDate(CurrentBatchNumber)
               END-IF
               MOVE "N"  TO BatchEntryTrailerFlag(CurrentBatchNumber)
               MOVE ZERO TO BatchEntryTrailerCount(CurrentBatchNumber)
                            BatchEntryTrailerGallons(CurrentBatchNumber)
                            BatchEntryTrailerHash(CurrentBatchNumber)
                            BatchEntryReadCount(CurrentBatchNumber)
                            BatchEntryReadGallons(CurrentBatchNumber)
                            BatchEntryReadHash(CurrentBatchNumber)
               MOVE "N"  TO BatchEntryState(CurrentBatchNumber)
           ELSE
               DISPLAY "OILSINTAKE - BATCH TABLE FULL AT 500 - "
                   "LATER BATCHES NOT PROVEN"
               MOVE ZERO TO CurrentBatchNumber
           END-IF.

      ******************************************************************
      * CloseProofBatch - the trailer's totals go on the open batch
      * and close it.  A trailer with no open batch is a stray and
      * is only counted for the listing.
      ******************************************************************
       CloseProofBatch.
           IF CurrentBatchNumber > ZERO
               MOVE "Y" TO BatchEntryTrailerFlag(CurrentBatchNumber)
               IF BatchTrailerTicketCount NUMERIC
                   MOVE BatchTrailerTicketCount TO
                       BatchEntryTrailerCount(CurrentBatchNumber)
               END-IF
               IF BatchTrailerGallons NUMERIC
                   MOVE BatchTrailerGallons TO
                       BatchEntryTrailerGallons(CurrentBatchNumber)
               END-IF
               IF BatchTrailerHashTotal NUMERIC
                   MOVE BatchTrailerHashTotal TO
                       BatchEntryTrailerHash(CurrentBatchNumber)
               END-IF
               MOVE ZERO TO CurrentBatchNumber
           ELSE
               ADD 1 TO StrayTrailerCount
           END-IF.

      ******************************************************************
      * AddTicketToProof - count the ticket into its batch, or into
      * the tickets found outside any batch.
      ******************************************************************
       AddTicketToProof.
           MOVE ZERO TO TicketHashValue
           IF OilsTicketNumber NUMERIC
               MOVE OilsTicketNumber TO TicketHashValue
           END-IF
           IF CurrentBatchNumber > ZERO
               ADD 1 TO BatchEntryReadCount(CurrentBatchNumber)
               ADD TicketHashValue TO
                   BatchEntryReadHash(CurrentBatchNumber)
               IF OilsGallons NUMERIC
                   ADD OilsGallons TO
                       BatchEntryReadGallons(CurrentBatchNumber)
               END-IF
           ELSE
               ADD 1 TO UnbatchedTicketCount
               ADD TicketHashValue TO UnbatchedHashTotal
               IF OilsGallons NUMERIC
                   ADD OilsGallons TO UnbatchedGallons
               END-IF
           END-IF.

      ******************************************************************
      * FootOneBatch - a batch foots only when it has a trailer and
      * the count, the gallons and the hash all agree with it.  The
      * first thing that disagrees is what the listing shows.
      ******************************************************************
       FootOneBatch.
           MOVE "N" TO BatchEntryState(BatchSubscript)
           EVALUATE TRUE
               WHEN NOT BatchEntryHasTrailer(BatchSubscript)
                   MOVE "OUT - NO TRAILER" TO BatchLineResult
               WHEN BatchEntryReadCount(BatchSubscript) NOT =
                       BatchEntryTrailerCount(BatchSubscript)
                   MOVE "OUT - TICKET COUNT" TO BatchLineResult
               WHEN BatchEntryReadGallons(BatchSubscript) NOT =
                       BatchEntryTrailerGallons(BatchSubscript)
                   MOVE "OUT - GALLONS" TO BatchLineResult
               WHEN BatchEntryReadHash(BatchSubscript) NOT =
                       BatchEntryTrailerHash(BatchSubscript)
                   MOVE "OUT - TICKET HASH" TO BatchLineResult
               WHEN OTHER
                   MOVE "Y" TO BatchEntryState(BatchSubscript)
                   MOVE "IN BALANCE" TO BatchLineResult
           END-EVALUATE
           IF BatchEntryFoots(BatchSubscript)
               ADD 1 TO BatchesInBalanceCount
           ELSE
               ADD 1 TO BatchesOutOfBalanceCount
           END-IF
           MOVE BatchSubscript TO BatchLineNumber
           MOVE BatchEntryTruck(BatchSubscript) TO BatchLineTruck
           MOVE BatchEntryRoute(BatchSubscript) TO BatchLineRoute
           MOVE BatchEntryDate(BatchSubscript)  TO BatchLineDate
           MOVE BatchEntryTrailerCount(BatchSubscript) TO
               BatchLineTrailerCount
           MOVE BatchEntryReadCount(BatchSubscript) TO
               BatchLineReadCount
           MOVE BatchEntryTrailerGallons(BatchSubscript) TO
               BatchLineTrailerGallons
           MOVE BatchEntryReadGallons(BatchSubscript) TO
               BatchLineReadGallons
           MOVE BatchEntryTrailerHash(BatchSubscript) TO
               BatchLineTrailerHash
           MOVE BatchEntryReadHash(BatchSubscript) TO
               BatchLineReadHash
           MOVE BatchLine TO BatchPrintRecord
           WRITE BatchPrintRecord.

      ******************************************************************
      * WriteBatchExceptions - tickets that sat outside any header/
      * trailer pair get one line of their own, and so do trailers
      * that closed nothing.
      ******************************************************************
       WriteBatchExceptions.
           IF UnbatchedTicketCount > ZERO
               MOVE ZERO  TO BatchLineNumber
                             BatchLineTrailerCount
                             BatchLineTrailerGallons
                             BatchLineTrailerHash
               MOVE SPACE TO BatchLineTruck
                             BatchLineRoute
                             BatchLineDate
               MOVE UnbatchedTicketCount TO BatchLineReadCount
               MOVE UnbatchedGallons     TO BatchLineReadGallons
               MOVE UnbatchedHashTotal   TO BatchLineReadHash
               MOVE "OUT - NO BATCH HEADER" TO BatchLineResult
               MOVE BatchLine TO BatchPrintRecord
               WRITE BatchPrintRecord
           END-IF
           IF StrayTrailerCount > ZERO
               MOVE SPACE TO BatchPrintRecord
               WRITE BatchPrintRecord
               MOVE "TRAILERS WITH NO BATCH HEADER" TO BatchTotalText
               MOVE StrayTrailerCount TO BatchTotalCount
               MOVE BatchTotalLine TO BatchPrintRecord
               WRITE BatchPrintRecord
           END-IF.

      ******************************************************************
      * WriteBatchTotals - batch counts at the foot of the listing.
      ******************************************************************
       WriteBatchTotals.
           MOVE SPACE TO BatchPrintRecord
           WRITE BatchPrintRecord
           MOVE "BATCHES READ"           TO BatchTotalText
           MOVE BatchEntryCount          TO BatchTotalCount
           PERFORM WriteBatchTotalLine
           MOVE "BATCHES IN BALANCE"     TO BatchTotalText
           MOVE BatchesInBalanceCount    TO BatchTotalCount
           PERFORM WriteBatchTotalLine
           MOVE "BATCHES OUT OF BALANCE - REJECTED"
                                         TO BatchTotalText
           MOVE BatchesOutOfBalanceCount TO BatchTotalCount
           PERFORM WriteBatchTotalLine.

       WriteBatchTotalLine.
           MOVE BatchTotalLine TO BatchPrintRecord
           WRITE BatchPrintRecord.

      ******************************************************************
      * LoadPeriodStatus - pick up the closed-through date the last
      * month-end close stamped on PeriodStatusFile.  No period-
                  OR OilsFileAtEof.

       SkipOneRestartTicket.
           PERFORM ReadNextTicket
           IF OilsFileAtEof
               MOVE "N" TO SkippingToRestartFlag
           ELSE
               IF WorkTicketNumber = ParameterRestartTicket
                   MOVE "N" TO SkippingToRestartFlag
               END-IF
           END-IF.

      ******************************************************************
      * WriteExceptionHeading - report header, printed once at the
           WRITE ExceptionPrintRecord.

      ******************************************************************
      * ReadNextTicket - read one OilsFile ticket into working storage.
      * This is the read that the rest of the program's processing
      * loop is built around.  Batch headers and trailers are read
      * past here, keeping count of which batch the next ticket
      * belongs to the same way the proving pass counted them.
      ******************************************************************
       ReadNextTicket.
           MOVE "N" TO TicketInHandFlag
           PERFORM ReadNextOilsRecord
               UNTIL TicketIsInHand OR OilsFileAtEof.

       ReadNextOilsRecord.
           READ OilsFile INTO OilsWorkRecord
               AT END
                   MOVE "Y" TO OilsFileEofFlag
               NOT AT END
                   EVALUATE TRUE
                       WHEN BatchRecordIsHeader
                           ADD 1 TO BatchHeadersSeenCount
                           IF BatchHeadersSeenCount > BatchEntryCount
                               MOVE ZERO TO CurrentBatchNumber
                           ELSE
                               MOVE BatchHeadersSeenCount TO
                                   CurrentBatchNumber
                           END-IF
                       WHEN BatchRecordIsTrailer
                           MOVE ZERO TO CurrentBatchNumber
                       WHEN OTHER
                           MOVE "Y" TO TicketInHandFlag
                           ADD 1 TO TicketsReadCount
                           MOVE OilsWorkRecord TO TicketBeforeImage
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * ProcessOneTicket - make sure the ticket's batch footed,
      * validate the ticket, reject it with a reason code if it
      * fails, otherwise price it and post it, write
      * a checkpoint every ParameterCheckpointInterval tickets, then
      * read the next one.
      ******************************************************************
       ProcessOneTicket.
           PERFORM CheckTicketBatch
           IF TicketIsValid
               PERFORM ValidateAccount
               IF AccountWasFound
                   PERFORM ValidateTicket
               ELSE
                   MOVE "N"    TO TicketValidFlag
                   MOVE "R001" TO CurrentReasonCode
                   MOVE "Account not on customer master" TO
                       CurrentReasonText
               END-IF
           END-IF
           IF TicketIsValid
               PERFORM LookUpPrice
           END-IF
           PERFORM ReadNextTicket.

      ******************************************************************
      * CheckTicketBatch - a ticket posts only out of a batch the
      * proving pass footed to its trailer.  Every ticket of a batch
      * that did not foot is rejected, good or bad, so the whole
      * batch lands at the correction desk together; so is a ticket
      * that was not inside a header/trailer pair at all.
      ******************************************************************
       CheckTicketBatch.
           MOVE "Y" TO TicketValidFlag
           MOVE "N" TO AlreadyPostedFlag
           IF CurrentBatchNumber = ZERO
               MOVE "N"    TO TicketValidFlag
               MOVE "R012" TO CurrentReasonCode
               MOVE "Ticket not inside a batch" TO
                   CurrentReasonText
           ELSE
               IF NOT BatchEntryFoots(CurrentBatchNumber)
                   MOVE "N"    TO TicketValidFlag
                   MOVE "R011" TO CurrentReasonCode
                   MOVE "Batch does not foot to trailer" TO
                       CurrentReasonText
               END-IF
           END-IF.

      ******************************************************************
      * ValidateTicket - edit the fields a bad ticket is usually wrong
      * on: non-positive gallons and a missing product grade.
           DISPLAY "OILSINTAKE - TICKETS POSTED:   " TicketsPostedCount
           DISPLAY "OILSINTAKE - TICKETS REJECTED: "
               TicketsRejectedCount
           DISPLAY "OILSINTAKE - BATCHES IN BALANCE:     "
               BatchesInBalanceCount
           DISPLAY "OILSINTAKE - BATCHES OUT OF BALANCE: "
               BatchesOutOfBalanceCount
           CLOSE OilsFile
                 CustomerMasterFile
                 TankMasterFile
                 OpenItemFile
                 ContractPriceFile
                 ExceptionReportFile
                 BatchReportFile
                 CheckpointFile
                 PostedFile
                 MonthlyPostedFile
