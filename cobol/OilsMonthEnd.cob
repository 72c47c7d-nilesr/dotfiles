      *                  the posted and audit files, so the tax
      *                  register's backup survives the close and
      *                  the new month starts at zero tax.
      *   2026-10-15 RN  The month's memo adjustment detail
      *                  (AdjustmentDetailFile, written by
      *                  OilsAdjustments) is now archived to the
      *                  mounted ADJARC dataset and reset with the
      *                  other month-to-date files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsMonthEnd.
           SELECT TaxArchiveFile ASSIGN TO "TAXARC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT AdjustmentDetailFile ASSIGN TO "ADJDETL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AdjustmentMemoNumber
               FILE STATUS IS AdjustmentDetailStatus.

           SELECT AdjustmentArchiveFile ASSIGN TO "ADJARC"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PeriodStatusFile ASSIGN TO "PERIODST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PeriodStatusStatus.
       FD  TaxArchiveFile.
       01  TaxArchiveRecord            PIC X(80).

       FD  AdjustmentDetailFile.
           COPY "AdjustmentDetail.cpy".

       FD  AdjustmentArchiveFile.
       01  AdjustmentArchiveRecord     PIC X(80).

       FD  PeriodStatusFile.
           COPY "PeriodStatus.cpy".

               88  PeriodAlreadyClosed     VALUE "Y".
           05  TaxDetailEofFlag        PIC X(01)  VALUE "N".
               88  TaxDetailAtEof          VALUE "Y".
           05  AdjustmentDetailEofFlag PIC X(01)  VALUE "N".
               88  AdjustmentDetailAtEof   VALUE "Y".

       01  FileStatusFields.
           05  GlExtractStatus         PIC X(02)  VALUE "00".
           05  PeriodStatusStatus      PIC X(02)  VALUE "00".
           05  TaxDetailStatus         PIC X(02)  VALUE "00".
           05  AdjustmentDetailStatus  PIC X(02)  VALUE "00".

       01  PeriodLockoutFields.
           05  ClosedThroughDate       PIC 9(08)  VALUE ZERO.
           05  PostedRecordsArchived   PIC 9(07)  VALUE ZERO.
           05  AuditRecordsArchived    PIC 9(07)  VALUE ZERO.
           05  TaxRecordsArchived      PIC 9(07)  VALUE ZERO.
           05  MemoRecordsArchived     PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
                   PERFORM ArchiveMonthlyPostedFile
                   PERFORM ArchiveAuditFile
                   PERFORM ArchiveTaxDetailFile
                   PERFORM ArchiveAdjustmentDetailFile
                   PERFORM ResetLiveFiles
                   PERFORM WritePeriodStatus
                   PERFORM ReportClose
                   ADD 1 TO TaxRecordsArchived
           END-READ.

      ******************************************************************
      * ArchiveAdjustmentDetailFile - copy the month's posted memos
      * to the archive the operator mounted for this close.  No
      * ADJDETL on disk means no memo has ever been posted.
      ******************************************************************
       ArchiveAdjustmentDetailFile.
           OPEN OUTPUT AdjustmentArchiveFile
           OPEN INPUT  AdjustmentDetailFile
           IF AdjustmentDetailStatus = "00"
               PERFORM CopyOneAdjustmentRecord
                   UNTIL AdjustmentDetailAtEof
               CLOSE AdjustmentDetailFile
           END-IF
           CLOSE AdjustmentArchiveFile.

       CopyOneAdjustmentRecord.
           READ AdjustmentDetailFile
               AT END
                   MOVE "Y" TO AdjustmentDetailEofFlag
               NOT AT END
                   MOVE AdjustmentDetailRecord TO
                       AdjustmentArchiveRecord
                   WRITE AdjustmentArchiveRecord
                   ADD 1 TO MemoRecordsArchived
           END-READ.

      ******************************************************************
      * ResetLiveFiles - the archived month is off the live files;
      * reopen them for output empty so the new month starts clean
           OPEN OUTPUT AuditFile
           CLOSE AuditFile
           OPEN OUTPUT TaxDetailFile
           CLOSE TaxDetailFile
           OPEN OUTPUT AdjustmentDetailFile
           CLOSE AdjustmentDetailFile.

      ******************************************************************
      * WritePeriodStatus - stamp the books closed through the run
               AuditRecordsArchived
           DISPLAY "OILSMONTHEND - TAX RECORDS ARCHIVED:    "
               TaxRecordsArchived
           DISPLAY "OILSMONTHEND - MEMO RECORDS ARCHIVED:   "
               MemoRecordsArchived
           DISPLAY "OILSMONTHEND - BOOKS CLOSED THROUGH:    "
               ParameterRunDate.

