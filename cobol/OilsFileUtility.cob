      ******************************************************************
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Backup, verify and reload utility for the indexed
      *          files the system keeps on disk: CUSTMAS, OPENITEM,
      *          TKTHIST, REJFILE, CONTRACT, BUDGPLAN, TANKMAS and
      *          WORKORD.  Each card on the UTILCTL control deck
      *          names a function and a file (or ALL of them):
      *            B - unload the file in key order to the BACKOUT
      *                sequential backup, a section per file dated
      *                with the run date and closed by a trailer
      *                carrying the record count and a hash total
      *                (dollars, gallons or ticket numbers,
      *                whichever the file carries).
      *            V - read every record of the file in place and
      *                report duplicate keys, keys out of sequence
      *                and records that will not read, without
      *                changing anything.
      *            R - rebuild the file from the backup mounted on
      *                BACKIN, the section for the date on the card
      *                (zeros take the first section for the file).
      *                The section is proved against its own
      *                trailer before the file is touched, loaded,
      *                and the rebuilt file is then read back and
      *                its count and hash total checked against the
      *                trailer once more.
      *          Every step gets a line on the UTILRPT file
      *          integrity report, with a line under it for each
      *          damaged record found.  The utility refuses to run
      *          at all while RunStatusFile shows tonight's cycle in
      *          progress - a program started and not finished, or
      *          the intake run and the forecast not yet complete
      *          with nothing failed.  A reload stamps itself on
      *          RunStatusFile as OILSFILEUTILITY - started, then
      *          completed clean, or failed if any file did not
      *          prove - and OilsIntake will not start the night
      *          stream behind a reload that did not prove.
      * Tectonics: cobc -x
      * Modification History:
      *   2026-10-15 RN  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilsFileUtility.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OpenItemKey
               FILE STATUS IS OpenItemStatus.

           SELECT TicketHistoryFile ASSIGN TO "TKTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HistoryTicketNumber
               FILE STATUS IS TicketHistoryStatus.

           SELECT RejectFile ASSIGN TO "REJFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RejectedTicketNumber
               FILE STATUS IS RejectFileStatus.

           SELECT ContractPriceFile ASSIGN TO "CONTRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ContractKey
               FILE STATUS IS ContractPriceStatus.

           SELECT BudgetPlanFile ASSIGN TO "BUDGPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BudgetAccountNumber
               FILE STATUS IS BudgetPlanStatusField.

           SELECT TankMasterFile ASSIGN TO "TANKMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TankNumber
               FILE STATUS IS TankMasterStatus.

           SELECT WorkOrderFile ASSIGN TO "WORKORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WorkOrderNumber
               FILE STATUS IS WorkOrderStatusField.

           SELECT RunStatusFile ASSIGN TO "RUNSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RunStatusKey
               FILE STATUS IS RunStatusFileStatus.

           SELECT UtilityControlFile ASSIGN TO "UTILCTL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BackupOutFile ASSIGN TO "BACKOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BackupOutStatus.

           SELECT BackupInFile ASSIGN TO "BACKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BackupInStatus.

           SELECT ParameterFile ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT UtilityReportFile ASSIGN TO "UTILRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerMasterFile.
           COPY "CustomerMaster.cpy".

       FD  OpenItemFile.
           COPY "OpenItem.cpy".

       FD  TicketHistoryFile.
           COPY "TicketHistory.cpy".

       FD  RejectFile.
           COPY "RejectRecord.cpy".

       FD  ContractPriceFile.
           COPY "ContractPrice.cpy".

       FD  BudgetPlanFile.
           COPY "BudgetPlan.cpy".

       FD  TankMasterFile.
           COPY "TankMaster.cpy".

       FD  WorkOrderFile.
           COPY "WorkOrder.cpy".

       FD  RunStatusFile.
           COPY "RunStatus.cpy".

       FD  UtilityControlFile.
           COPY "UtilityControl.cpy".

       FD  BackupOutFile.
       01  BackupOutRecord             PIC X(176).

       FD  BackupInFile.
       01  BackupInRecord              PIC X(176).

       FD  ParameterFile.
           COPY "RunParameters.cpy".

       FD  UtilityReportFile.
       01  UtilityPrintRecord          PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "PrintLines.cpy".
           COPY "BackupRecord.cpy".

       01  ProgramSwitches.
           05  ControlEofFlag          PIC X(01)  VALUE "N".
               88  ControlFileAtEof        VALUE "Y".
           05  CycleBusyFlag           PIC X(01)  VALUE "N".
               88  CycleIsInProgress       VALUE "Y".
           05  CycleStartedFlag        PIC X(01)  VALUE "N".
               88  CycleProgramIsStarted   VALUE "Y".
           05  CycleFailedFlag         PIC X(01)  VALUE "N".
               88  CycleProgramHasFailed   VALUE "Y".
           05  IntakeRunFlag           PIC X(01)  VALUE "N".
               88  IntakeHasRun            VALUE "Y".
           05  ForecastDoneFlag        PIC X(01)  VALUE "N".
               88  ForecastIsComplete      VALUE "Y".
           05  BackupOutOpenFlag       PIC X(01)  VALUE "N".
               88  BackupOutIsOpen         VALUE "Y".
           05  BackupWriteFailedFlag   PIC X(01)  VALUE "N".
               88  BackupWriteHasFailed    VALUE "Y".
           05  BackupInEofFlag         PIC X(01)  VALUE "N".
               88  BackupInAtEof           VALUE "Y".
           05  SectionFoundFlag        PIC X(01)  VALUE "N".
               88  SectionWasFound         VALUE "Y".
           05  SectionEndFlag          PIC X(01)  VALUE "N".
               88  SectionIsEnded          VALUE "Y".
           05  TrailerFoundFlag        PIC X(01)  VALUE "N".
               88  TrailerWasFound         VALUE "Y".
           05  ReloadAttemptedFlag     PIC X(01)  VALUE "N".
               88  ReloadWasAttempted      VALUE "Y".
           05  ReloadFailedFlag        PIC X(01)  VALUE "N".
               88  AReloadHasFailed        VALUE "Y".
           05  ScanWritesBackupFlag    PIC X(01)  VALUE "N".
               88  ScanWritesBackup        VALUE "Y".
           05  ScanStopFlag            PIC X(01)  VALUE "N".
               88  ScanIsStopped           VALUE "Y".
           05  ScanEndFlag             PIC X(01)  VALUE "N".
               88  ScanReachedEnd          VALUE "Y".
           05  ScanDamagedFlag         PIC X(01)  VALUE "N".
               88  ScanFoundDamage         VALUE "Y".
           05  IndexedOpenFailedFlag   PIC X(01)  VALUE "N".
               88  IndexedOpenHasFailed    VALUE "Y".
           05  StepFailedFlag          PIC X(01)  VALUE "N".
               88  StepHasFailed           VALUE "Y".

       01  FileStatusFields.
           05  CustomerMasterStatus    PIC X(02)  VALUE "00".
           05  OpenItemStatus          PIC X(02)  VALUE "00".
           05  TicketHistoryStatus     PIC X(02)  VALUE "00".
           05  RejectFileStatus        PIC X(02)  VALUE "00".
           05  ContractPriceStatus     PIC X(02)  VALUE "00".
           05  BudgetPlanStatusField   PIC X(02)  VALUE "00".
           05  TankMasterStatus        PIC X(02)  VALUE "00".
           05  WorkOrderStatusField    PIC X(02)  VALUE "00".
           05  RunStatusFileStatus     PIC X(02)  VALUE "00".
           05  BackupOutStatus         PIC X(02)  VALUE "00".
           05  BackupInStatus          PIC X(02)  VALUE "00".
           05  IndexedStatus           PIC X(02)  VALUE "00".

      ******************************************************************
      * The files the utility looks after, in the order an ALL card
      * takes them, each with what its hash total is a total of.
      * The file's place in this table is the code the open, read,
      * write and close paragraphs switch on.
      ******************************************************************
       01  FileTableValues.
           05  Filler                  PIC X(08) VALUE "CUSTMAS".
           05  Filler                  PIC X(08) VALUE "DOLLARS".
           05  Filler                  PIC X(08) VALUE "OPENITEM".
           05  Filler                  PIC X(08) VALUE "DOLLARS".
           05  Filler                  PIC X(08) VALUE "TKTHIST".
           05  Filler                  PIC X(08) VALUE "TICKETS".
           05  Filler                  PIC X(08) VALUE "REJFILE".
           05  Filler                  PIC X(08) VALUE "GALLONS".
           05  Filler                  PIC X(08) VALUE "CONTRACT".
           05  Filler                  PIC X(08) VALUE "GALLONS".
           05  Filler                  PIC X(08) VALUE "BUDGPLAN".
           05  Filler                  PIC X(08) VALUE "DOLLARS".
           05  Filler                  PIC X(08) VALUE "TANKMAS".
           05  Filler                  PIC X(08) VALUE "GALLONS".
           05  Filler                  PIC X(08) VALUE "WORKORD".
           05  Filler                  PIC X(08) VALUE "DOLLARS".
       01  FileTable REDEFINES FileTableValues.
           05  FileEntry OCCURS 8 TIMES.
               10  FileEntryName       PIC X(08).
               10  FileEntryHashKind   PIC X(08).

      ******************************************************************
      * The night stream, in cycle order, for the in-progress test.
      ******************************************************************
       01  CycleTableValues.
           05  Filler                  PIC X(16) VALUE "OILSINTAKE".
           05  Filler                  PIC X(16) VALUE "OILSCORRECTION".
           05  Filler                  PIC X(16) VALUE "OILSBALANCE".
           05  Filler                  PIC X(16) VALUE "OILSMANIFEST".
           05  Filler                  PIC X(16) VALUE "OILSBILLING".
           05  Filler                  PIC X(16) VALUE "OILSRECONCILE".
           05  Filler                  PIC X(16) VALUE "OILSINVENTORY".
           05  Filler                  PIC X(16) VALUE "OILSORDERMATCH".
           05  Filler                  PIC X(16) VALUE "OILSFORECAST".
       01  CycleTable REDEFINES CycleTableValues.
           05  CycleProgramName OCCURS 9 TIMES
                                       PIC X(16).

       01  RunStatusFields.
           05  ThisProgramName         PIC X(16)
                                       VALUE "OILSFILEUTILITY".
           05  RunStateToStamp         PIC X(01) VALUE SPACE.

       01  UtilityWorkFields.
           05  CycleSubscript          PIC 9(02)  VALUE ZERO.
           05  FileSubscript           PIC 9(02)  VALUE ZERO.
           05  FirstFile               PIC 9(02)  VALUE ZERO.
           05  LastFile                PIC 9(02)  VALUE ZERO.
           05  CurrentFileName         PIC X(08)  VALUE SPACE.
           05  CurrentHashKind         PIC X(08)  VALUE SPACE.
           05  StepName                PIC X(08)  VALUE SPACE.
           05  StepDate                PIC 9(08)  VALUE ZERO.
           05  StepResult              PIC X(32)  VALUE SPACE.
           05  ProblemText             PIC X(40)  VALUE SPACE.
           05  ReloadBackupDate        PIC 9(08)  VALUE ZERO.

      ******************************************************************
      * One record as the read paragraphs hand it to the scan: its
      * image, its key as characters (so every file's keys compare
      * the same way) and what it adds to the hash total.
      ******************************************************************
       01  ScannedRecordFields.
           05  RecordImage             PIC X(120) VALUE SPACE.
           05  RecordKey               PIC X(24)  VALUE SPACE.
           05  PreviousKey             PIC X(24)  VALUE LOW-VALUE.
           05  RecordHashAmount        PIC S9(13)V9(02) VALUE ZERO.
           05  TicketHashNumber        PIC 9(08)  VALUE ZERO.
           05  ScanHashTotal           PIC S9(13)V9(02) VALUE ZERO.

       01  TrailerFields.
           05  TrailerRecordCount      PIC 9(09)  VALUE ZERO.
           05  TrailerHashTotal        PIC S9(13)V9(02) VALUE ZERO.
           05  TrailerCompleteFlag     PIC X(01)  VALUE SPACE.

       01  ProgramCounters COMP.
           05  ScanRecordCount         PIC 9(09)  VALUE ZERO.
           05  ScanDuplicateCount      PIC 9(05)  VALUE ZERO.
           05  ScanOutOfSeqCount       PIC 9(05)  VALUE ZERO.
           05  ScanUnreadableCount     PIC 9(05)  VALUE ZERO.
           05  ProblemLinesCount       PIC 9(05)  VALUE ZERO.
           05  ProblemLineLimit        PIC 9(05)  VALUE 50.
           05  CardsReadCount          PIC 9(07)  VALUE ZERO.
           05  CardsRejectedCount      PIC 9(07)  VALUE ZERO.
           05  StepsRunCount           PIC 9(07)  VALUE ZERO.
           05  StepsFailedCount        PIC 9(07)  VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * Begin - mainline.  One control card at a time, each running
      * its function against the file it names or against all of
      * them.  Nothing is touched while the night cycle is running.
      ******************************************************************
       Begin.
           PERFORM InitializeRun.
           IF CycleIsInProgress
               PERFORM RefuseRun
           ELSE
               PERFORM ReadNextControlCard
               PERFORM ProcessOneControlCard UNTIL ControlFileAtEof
               PERFORM WriteUtilityTotals
           END-IF
           PERFORM TerminateRun.
           STOP RUN.

      ******************************************************************
      * InitializeRun - open the files, pick up the run date, print
      * the report heading and see where tonight's cycle stands.
      ******************************************************************
       InitializeRun.
           OPEN INPUT  ParameterFile
           OPEN INPUT  UtilityControlFile
           OPEN OUTPUT UtilityReportFile
           PERFORM LoadRunParameters
           PERFORM WriteUtilityHeading
           PERFORM CheckCycleInProgress.

      ******************************************************************
      * LoadRunParameters - read the one-record control card for the
      * run date, which dates every backup taken tonight.
      ******************************************************************
       LoadRunParameters.
           READ ParameterFile
               AT END
                   MOVE ZERO TO ParameterRunDate
           END-READ.

      ******************************************************************
      * WriteUtilityHeading - page heading for the integrity report.
      ******************************************************************
       WriteUtilityHeading.
           MOVE "FILE BACKUP AND INTEGRITY REPORT" TO HeadingTitle
           MOVE ParameterRunDate TO HeadingRunDate
           MOVE HeadingLine1 TO UtilityPrintRecord
           WRITE UtilityPrintRecord
           MOVE HeadingLine2 TO UtilityPrintRecord
           WRITE UtilityPrintRecord
           MOVE UtilityColumnLine TO UtilityPrintRecord
           WRITE UtilityPrintRecord.

      ******************************************************************
      * CheckCycleInProgress - look each cycle program's record up
      * for the run date.  The cycle is in progress when any program
      * is stamped started and not finished, or when the intake has
      * run and the forecast at the end of the stream has not
      * completed and nothing has failed to hold the stream.  A
      * failed, held cycle is not running - a reload may be exactly
      * what it is waiting for.
      ******************************************************************
       CheckCycleInProgress.
           PERFORM OpenRunStatusFile
           PERFORM CheckOneCycleProgram
               VARYING CycleSubscript FROM 1 BY 1
               UNTIL CycleSubscript > 9
           IF CycleProgramIsStarted
               MOVE "Y" TO CycleBusyFlag
           END-IF
           IF IntakeHasRun
               AND NOT ForecastIsComplete
               AND NOT CycleProgramHasFailed
               MOVE "Y" TO CycleBusyFlag
           END-IF.

       CheckOneCycleProgram.
           MOVE ParameterRunDate TO RunStatusRunDate
           MOVE CycleProgramName(CycleSubscript) TO RunStatusProgram
           READ RunStatusFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RunWasStarted
                           MOVE "Y" TO CycleStartedFlag
                       WHEN RunFailed
                           MOVE "Y" TO CycleFailedFlag
                   END-EVALUATE
                   IF CycleSubscript = 1
                       MOVE "Y" TO IntakeRunFlag
                   END-IF
                   IF CycleSubscript = 9 AND RunCompletedClean
                       MOVE "Y" TO ForecastDoneFlag
                   END-IF
           END-READ.

      ******************************************************************
      * OpenRunStatusFile - the status file is permanent; only the
      * very first night ever creates it empty.
      ******************************************************************
       OpenRunStatusFile.
           OPEN I-O RunStatusFile
           IF RunStatusFileStatus NOT = "00"
               OPEN OUTPUT RunStatusFile
               CLOSE       RunStatusFile
               OPEN I-O    RunStatusFile
           END-IF.

      ******************************************************************
      * StampRunStatus - write (or rewrite, on a second reload the
      * same night) the utility's status record for the run date.
      ******************************************************************
       StampRunStatus.
           MOVE SPACE            TO RunStatusRecord
           MOVE ParameterRunDate TO RunStatusRunDate
           MOVE ThisProgramName  TO RunStatusProgram
           MOVE RunStateToStamp  TO RunStatusState
           WRITE RunStatusRecord
               INVALID KEY
                   REWRITE RunStatusRecord
           END-WRITE.

      ******************************************************************
      * RefuseRun - the cycle is running; say so on the console and
      * the report and do nothing else.
      ******************************************************************
       RefuseRun.
           DISPLAY "OILSFILEUTILITY - NIGHT CYCLE IN PROGRESS FOR "
               "RUN DATE - NOTHING DONE"
           MOVE SPACE TO UtilityProblemFile
                         UtilityProblemKey
           MOVE "NIGHT CYCLE IN PROGRESS - NOTHING DONE" TO
               UtilityProblemText
           MOVE UtilityProblemLine TO UtilityPrintRecord
           WRITE UtilityPrintRecord
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * ReadNextControlCard - next card off the control deck.
      ******************************************************************
       ReadNextControlCard.
           READ UtilityControlFile
               AT END
                   MOVE "Y" TO ControlEofFlag
           END-READ.

      ******************************************************************
      * ProcessOneControlCard - check the card's function and file
      * name and run the function against each file it names.
      ******************************************************************
       ProcessOneControlCard.
           ADD 1 TO CardsReadCount
           PERFORM LookUpFileName
           EVALUATE TRUE
               WHEN NOT UtilityIsBackup
                    AND NOT UtilityIsReload
                    AND NOT UtilityIsVerify
                   MOVE "UNKNOWN FUNCTION ON CONTROL CARD" TO
                       ProblemText
                   PERFORM RejectControlCard
               WHEN FirstFile = ZERO
                   MOVE "FILE NAME NOT ONE THIS UTILITY KEEPS" TO
                       ProblemText
                   PERFORM RejectControlCard
               WHEN OTHER
                   PERFORM RunOneFileStep
                       VARYING FileSubscript FROM FirstFile BY 1
                       UNTIL FileSubscript > LastFile
           END-EVALUATE
           PERFORM ReadNextControlCard.

      ******************************************************************
      * LookUpFileName - turn the card's file name into the range of
      * file table entries to run: all eight for ALL, the one entry
      * for a known name, none for anything else.
      ******************************************************************
       LookUpFileName.
           MOVE ZERO TO FirstFile
                        LastFile
           IF UtilityCardIsAllFiles
               MOVE 1 TO FirstFile
               MOVE 8 TO LastFile
           ELSE
               PERFORM MatchOneFileName
                   VARYING FileSubscript FROM 1 BY 1
                   UNTIL FileSubscript > 8
           END-IF.

       MatchOneFileName.
           IF FileEntryName(FileSubscript) = UtilityCardFileName
               MOVE FileSubscript TO FirstFile
                                     LastFile
           END-IF.

       RejectControlCard.
           ADD 1 TO CardsRejectedCount
           MOVE UtilityCardFileName TO UtilityProblemFile
           MOVE SPACE               TO UtilityProblemKey
           MOVE ProblemText         TO UtilityProblemText
           MOVE UtilityProblemLine  TO UtilityPrintRecord
           WRITE UtilityPrintRecord
           DISPLAY "OILSFILEUTILITY - CONTROL CARD REJECTED - "
               ProblemText
           MOVE 8 TO RETURN-CODE.

      ******************************************************************
      * RunOneFileStep - one function against one file.  A step that
      * finds damage or cannot finish fails the run's return code.
      ******************************************************************
       RunOneFileStep.
           MOVE FileEntryName(FileSubscript)     TO CurrentFileName
           MOVE FileEntryHashKind(FileSubscript) TO CurrentHashKind
           MOVE "N"   TO StepFailedFlag
           MOVE SPACE TO StepResult
           ADD 1 TO StepsRunCount
           EVALUATE TRUE
               WHEN UtilityIsBackup
                   PERFORM BackupOneFile
               WHEN UtilityIsVerify
                   PERFORM VerifyOneFile
               WHEN UtilityIsReload
                   PERFORM ReloadOneFile
           END-EVALUATE
           IF StepHasFailed
               ADD 1 TO StepsFailedCount
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WriteUtilityLine.

      ******************************************************************
      * VerifyOneFile - read the whole file in place and report what
      * is wrong with it.  Nothing is written anywhere but the
      * report.
      ******************************************************************
       VerifyOneFile.
           MOVE "VERIFY" TO StepName
           MOVE ParameterRunDate TO StepDate
           MOVE "N" TO ScanWritesBackupFlag
           PERFORM ScanIndexedFile
           PERFORM SetScanResult.

      ******************************************************************
      * BackupOneFile - unload the file to tonight's backup as it is
      * read and checked.  The backup file opens with the first
      * backup card and takes a section per file from then on.  A
      * damaged file is still unloaded - it may be all there is - but
      * its trailer says so, and a reload will not use it.
      ******************************************************************
       BackupOneFile.
           MOVE "BACKUP" TO StepName
           MOVE ParameterRunDate TO StepDate
           MOVE "N" TO BackupWriteFailedFlag
           IF NOT BackupOutIsOpen
               OPEN OUTPUT BackupOutFile
               IF BackupOutStatus = "00"
                   MOVE "Y" TO BackupOutOpenFlag
               END-IF
           END-IF
           IF BackupOutIsOpen
               MOVE "Y" TO ScanWritesBackupFlag
               PERFORM ScanIndexedFile
               PERFORM SetScanResult
           ELSE
               PERFORM ResetScanCounters
               MOVE "BACKUP FILE WOULD NOT OPEN" TO StepResult
               MOVE "Y" TO StepFailedFlag
           END-IF.

      ******************************************************************
      * SetScanResult - the verdict on a backup or verify step.
      ******************************************************************
       SetScanResult.
           EVALUATE TRUE
               WHEN IndexedOpenHasFailed
                   CONTINUE
               WHEN BackupWriteHasFailed
                   MOVE "BACKUP WRITE FAILED - UNUSABLE" TO StepResult
                   MOVE "Y" TO StepFailedFlag
               WHEN ScanFoundDamage AND ScanWritesBackup
                   MOVE "BACKED UP - FILE IS DAMAGED" TO StepResult
               WHEN ScanFoundDamage
                   MOVE "DAMAGED - RELOAD FROM BACKUP" TO StepResult
               WHEN ScanWritesBackup
                   MOVE "BACKED UP" TO StepResult
               WHEN OTHER
                   MOVE "FILE IS SOUND" TO StepResult
           END-EVALUATE.

      ******************************************************************
      * ReloadOneFile - rebuild the file from the mounted backup.
      * The backup section is proved against its trailer first and
      * the file is left alone if it does not prove; once the file
      * has been opened for output it is loaded and read back, and
      * its count and hash total must agree with the trailer again.
      * The first reload of the run stamps the utility started on
      * RunStatusFile, so a reload that dies part way still holds
      * the night stream.
      ******************************************************************
       ReloadOneFile.
           MOVE "RELOAD" TO StepName
           IF NOT ReloadWasAttempted
               MOVE "Y" TO ReloadAttemptedFlag
               MOVE "S" TO RunStateToStamp
               PERFORM StampRunStatus
           END-IF
           MOVE UtilityCardBackupDate TO ReloadBackupDate
           PERFORM ProveBackupSection
           IF NOT StepHasFailed
               PERFORM LoadBackupSection
           END-IF
           IF NOT StepHasFailed
               PERFORM CheckReloadedFile
           END-IF
           IF StepHasFailed
               MOVE "Y" TO ReloadFailedFlag
           END-IF
           MOVE ReloadBackupDate TO StepDate.

      ******************************************************************
      * ProveBackupSection - find the file's section on the backup,
      * add up its detail records and check them against the
      * trailer: count, hash total, keys in order with no
      * duplicates, and a trailer that says the unload was whole.
      ******************************************************************
       ProveBackupSection.
           PERFORM ResetScanCounters
           MOVE "N" TO ScanWritesBackupFlag
           OPEN INPUT BackupInFile
           IF BackupInStatus NOT = "00"
               MOVE "BACKUP WOULD NOT OPEN" TO StepResult
               MOVE "Y" TO StepFailedFlag
           ELSE
               PERFORM FindBackupSection
               IF SectionWasFound
                   PERFORM ReadBackupRecord
                   PERFORM ProveOneBackupRecord
                       UNTIL SectionIsEnded OR BackupInAtEof
                   PERFORM JudgeBackupSection
               ELSE
                   MOVE "NO BACKUP OF FILE FOR DATE" TO StepResult
                   MOVE "Y" TO StepFailedFlag
               END-IF
               CLOSE BackupInFile
           END-IF.

      ******************************************************************
      * FindBackupSection - read the backup up to the header of the
      * file's section for the chosen date, or the first section for
      * the file when no date was chosen.  The date found is kept so
      * the load pass takes the same section the proof did.
      ******************************************************************
       FindBackupSection.
           MOVE "N" TO SectionFoundFlag
                       SectionEndFlag
                       TrailerFoundFlag
                       BackupInEofFlag
           PERFORM ReadBackupRecord
           PERFORM LookForSectionHeader
               UNTIL SectionWasFound OR BackupInAtEof.

       LookForSectionHeader.
           IF BackupIsHeader
               AND BackupFileName = CurrentFileName
               AND (ReloadBackupDate = ZERO
                    OR BackupDate = ReloadBackupDate)
               MOVE "Y" TO SectionFoundFlag
               MOVE BackupDate TO ReloadBackupDate
           ELSE
               PERFORM ReadBackupRecord
           END-IF.

       ReadBackupRecord.
           READ BackupInFile INTO BackupRecord
               AT END
                   MOVE "Y" TO BackupInEofFlag
           END-READ.

      ******************************************************************
      * ProveOneBackupRecord - a detail is added up and its key
      * checked; the trailer ends the section; another file's header
      * means this section lost its trailer; anything else is a
      * record that does not belong.
      ******************************************************************
       ProveOneBackupRecord.
           EVALUATE TRUE
               WHEN BackupIsTrailer
                   MOVE "Y" TO SectionEndFlag
                               TrailerFoundFlag
                   MOVE BackupRecordCount     TO TrailerRecordCount
                   MOVE BackupHashTotal       TO TrailerHashTotal
                   MOVE BackupTrailerComplete TO TrailerCompleteFlag
               WHEN BackupIsHeader
                   MOVE "Y" TO SectionEndFlag
               WHEN BackupIsDetail
                    AND BackupFileName = CurrentFileName
                   MOVE BackupRecordKey  TO RecordKey
                   MOVE BackupHashAmount TO RecordHashAmount
                   PERFORM AcceptScannedRecord
                   PERFORM ReadBackupRecord
               WHEN OTHER
                   ADD 1 TO ScanUnreadableCount
                   MOVE BackupRecordKey TO RecordKey
                   MOVE "BACKUP RECORD NOT PART OF SECTION" TO
                       ProblemText
                   PERFORM WriteProblemLine
                   PERFORM ReadBackupRecord
           END-EVALUATE.

      ******************************************************************
      * JudgeBackupSection - the section proves only if it is whole,
      * was taken of a sound file, and foots to its own trailer.
      ******************************************************************
       JudgeBackupSection.
           EVALUATE TRUE
               WHEN NOT TrailerWasFound
                   MOVE "BACKUP HAS NO TRAILER" TO StepResult
               WHEN TrailerCompleteFlag NOT = "Y"
                   MOVE "BACKUP IS OF A DAMAGED FILE" TO StepResult
               WHEN ScanDuplicateCount  > ZERO
                 OR ScanOutOfSeqCount   > ZERO
                 OR ScanUnreadableCount > ZERO
                   MOVE "BACKUP IS DAMAGED" TO StepResult
               WHEN ScanRecordCount NOT = TrailerRecordCount
                 OR ScanHashTotal   NOT = TrailerHashTotal
                   MOVE "BACKUP DOES NOT FOOT TO TRAILER" TO
                       StepResult
           END-EVALUATE
           IF StepResult NOT = SPACE
               MOVE "Y" TO StepFailedFlag
           END-IF.

      ******************************************************************
      * LoadBackupSection - empty the file and write the section's
      * records back into it in key order.  From here on a failure
      * leaves the file short; the run status record holds the
      * night stream until a reload proves.
      ******************************************************************
       LoadBackupSection.
           PERFORM OpenIndexedOutput
           IF IndexedStatus NOT = "00"
               MOVE SPACE TO StepResult
               STRING "FILE WOULD NOT OPEN - STATUS " DELIMITED BY SIZE
                      IndexedStatus DELIMITED BY SIZE
                   INTO StepResult
               MOVE "Y" TO StepFailedFlag
           ELSE
               OPEN INPUT BackupInFile
               PERFORM FindBackupSection
               PERFORM ReadBackupRecord
               PERFORM LoadOneBackupRecord
                   UNTIL BackupInAtEof
                      OR NOT BackupIsDetail
                      OR StepHasFailed
               CLOSE BackupInFile
               PERFORM CloseIndexedFile
           END-IF.

       LoadOneBackupRecord.
           PERFORM WriteIndexedRecord
           IF IndexedStatus = "00"
               PERFORM ReadBackupRecord
           ELSE
               MOVE BackupRecordKey TO RecordKey
               MOVE SPACE TO ProblemText
               STRING "LOAD WRITE FAILED - STATUS " DELIMITED BY SIZE
                      IndexedStatus DELIMITED BY SIZE
                   INTO ProblemText
               PERFORM WriteProblemLine
               MOVE "LOAD FAILED - FILE INCOMPLETE" TO StepResult
               MOVE "Y" TO StepFailedFlag
           END-IF.

      ******************************************************************
      * CheckReloadedFile - read the rebuilt file back and hold its
      * count and hash total against the backup's trailer.
      ******************************************************************
       CheckReloadedFile.
           MOVE "N" TO ScanWritesBackupFlag
           PERFORM ScanIndexedFile
           EVALUATE TRUE
               WHEN IndexedOpenHasFailed
                   CONTINUE
               WHEN ScanFoundDamage
                   MOVE "RELOADED FILE IS DAMAGED" TO StepResult
               WHEN ScanRecordCount NOT = TrailerRecordCount
                 OR ScanHashTotal   NOT = TrailerHashTotal
                   MOVE "RELOADED TOTALS DO NOT AGREE" TO StepResult
                   MOVE "Y" TO StepFailedFlag
               WHEN OTHER
                   MOVE "RELOADED - TOTALS AGREE" TO StepResult
           END-EVALUATE.

      ******************************************************************
      * ScanIndexedFile - read one indexed file end to end in key
      * order, counting its records and adding up its hash total,
      * and report every duplicate key, key out of sequence and
      * record that will not read.  A record of the wrong length is
      * skipped and the scan goes on; any other read error stops the
      * scan where it is.  On a backup step every good record also
      * goes to the backup, between a header and a trailer.
      ******************************************************************
       ScanIndexedFile.
           PERFORM ResetScanCounters
           PERFORM OpenIndexedInput
           IF IndexedStatus NOT = "00"
               MOVE "Y" TO IndexedOpenFailedFlag
                           StepFailedFlag
               MOVE SPACE TO StepResult
               STRING "FILE WOULD NOT OPEN - STATUS " DELIMITED BY SIZE
                      IndexedStatus DELIMITED BY SIZE
                   INTO StepResult
           ELSE
               IF ScanWritesBackup
                   PERFORM WriteBackupHeader
               END-IF
               PERFORM ReadIndexedNext
               PERFORM ScanOneRecord UNTIL ScanIsStopped
               PERFORM CloseIndexedFile
               IF ScanWritesBackup
                   PERFORM WriteBackupTrailer
               END-IF
               PERFORM JudgeScanResult
           END-IF.

       ResetScanCounters.
           MOVE ZERO TO ScanRecordCount
                        ScanDuplicateCount
                        ScanOutOfSeqCount
                        ScanUnreadableCount
                        ProblemLinesCount
                        ScanHashTotal
           MOVE LOW-VALUE TO PreviousKey
           MOVE "N" TO ScanStopFlag
                       ScanEndFlag
                       ScanDamagedFlag
                       IndexedOpenFailedFlag.

      ******************************************************************
      * ScanOneRecord - check the record just read and read the next.
      ******************************************************************
       ScanOneRecord.
           EVALUATE TRUE
               WHEN IndexedStatus = "04"
                   ADD 1 TO ScanUnreadableCount
                   MOVE "RECORD UNREADABLE - WRONG LENGTH" TO
                       ProblemText
                   PERFORM WriteProblemLine
               WHEN RecordKey = SPACE
                 OR RecordKey = LOW-VALUE
                   ADD 1 TO ScanUnreadableCount
                   MOVE "RECORD HAS NO KEY" TO ProblemText
                   PERFORM WriteProblemLine
               WHEN OTHER
                   PERFORM AcceptScannedRecord
           END-EVALUATE
           PERFORM ReadIndexedNext.

      ******************************************************************
      * AcceptScannedRecord - check the key against the highest key
      * seen so far, then count the record and add it to the hash.
      ******************************************************************
       AcceptScannedRecord.
           EVALUATE TRUE
               WHEN RecordKey = PreviousKey
                   ADD 1 TO ScanDuplicateCount
                   MOVE "DUPLICATE KEY" TO ProblemText
                   PERFORM WriteProblemLine
               WHEN RecordKey < PreviousKey
                   ADD 1 TO ScanOutOfSeqCount
                   MOVE "KEY OUT OF SEQUENCE" TO ProblemText
                   PERFORM WriteProblemLine
               WHEN OTHER
                   MOVE RecordKey TO PreviousKey
           END-EVALUATE
           ADD 1 TO ScanRecordCount
           ADD RecordHashAmount TO ScanHashTotal
           IF ScanWritesBackup
               PERFORM WriteBackupDetail
           END-IF.

       JudgeScanResult.
           IF ScanDuplicateCount  > ZERO
              OR ScanOutOfSeqCount   > ZERO
              OR ScanUnreadableCount > ZERO
              OR NOT ScanReachedEnd
               MOVE "Y" TO ScanDamagedFlag
                           StepFailedFlag
           END-IF.

      ******************************************************************
      * WriteProblemLine - one damaged record under the step's line.
      * A badly broken file lists its first problems and counts the
      * rest, so the report stays readable.
      ******************************************************************
       WriteProblemLine.
           ADD 1 TO ProblemLinesCount
           EVALUATE TRUE
               WHEN ProblemLinesCount < ProblemLineLimit
                   MOVE RecordKey   TO UtilityProblemKey
                   MOVE ProblemText TO UtilityProblemText
                   PERFORM PrintProblemLine
               WHEN ProblemLinesCount = ProblemLineLimit
                   MOVE SPACE TO UtilityProblemKey
                   MOVE "FURTHER PROBLEMS COUNTED, NOT LISTED" TO
                       UtilityProblemText
                   PERFORM PrintProblemLine
           END-EVALUATE.

       PrintProblemLine.
           MOVE CurrentFileName    TO UtilityProblemFile
           MOVE UtilityProblemLine TO UtilityPrintRecord
           WRITE UtilityPrintRecord.

      ******************************************************************
      * Backup section records.  The trailer says whether the file
      * was read whole and clean; a reload refuses a section whose
      * trailer does not.
      ******************************************************************
       WriteBackupHeader.
           MOVE SPACE            TO BackupRecord
           MOVE "H"              TO BackupRecordType
           MOVE CurrentFileName  TO BackupFileName
           MOVE ParameterRunDate TO BackupDate
           MOVE ZERO             TO BackupHashAmount
           PERFORM PutBackupRecord.

       WriteBackupDetail.
           MOVE SPACE            TO BackupRecord
           MOVE "D"              TO BackupRecordType
           MOVE CurrentFileName  TO BackupFileName
           MOVE ParameterRunDate TO BackupDate
           MOVE RecordKey        TO BackupRecordKey
           MOVE RecordHashAmount TO BackupHashAmount
           MOVE RecordImage      TO BackupImage
           PERFORM PutBackupRecord.

       WriteBackupTrailer.
           MOVE SPACE            TO BackupRecord
           MOVE "T"              TO BackupRecordType
           MOVE CurrentFileName  TO BackupFileName
           MOVE ParameterRunDate TO BackupDate
           MOVE ZERO             TO BackupHashAmount
           MOVE ScanRecordCount  TO BackupRecordCount
           MOVE ScanHashTotal    TO BackupHashTotal
           MOVE CurrentHashKind  TO BackupHashKind
           IF ScanDuplicateCount  = ZERO
              AND ScanOutOfSeqCount   = ZERO
              AND ScanUnreadableCount = ZERO
              AND ScanReachedEnd
               MOVE "Y" TO BackupTrailerComplete
           ELSE
               MOVE "N" TO BackupTrailerComplete
           END-IF
           PERFORM PutBackupRecord.

       PutBackupRecord.
           WRITE BackupOutRecord FROM BackupRecord
           IF BackupOutStatus NOT = "00"
               MOVE "Y" TO BackupWriteFailedFlag
           END-IF.

      ******************************************************************
      * ReadIndexedNext - next record of the file being scanned, and
      * what its file status means for the scan.
      ******************************************************************
       ReadIndexedNext.
           EVALUATE FileSubscript
               WHEN 1
                   PERFORM ReadCustomerNext
               WHEN 2
                   PERFORM ReadOpenItemNext
               WHEN 3
                   PERFORM ReadTicketHistoryNext
               WHEN 4
                   PERFORM ReadRejectNext
               WHEN 5
                   PERFORM ReadContractNext
               WHEN 6
                   PERFORM ReadBudgetPlanNext
               WHEN 7
                   PERFORM ReadTankNext
               WHEN 8
                   PERFORM ReadWorkOrderNext
           END-EVALUATE
           EVALUATE IndexedStatus
               WHEN "00"
               WHEN "02"
               WHEN "04"
                   CONTINUE
               WHEN "10"
                   MOVE "Y" TO ScanStopFlag
                               ScanEndFlag
               WHEN OTHER
                   ADD 1 TO ScanUnreadableCount
                   MOVE SPACE TO ProblemText
                   STRING "READ FAILED - STATUS " DELIMITED BY SIZE
                          IndexedStatus DELIMITED BY SIZE
                          " - SCAN STOPPED" DELIMITED BY SIZE
                       INTO ProblemText
                   MOVE PreviousKey TO RecordKey
                   PERFORM WriteProblemLine
                   MOVE "Y" TO ScanStopFlag
           END-EVALUATE.

      ******************************************************************
      * One read paragraph per file: the record, its key and its
      * hash amount - credit limit, open balance, ticket number,
      * rejected gallons, contract gallons delivered, budget
      * installment, tank capacity, work order total.
      ******************************************************************
       ReadCustomerNext.
           READ CustomerMasterFile
               AT END
                   CONTINUE
           END-READ
           MOVE CustomerMasterStatus  TO IndexedStatus
           MOVE CustomerRecord        TO RecordImage
           MOVE CustomerAccountNumber TO RecordKey
           MOVE CustomerCreditLimit   TO RecordHashAmount.

       ReadOpenItemNext.
           READ OpenItemFile
               AT END
                   CONTINUE
           END-READ
           MOVE OpenItemStatus        TO IndexedStatus
           MOVE OpenItemRecord        TO RecordImage
           MOVE OpenItemKey           TO RecordKey
           MOVE OpenItemBalanceAmount TO RecordHashAmount.

       ReadTicketHistoryNext.
           READ TicketHistoryFile
               AT END
                   CONTINUE
           END-READ
           MOVE TicketHistoryStatus   TO IndexedStatus
           MOVE HistoryRecord         TO RecordImage
           MOVE HistoryTicketNumber   TO RecordKey
           IF HistoryTicketNumber IS NUMERIC
               MOVE HistoryTicketNumber TO TicketHashNumber
           ELSE
               MOVE ZERO TO TicketHashNumber
           END-IF
           MOVE TicketHashNumber      TO RecordHashAmount.

       ReadRejectNext.
           READ RejectFile
               AT END
                   CONTINUE
           END-READ
           MOVE RejectFileStatus      TO IndexedStatus
           MOVE RejectedTicket        TO RecordImage
           MOVE RejectedTicketNumber  TO RecordKey
           MOVE RejectedGallons       TO RecordHashAmount.

       ReadContractNext.
           READ ContractPriceFile
               AT END
                   CONTINUE
           END-READ
           MOVE ContractPriceStatus   TO IndexedStatus
           MOVE ContractRecord        TO RecordImage
           MOVE ContractKey           TO RecordKey
           MOVE ContractDeliveredGallons TO RecordHashAmount.

       ReadBudgetPlanNext.
           READ BudgetPlanFile
               AT END
                   CONTINUE
           END-READ
           MOVE BudgetPlanStatusField TO IndexedStatus
           MOVE BudgetPlanRecord      TO RecordImage
           MOVE BudgetAccountNumber   TO RecordKey
           MOVE BudgetMonthlyInstallment TO RecordHashAmount.

       ReadTankNext.
           READ TankMasterFile
               AT END
                   CONTINUE
           END-READ
           MOVE TankMasterStatus      TO IndexedStatus
           MOVE TankRecord            TO RecordImage
           MOVE TankNumber            TO RecordKey
           MOVE TankUsableCapacity    TO RecordHashAmount.

       ReadWorkOrderNext.
           READ WorkOrderFile
               AT END
                   CONTINUE
           END-READ
           MOVE WorkOrderStatusField  TO IndexedStatus
           MOVE WorkOrderRecord       TO RecordImage
           MOVE WorkOrderNumber       TO RecordKey
           MOVE WorkOrderTotalAmount  TO RecordHashAmount.

      ******************************************************************
      * OpenIndexedInput / OpenIndexedOutput / CloseIndexedFile -
      * open or close the file being worked, leaving its open status
      * in IndexedStatus.
      ******************************************************************
       OpenIndexedInput.
           EVALUATE FileSubscript
               WHEN 1
                   OPEN INPUT CustomerMasterFile
                   MOVE CustomerMasterStatus  TO IndexedStatus
               WHEN 2
                   OPEN INPUT OpenItemFile
                   MOVE OpenItemStatus        TO IndexedStatus
               WHEN 3
                   OPEN INPUT TicketHistoryFile
                   MOVE TicketHistoryStatus   TO IndexedStatus
               WHEN 4
                   OPEN INPUT RejectFile
                   MOVE RejectFileStatus      TO IndexedStatus
               WHEN 5
                   OPEN INPUT ContractPriceFile
                   MOVE ContractPriceStatus   TO IndexedStatus
               WHEN 6
                   OPEN INPUT BudgetPlanFile
                   MOVE BudgetPlanStatusField TO IndexedStatus
               WHEN 7
                   OPEN INPUT TankMasterFile
                   MOVE TankMasterStatus      TO IndexedStatus
               WHEN 8
                   OPEN INPUT WorkOrderFile
                   MOVE WorkOrderStatusField  TO IndexedStatus
           END-EVALUATE.

       OpenIndexedOutput.
           EVALUATE FileSubscript
               WHEN 1
                   OPEN OUTPUT CustomerMasterFile
                   MOVE CustomerMasterStatus  TO IndexedStatus
               WHEN 2
                   OPEN OUTPUT OpenItemFile
                   MOVE OpenItemStatus        TO IndexedStatus
               WHEN 3
                   OPEN OUTPUT TicketHistoryFile
                   MOVE TicketHistoryStatus   TO IndexedStatus
               WHEN 4
                   OPEN OUTPUT RejectFile
                   MOVE RejectFileStatus      TO IndexedStatus
               WHEN 5
                   OPEN OUTPUT ContractPriceFile
                   MOVE ContractPriceStatus   TO IndexedStatus
               WHEN 6
                   OPEN OUTPUT BudgetPlanFile
                   MOVE BudgetPlanStatusField TO IndexedStatus
               WHEN 7
                   OPEN OUTPUT TankMasterFile
                   MOVE TankMasterStatus      TO IndexedStatus
               WHEN 8
                   OPEN OUTPUT WorkOrderFile
                   MOVE WorkOrderStatusField  TO IndexedStatus
           END-EVALUATE.

       CloseIndexedFile.
           EVALUATE FileSubscript
               WHEN 1
                   CLOSE CustomerMasterFile
               WHEN 2
                   CLOSE OpenItemFile
               WHEN 3
                   CLOSE TicketHistoryFile
               WHEN 4
                   CLOSE RejectFile
               WHEN 5
                   CLOSE ContractPriceFile
               WHEN 6
                   CLOSE BudgetPlanFile
               WHEN 7
                   CLOSE TankMasterFile
               WHEN 8
                   CLOSE WorkOrderFile
           END-EVALUATE.

      ******************************************************************
      * WriteIndexedRecord - put one backup image back into the file
      * being reloaded, leaving the write status in IndexedStatus.
      ******************************************************************
       WriteIndexedRecord.
           EVALUATE FileSubscript
               WHEN 1
                   MOVE BackupImage TO CustomerRecord
                   WRITE CustomerRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE CustomerMasterStatus  TO IndexedStatus
               WHEN 2
                   MOVE BackupImage TO OpenItemRecord
                   WRITE OpenItemRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE OpenItemStatus        TO IndexedStatus
               WHEN 3
                   MOVE BackupImage TO HistoryRecord
                   WRITE HistoryRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE TicketHistoryStatus   TO IndexedStatus
               WHEN 4
                   MOVE BackupImage TO RejectedTicket
                   WRITE RejectedTicket
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE RejectFileStatus      TO IndexedStatus
               WHEN 5
                   MOVE BackupImage TO ContractRecord
                   WRITE ContractRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE ContractPriceStatus   TO IndexedStatus
               WHEN 6
                   MOVE BackupImage TO BudgetPlanRecord
                   WRITE BudgetPlanRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE BudgetPlanStatusField TO IndexedStatus
               WHEN 7
                   MOVE BackupImage TO TankRecord
                   WRITE TankRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE TankMasterStatus      TO IndexedStatus
               WHEN 8
                   MOVE BackupImage TO WorkOrderRecord
                   WRITE WorkOrderRecord
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE WorkOrderStatusField  TO IndexedStatus
           END-EVALUATE.

      ******************************************************************
      * WriteUtilityLine - the step's line on the report and the
      * console.
      ******************************************************************
       WriteUtilityLine.
           MOVE StepName            TO UtilityLineStep
           MOVE CurrentFileName     TO UtilityLineFile
           MOVE StepDate            TO UtilityLineDate
           MOVE ScanRecordCount     TO UtilityLineRecords
           MOVE ScanHashTotal       TO UtilityLineHash
           MOVE CurrentHashKind     TO UtilityLineHashKind
           MOVE ScanDuplicateCount  TO UtilityLineDuplicates
           MOVE ScanOutOfSeqCount   TO UtilityLineOutOfSeq
           MOVE ScanUnreadableCount TO UtilityLineUnreadable
           MOVE StepResult          TO UtilityLineResult
           MOVE UtilityLine TO UtilityPrintRecord
           WRITE UtilityPrintRecord
           DISPLAY "OILSFILEUTILITY - " StepName " " CurrentFileName
               " " StepResult.

      ******************************************************************
      * WriteUtilityTotals - card and step counts at the foot of the
      * report.
      ******************************************************************
       WriteUtilityTotals.
           MOVE SPACE TO UtilityPrintRecord
           WRITE UtilityPrintRecord
           MOVE "CONTROL CARDS READ"     TO UtilityTotalText
           MOVE CardsReadCount           TO UtilityTotalCount
           PERFORM WriteUtilityTotalLine
           MOVE "CONTROL CARDS REJECTED" TO UtilityTotalText
           MOVE CardsRejectedCount       TO UtilityTotalCount
           PERFORM WriteUtilityTotalLine
           MOVE "FILE STEPS RUN"         TO UtilityTotalText
           MOVE StepsRunCount            TO UtilityTotalCount
           PERFORM WriteUtilityTotalLine
           MOVE "FILE STEPS FAILED OR DAMAGE FOUND"
                                         TO UtilityTotalText
           MOVE StepsFailedCount         TO UtilityTotalCount
           PERFORM WriteUtilityTotalLine.

       WriteUtilityTotalLine.
           MOVE UtilityTotalLine TO UtilityPrintRecord
           WRITE UtilityPrintRecord.

      ******************************************************************
      * TerminateRun - stamp the reload's outcome, if there was one,
      * and close down.
      ******************************************************************
       TerminateRun.
           IF ReloadWasAttempted
               IF AReloadHasFailed
                   MOVE "F" TO RunStateToStamp
                   DISPLAY "OILSFILEUTILITY - RELOAD DID NOT PROVE - "
                       "NIGHT STREAM HELD"
               ELSE
                   MOVE "C" TO RunStateToStamp
               END-IF
               PERFORM StampRunStatus
           END-IF
           IF BackupOutIsOpen
               CLOSE BackupOutFile
           END-IF
           CLOSE UtilityControlFile
                 ParameterFile
                 UtilityReportFile
                 RunStatusFile.

       END PROGRAM OilsFileUtility.
