      ******************************************************************
      * Member:  BackupRecord
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for the sequential backups
      *          OilsFileUtility writes and reloads from.  One backup
      *          tape holds a section per indexed file backed up: a
      *          header (H) naming the file and the backup date, one
      *          detail (D) per record with the record image, its key
      *          and the amount it adds to the hash total, and a
      *          trailer (T) with the record count and the hash total
      *          - dollars, gallons or ticket numbers, whichever the
      *          file carries - and whether the unload read the
      *          whole file or stopped short on a damaged record.
      *          The key and amount ride on every detail so a backup
      *          can be proved against its own trailer before
      *          anything is reloaded from it.
      ******************************************************************
       01  BackupRecord.
           05  BackupRecordType        PIC X(01).
               88  BackupIsHeader          VALUE "H".
               88  BackupIsDetail          VALUE "D".
               88  BackupIsTrailer         VALUE "T".
           05  BackupFileName          PIC X(08).
           05  BackupDate              PIC 9(08).
           05  BackupRecordKey         PIC X(24).
           05  BackupHashAmount        PIC S9(13)V9(02).
           05  BackupImage             PIC X(120).
           05  BackupTrailerFields REDEFINES BackupImage.
               10  BackupRecordCount   PIC 9(09).
               10  BackupHashTotal     PIC S9(13)V9(02).
               10  BackupHashKind      PIC X(08).
               10  BackupTrailerComplete PIC X(01).
                   88  BackupWasComplete   VALUE "Y".
               10  Filler              PIC X(87).
