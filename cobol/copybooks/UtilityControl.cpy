      ******************************************************************
      * Member:  UtilityControl
      * Author:  R. Niles
      * Date:    2026-10-15
      * Purpose: Record layout for UtilityControlFile, the deck of
      *          control cards that tells OilsFileUtility what to do,
      *          one card per job step: B backs a file up, V verifies
      *          it in place, R reloads it from a backup.  The file
      *          name is the indexed file's own name (CUSTMAS,
      *          OPENITEM, TKTHIST, REJFILE, CONTRACT, BUDGPLAN,
      *          TANKMAS or WORKORD), or ALL for every one of them.
      *          The backup date matters only on a reload: it picks
      *          the dated backup to rebuild from, and zeros take
      *          whichever backup of the file is mounted.
      ******************************************************************
       01  UtilityControlRecord.
           05  UtilityFunction         PIC X(01).
               88  UtilityIsBackup         VALUE "B".
               88  UtilityIsReload         VALUE "R".
               88  UtilityIsVerify         VALUE "V".
           05  UtilityCardFileName     PIC X(08).
               88  UtilityCardIsAllFiles   VALUE "ALL".
           05  UtilityCardBackupDate   PIC 9(08).
           05  Filler                  PIC X(63).
