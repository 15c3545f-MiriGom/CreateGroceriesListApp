      *****************************************************************
      * BACKUP-CTL-REC.CPY
      * Backup catalog (BACKUPS.DAT), appended by GROC-BACKUP and read
      * by GROC-RESTORE. Each backup generation has one control
      * record per keyed master it unloaded - the generation file it
      * went to, its record count and hash total - then a *TOTAL
      * record carrying the generation's file count and the sum of
      * the counts and hash totals. A generation without its *TOTAL
      * record did not finish and is never restored.
      *
      * The hash total is the sum, over every record, of each
      * character's code multiplied by its position in the record, so
      * a changed, shifted or transposed character shows up as well
      * as a lost or extra record. BK-NOT-PRESENT marks a master that
      * did not exist when the generation was taken.
      *****************************************************************
       01  BACKUP-CTL-REC.
           05  BK-GENERATION       PIC 9(4).
           05  BK-FILE-ID          PIC X(10).
               88  BK-GEN-TOTAL         VALUE "*TOTAL".
           05  BK-BACKUP-DATE      PIC 9(8).
           05  BK-BACKUP-TIME      PIC 9(8).
           05  BK-GEN-FILE-NAME    PIC X(30).
           05  BK-FILE-STATE       PIC X(1).
               88  BK-UNLOADED          VALUE "U".
               88  BK-NOT-PRESENT       VALUE "N".
           05  BK-FILE-COUNT       PIC 9(3).
           05  BK-RECORD-COUNT     PIC 9(9).
           05  BK-HASH-TOTAL       PIC 9(18).
           05  BK-OPERATOR         PIC X(8).
