      *=============================================================*
      * BACKUP_LOG.cpy                                               *
      * One line per CMPBKUP run on the append-only CMPBKLG log -    *
      * when the backup was taken, what it held, and whether the     *
      * read-back after writing it proved it whole (VERIFIED) or     *
      * not (FAILED).  CMPRCVR reads the log to know which backup is *
      * the latest verified one, the CMPRUNF pattern where the       *
      * latest records tell the current state.                       *
      *=============================================================*
       01 BACKUP-LOG-REC.
             10 BL-BACKUP-DATE        PIC 9(8).
             10 BL-BACKUP-TIME        PIC 9(6).
             10 BL-RESULT             PIC X(8).
                88  BL-VERIFIED               VALUE 'VERIFIED'.
                88  BL-FAILED                 VALUE 'FAILED'.
             10 BL-MASTER-COUNT       PIC 9(9).
             10 BL-ARCHIVE-COUNT      PIC 9(9).
             10 BL-MASTER-COMP-HASH   PIC 9(13)V99.
