      *=============================================================*
      * CASE_BACKUP.cpy                                              *
      * Record layout of the CMPBKUP sequential backup that CMPBKUP  *
      * takes of the case files before the nightly chain, and that   *
      * CMPRCVR reloads CMPMAST from.  One header record, one 'M'    *
      * record per case on CMPMAST, one 'A' record per case on the   *
      * CMPARCF archive, then one trailer record.  The archive image *
      * is carried because the online restore deletes a case from    *
      * the archive as it puts it back on the master - a case        *
      * restored after the backup was taken exists nowhere else.     *
      * BK-CASE-IMAGE is the COMPLAINT_MASTER.cpy record byte for    *
      * byte.  The trailer carries what the file must add back up    *
      * to - case counts, master cases per status, and a hash total  *
      * of CM-COMPENSATION-AMT per file - so a truncated or damaged  *
      * backup is caught before a single case is reloaded from it.   *
      *=============================================================*
       01 CASE-BACKUP-REC.
             10 BK-REC-TYPE           PIC X(1).
                88  BK-TYPE-HEADER            VALUE 'H'.
                88  BK-TYPE-MASTER            VALUE 'M'.
                88  BK-TYPE-ARCHIVE           VALUE 'A'.
                88  BK-TYPE-TRAILER           VALUE 'T'.
             10 BK-CASE-IMAGE         PIC X(464).
             10 BK-HEADER-DATA REDEFINES BK-CASE-IMAGE.
                15 BK-BACKUP-DATE     PIC 9(8).
                15 BK-BACKUP-TIME     PIC 9(6).
                15 FILLER             PIC X(450).
             10 BK-TRAILER-DATA REDEFINES BK-CASE-IMAGE.
                15 BK-TR-BACKUP-DATE  PIC 9(8).
                15 BK-TR-BACKUP-TIME  PIC 9(6).
                15 BK-MASTER-COUNT    PIC 9(9).
                15 BK-OPEN-COUNT      PIC 9(9).
                15 BK-ASSIGNED-COUNT  PIC 9(9).
                15 BK-INPROG-COUNT    PIC 9(9).
                15 BK-CLOSED-COUNT    PIC 9(9).
                15 BK-OTHER-COUNT     PIC 9(9).
                15 BK-MASTER-COMP-HASH  PIC 9(13)V99.
                15 BK-ARCHIVE-COUNT   PIC 9(9).
                15 BK-ARCHIVE-COMP-HASH PIC 9(13)V99.
                15 FILLER             PIC X(357).
