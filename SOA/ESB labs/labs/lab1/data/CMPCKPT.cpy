      * reads the checkpoint log to its last record: if that last    *
      * record is not marked complete, it is a restart - the counts  *
      * are reloaded, that many input records are skipped, and the   *
      * good/reject/duplicate-review/follow-up files are reopened    *
      * EXTEND so output already written before the failure is not   *
      * duplicated.                                                  *
      * CKPT-PARTNER-STATS carries CMPEDIT's WS-PARTNER-STATS group  *
      * as one byte image (ten 144-byte tally slots), so the per-    *
      * partner figures the scorecard reads survive a restart the    *
             10 CKPT-DATE              PIC 9(8).
             10 CKPT-TIME              PIC 9(6).
             10 CKPT-PARTNER-STATS     PIC X(1440).
             10 CKPT-FOLLOWUP-COUNT    PIC 9(9).
