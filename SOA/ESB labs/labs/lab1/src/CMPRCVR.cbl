      *=============================================================*
      * PROGRAM-ID:  CMPRCVR                                         *
      * Case-master recovery, run by ops only when CMPMAST has been  *
      * lost or damaged.  Rebuilds the master from the CMPBKUP       *
      * backup (see CMPBKUP.cbl) and then rolls it forward to the    *
      * moment of failure by replaying, in the order they were       *
      * logged, every event on the flat CMPAUDT audit trail stamped  *
      * later than the backup:                                       *
      *   VALIDATED      intake add - the case is rebuilt from the   *
      *                  inbound record, which ops re-feed on        *
      *                  CMPRCVI (the day's CMPIN and real-time      *
      *                  intake records since the backup), run       *
      *                  through the same CMPVEDIT edit as intake    *
      *   ADDRESS-LINE   3rd/4th address line added                  *
      *   C-TYPE         re-typed by a CSR                           *
      *   CASE-STATUS    status change; CLOSED stamps the close      *
      *   RESOLUTION,    the close package (CLOSED events only -     *
      *   COMPENSATION   an incident's own resolution is not a case  *
      *                  field)                                      *
      *   ASSIGNED-TO    assignment, reclaim, supervisor reassign    *
      *   PRIORITY       SLA sweep bump                              *
      *   ARCHIVED       case moved off the master                   *
      *   RESTORED       case put back from the archive - from the   *
      *                  archive image carried on the backup, or     *
      *                  the image of a case archived since          *
      *   ERASED         personal fields scrubbed                    *
      *   FOLLOWUP       customer follow-up contact - the update     *
      *                  stamp only; what the contact did to the     *
      *                  case follows as its own UPDATED events, and *
      *                  the contact text lives on CMPNOTK           *
      * An event recovery cannot apply - the case is not on the      *
      * rebuilt master, no inbound record was re-fed for an intake,  *
      * the value was scrubbed off the trail by an erasure, or the   *
      * audit trail never held it whole (a CSR's C-TEXT append is    *
      * truncated to 30 bytes on the trail) - is listed UNAPPLIED    *
      * on the CMPRCVO report for ops to re-key by hand, and the run *
      * ends RETURN-CODE 4.  Every replayed event is listed too.     *
      * The backup is verified against its own trailer before the    *
      * master is touched, and must be one CMPBKLG logged VERIFIED;  *
      * anything else ends RETURN-CODE 16 with CMPMAST as it was.    *
      * A verified backup older than the latest verified one is      *
      * still a sound starting point (the replay is just longer),    *
      * so that is a warning and RETURN-CODE 4, not an abort.        *
      * The customer cross-reference is left to its nightly CMPXREF  *
      * rebuild; the archive CMPARCF is never written here - archive *
      * images live on the CMPRCVW work file for the run only.       *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRCVR.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-LOG-FILE ASSIGN TO "CMPBKLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT CASE-BACKUP-FILE ASSIGN TO "CMPBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT COMPLAINT-MASTER-FILE ASSIGN TO "CMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-C-REF
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RECOVERY-WORK-FILE ASSIGN TO "CMPRCVW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT INTAKE-REFEED-FILE ASSIGN TO "CMPRCVI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFEED-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "CMPRCVO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-LOG-FILE.
       COPY BACKUP_LOG.

       FD  CASE-BACKUP-FILE.
       COPY CASE_BACKUP.

      *    Same bytes as COMPLAINT_MASTER.cpy; declared key-plus-
      *    filler because the copybook's data names live in
      *    WORKING-STORAGE here (the CMPRESR arrangement).
       FD  COMPLAINT-MASTER-FILE.
       01  MASTER-FILE-REC.
           05  MF-C-REF               PIC X(10).
           05  MF-CASE-BODY           PIC X(454).

      *    Run-only work file.  Kind 'A' rows hold the archive image
      *    of a case (COMPLAINT_MASTER.cpy bytes) - off the backup,
      *    or archived during the replay - so a later RESTORED event
      *    has something to put back.  Kind 'N' rows hold a re-fed
      *    intake: the COMPLAINT_NORM.cpy image followed by its
      *    CMPVEDIT severity.
       FD  RECOVERY-WORK-FILE.
       01  RECOVERY-WORK-REC.
           05  RW-KEY.
               10  RW-KIND            PIC X(1).
                   88  RW-KIND-ARCHIVE            VALUE 'A'.
                   88  RW-KIND-INTAKE             VALUE 'N'.
               10  RW-C-REF           PIC X(10).
           05  RW-BODY                PIC X(464).

       FD  INTAKE-REFEED-FILE.
       COPY COMPLAINT_VER.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-FILE-REC       PIC X(127).

       FD  RECOVERY-REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS         PIC X(2)    VALUE '00'.
       01  WS-BACKUP-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-WORK-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-REFEED-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-AUDIT-FILE-STATUS       PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-RUN-ABORTED                     VALUE 'Y'.
       01  WS-TRAILER-SEEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-TRAILER-SEEN                    VALUE 'Y'.
       01  WS-LOGGED-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-BACKUP-LOGGED-VERIFIED          VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-CASE-FOUND                      VALUE 'Y'.
       01  WS-ABORT-REASON            PIC X(40)   VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-TIME            PIC 9(6).
           05  FILLER                 PIC X(8).

      *    Date-then-time stamps compared whole, so an event is
      *    replayed only when it falls strictly after the backup.
       01  WS-BACKUP-STAMP.
           05  WS-BACKUP-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-BACKUP-TIME         PIC 9(6)    VALUE ZERO.
       01  WS-LATEST-STAMP.
           05  WS-LATEST-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-LATEST-TIME         PIC 9(6)    VALUE ZERO.
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE          PIC 9(8).
           05  WS-EVENT-TIME          PIC 9(6).

       COPY COMPLAINT_MASTER.
       COPY COMPLAINT_NORM.
       COPY CMPVEDIT_PARMS.
       COPY AUDIT_PARMS.
       COPY SLA_TABLE.
       COPY CMPRTBL_PARMS.
       01  WS-SLA-DAYS-WORK           PIC 9(3).
       01  WS-SLA-DUE-JULIAN          PIC 9(9).
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.
       01  WS-NEW-LINE-SEQ            PIC 9(2).

      *    Totals recounted off the backup - checked against its
      *    trailer before a single case is reloaded.
       01  WS-BACKUP-TOTALS.
           05  WS-BK-MASTER-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-BK-OPEN-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-BK-ASSIGNED-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-BK-INPROG-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-BK-CLOSED-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-BK-OTHER-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-BK-MASTER-HASH      PIC 9(13)V99 VALUE ZERO.
           05  WS-BK-ARCHIVE-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-BK-ARCHIVE-HASH     PIC 9(13)V99 VALUE ZERO.
       01  WS-RECORD-SEQ              PIC 9(9)    VALUE ZERO.

       01  WS-COUNTS.
           05  WS-RELOADED-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-ARCH-IMAGE-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-REFEED-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-AUDIT-READ-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-PRE-BACKUP-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-NON-MASTER-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-REPLAYED-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-UNAPPLIED-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-FINAL-MASTER-COUNT  PIC 9(9)    VALUE ZERO.

       01  WS-RESULT-TEXT             PIC X(27).
       01  WS-UNAPPLIED-REASON        PIC X(17).

       01  WS-HEADING-1.
           05  FILLER                 PIC X(30)
               VALUE 'CMPRCVR - CASE MASTER RECOVERY'.
           05  FILLER                 PIC X(10)   VALUE '  RUN ON '.
           05  WS-H1-RUN-DATE         PIC 9(8).
           05  FILLER                 PIC X(32)   VALUE SPACES.
       01  WS-HEADING-2.
           05  FILLER                 PIC X(31)
               VALUE 'RELOADED FROM BACKUP TAKEN ON '.
           05  WS-H2-BACKUP-DATE      PIC 9(8).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-H2-BACKUP-TIME      PIC 9(6).
           05  FILLER                 PIC X(34)   VALUE SPACES.
       01  WS-HEADING-3.
           05  FILLER                 PIC X(40)
               VALUE '  DATE     TIME   C-REF      EVENT      '.
           05  FILLER                 PIC X(40)
               VALUE 'FIELD        RESULT'.

       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DATE             PIC 9(8).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-DL-TIME             PIC 9(6).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-DL-C-REF            PIC X(10).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-DL-EVENT            PIC X(10).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-DL-FIELD            PIC X(12).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-DL-RESULT           PIC X(27).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-TL-LABEL            PIC X(40).
           05  WS-TL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(27)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-CHECK-BACKUP-LOG
           IF NOT WS-RUN-ABORTED
               PERFORM 0300-VERIFY-BACKUP
           END-IF
           IF NOT WS-RUN-ABORTED
               PERFORM 0400-RELOAD-FROM-BACKUP
               PERFORM 0500-LOAD-INTAKE-REFEED
               PERFORM 0600-REPLAY-AUDIT-TRAIL
               PERFORM 0700-COUNT-FINAL-MASTER
               PERFORM 0800-WRITE-TOTALS
           END-IF
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'SLA' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-SLA-TABLE RTBL-RC
           END-CALL.

      *    The log's latest VERIFIED line is the backup recovery
      *    should be starting from; the backup on hand must at
      *    least be one the log vouches for.  The backup's own
      *    stamp is read off its header first.
       0200-CHECK-BACKUP-LOG.
           OPEN INPUT CASE-BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = '00'
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'NO BACKUP FILE' TO WS-ABORT-REASON
           ELSE
               READ CASE-BACKUP-FILE
                   AT END
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 'BACKUP FILE IS EMPTY' TO WS-ABORT-REASON
               END-READ
               IF NOT WS-RUN-ABORTED
                   IF BK-TYPE-HEADER
                       MOVE BK-BACKUP-DATE TO WS-BACKUP-DATE
                       MOVE BK-BACKUP-TIME TO WS-BACKUP-TIME
                   ELSE
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 'FIRST RECORD IS NOT THE HEADER'
                           TO WS-ABORT-REASON
                   END-IF
               END-IF
               CLOSE CASE-BACKUP-FILE
           END-IF
           IF NOT WS-RUN-ABORTED
               OPEN INPUT BACKUP-LOG-FILE
               IF WS-LOG-FILE-STATUS NOT = '00'
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 'NO BACKUP LOG' TO WS-ABORT-REASON
               ELSE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 0250-READ-ONE-LOG-LINE
                       UNTIL WS-END-OF-FILE
                   CLOSE BACKUP-LOG-FILE
                   IF NOT WS-BACKUP-LOGGED-VERIFIED
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 'BACKUP NOT LOGGED AS VERIFIED'
                           TO WS-ABORT-REASON
                   END-IF
               END-IF
           END-IF.

       0250-READ-ONE-LOG-LINE.
           READ BACKUP-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BL-VERIFIED
                       MOVE BL-BACKUP-DATE TO WS-LATEST-DATE
                       MOVE BL-BACKUP-TIME TO WS-LATEST-TIME
                       IF BL-BACKUP-DATE = WS-BACKUP-DATE AND
                          BL-BACKUP-TIME = WS-BACKUP-TIME
                           SET WS-BACKUP-LOGGED-VERIFIED TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    The same read-back CMPBKUP did when it wrote the file -
      *    the backup may have been copied or restored from tape
      *    since, so it is proved again before the master goes.
       0300-VERIFY-BACKUP.
           MOVE ZERO TO WS-RECORD-SEQ
           OPEN INPUT CASE-BACKUP-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0350-VERIFY-ONE-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE CASE-BACKUP-FILE
           IF NOT WS-RUN-ABORTED AND NOT WS-TRAILER-SEEN
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'NO TRAILER RECORD' TO WS-ABORT-REASON
           END-IF.

       0350-VERIFY-ONE-RECORD.
           READ CASE-BACKUP-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-SEQ
                   PERFORM 1000-CHECK-ONE-RECORD
           END-READ.

       1000-CHECK-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-ABORT-REASON
               WHEN BK-TYPE-HEADER
                   IF WS-RECORD-SEQ NOT = 1
                       SET WS-RUN-ABORTED TO TRUE
                       MOVE 'SECOND HEADER RECORD' TO WS-ABORT-REASON
                   END-IF
               WHEN BK-TYPE-MASTER
                   MOVE BK-CASE-IMAGE TO COMPLAINT-MASTER-REC
                   ADD 1 TO WS-BK-MASTER-COUNT
                   ADD CM-COMPENSATION-AMT TO WS-BK-MASTER-HASH
                   EVALUATE TRUE
                       WHEN CM-STATUS-OPEN
                           ADD 1 TO WS-BK-OPEN-COUNT
                       WHEN CM-STATUS-ASSIGNED
                           ADD 1 TO WS-BK-ASSIGNED-COUNT
                       WHEN CM-STATUS-IN-PROGRESS
                           ADD 1 TO WS-BK-INPROG-COUNT
                       WHEN CM-STATUS-CLOSED
                           ADD 1 TO WS-BK-CLOSED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-BK-OTHER-COUNT
                   END-EVALUATE
               WHEN BK-TYPE-ARCHIVE
                   MOVE BK-CASE-IMAGE TO COMPLAINT-MASTER-REC
                   ADD 1 TO WS-BK-ARCHIVE-COUNT
                   ADD CM-COMPENSATION-AMT TO WS-BK-ARCHIVE-HASH
               WHEN BK-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 1100-CHECK-TRAILER
               WHEN OTHER
                   SET WS-RUN-ABORTED TO TRUE
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-ABORT-REASON
           END-EVALUATE.

       1100-CHECK-TRAILER.
           IF BK-TR-BACKUP-DATE    NOT = WS-BACKUP-DATE       OR
              BK-TR-BACKUP-TIME    NOT = WS-BACKUP-TIME       OR
              BK-MASTER-COUNT      NOT = WS-BK-MASTER-COUNT   OR
              BK-OPEN-COUNT        NOT = WS-BK-OPEN-COUNT     OR
              BK-ASSIGNED-COUNT    NOT = WS-BK-ASSIGNED-COUNT OR
              BK-INPROG-COUNT      NOT = WS-BK-INPROG-COUNT   OR
              BK-CLOSED-COUNT      NOT = WS-BK-CLOSED-COUNT   OR
              BK-OTHER-COUNT       NOT = WS-BK-OTHER-COUNT    OR
              BK-MASTER-COMP-HASH  NOT = WS-BK-MASTER-HASH    OR
              BK-ARCHIVE-COUNT     NOT = WS-BK-ARCHIVE-COUNT  OR
              BK-ARCHIVE-COMP-HASH NOT = WS-BK-ARCHIVE-HASH
               SET WS-RUN-ABORTED TO TRUE
               MOVE 'TRAILER TOTALS DO NOT MATCH THE RECORDS'
                   TO WS-ABORT-REASON
           END-IF.

      *    Past this point the backup is proved good: the master is
      *    emptied and reloaded, and the archive images go to the
      *    work file, itself started empty every run.
       0400-RELOAD-FROM-BACKUP.
           OPEN OUTPUT COMPLAINT-MASTER-FILE
           CLOSE COMPLAINT-MASTER-FILE
           OPEN I-O COMPLAINT-MASTER-FILE
           OPEN OUTPUT RECOVERY-WORK-FILE
           CLOSE RECOVERY-WORK-FILE
           OPEN I-O RECOVERY-WORK-FILE
           OPEN OUTPUT RECOVERY-REPORT-FILE
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-1
           MOVE WS-BACKUP-DATE TO WS-H2-BACKUP-DATE
           MOVE WS-BACKUP-TIME TO WS-H2-BACKUP-TIME
           WRITE REPORT-LINE FROM WS-HEADING-2
           IF WS-BACKUP-STAMP NOT = WS-LATEST-STAMP
               MOVE SPACES TO REPORT-LINE
               STRING '*** WARNING - A LATER VERIFIED BACKUP WAS '
                      'TAKEN ' WS-LATEST-DATE ' ' WS-LATEST-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-HEADING-3
           OPEN INPUT CASE-BACKUP-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0450-RELOAD-ONE-RECORD
               UNTIL WS-END-OF-FILE
           CLOSE CASE-BACKUP-FILE.

       0450-RELOAD-ONE-RECORD.
           READ CASE-BACKUP-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BK-TYPE-MASTER
                           MOVE BK-CASE-IMAGE TO COMPLAINT-MASTER-REC
                           WRITE MASTER-FILE-REC
                               FROM COMPLAINT-MASTER-REC
                           ADD 1 TO WS-RELOADED-COUNT
                       WHEN BK-TYPE-ARCHIVE
                           MOVE BK-CASE-IMAGE TO COMPLAINT-MASTER-REC
                           PERFORM 2900-SAVE-ARCHIVE-IMAGE
                           ADD 1 TO WS-ARCH-IMAGE-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    Re-fed inbound records go through the intake edit again
      *    so each intake add is rebuilt from exactly the normalized
      *    record intake built it from.  Continuation records carry
      *    their own ADDRESS-LINE events and are skipped here; a
      *    record that fails the edit never made a case.  No re-feed
      *    file just means no intake adds can be replayed.
       0500-LOAD-INTAKE-REFEED.
           OPEN INPUT INTAKE-REFEED-FILE
           IF WS-REFEED-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0550-LOAD-ONE-REFEED
                   UNTIL WS-END-OF-FILE
               CLOSE INTAKE-REFEED-FILE
           END-IF.

       0550-LOAD-ONE-REFEED.
           READ INTAKE-REFEED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT CMP-ACONT-IS-CONTINUATION
                       MOVE CMP-RAW-RECORD TO VEDIT-RAW-RECORD
                       CALL 'CMPVEDIT' USING VEDIT-RAW-RECORD
                                             WS-COMPLAINT-NORM
                                             VEDIT-RESULT
                       END-CALL
                       IF VEDIT-OK
                           MOVE 'N'           TO RW-KIND
                           MOVE WS-NORM-C-REF TO RW-C-REF
                           MOVE SPACES        TO RW-BODY
                           MOVE WS-COMPLAINT-NORM TO RW-BODY (1:350)
                           MOVE VEDIT-SEVERITY    TO RW-BODY (351:8)
                           PERFORM 0560-SAVE-REFEED-ROW
                           ADD 1 TO WS-REFEED-COUNT
                       END-IF
                   END-IF
           END-READ.

      *    A follow-up contact carries the same C-REF as the intake
      *    it follows and never replaces that record's row; it is
      *    kept only where it was itself taken in as a new case.
       0560-SAVE-REFEED-ROW.
           IF VEDIT-FOLLOWUP
               WRITE RECOVERY-WORK-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               WRITE RECOVERY-WORK-REC
                   INVALID KEY
                       REWRITE RECOVERY-WORK-REC
               END-WRITE
           END-IF.

      *    The trail is appended in the order things happened, so
      *    reading it front to back replays the day in order.
       0600-REPLAY-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0650-REPLAY-ONE-EVENT
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       0650-REPLAY-ONE-EVENT.
           READ AUDIT-TRAIL-FILE INTO AUDIT-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   MOVE AT-EVENT-DATE TO WS-EVENT-DATE
                   MOVE AT-EVENT-TIME TO WS-EVENT-TIME
                   IF WS-EVENT-STAMP NOT > WS-BACKUP-STAMP
                       ADD 1 TO WS-PRE-BACKUP-COUNT
                   ELSE
                       PERFORM 2000-DISPATCH-EVENT
                   END-IF
           END-READ.

      *    Reference-table maintenance and reject repair log against
      *    other files even where their field names match a case
      *    field (a repaired C-TYPE is the reject's, not a case's),
      *    so their channels are set aside first.
       2000-DISPATCH-EVENT.
           MOVE SPACES TO WS-UNAPPLIED-REASON
           EVALUATE TRUE
               WHEN AT-CHANNEL = 'REF-MAINT' OR 'REJECT-FIX'
                   ADD 1 TO WS-NON-MASTER-COUNT
               WHEN AT-EVENT-TYPE = 'VALIDATED'
                   PERFORM 2100-REPLAY-INTAKE
               WHEN AT-EVENT-TYPE = 'ARCHIVED'
                   PERFORM 2200-REPLAY-ARCHIVE
               WHEN AT-EVENT-TYPE = 'RESTORED'
                   PERFORM 2300-REPLAY-RESTORE
               WHEN AT-EVENT-TYPE = 'ERASED'
                   PERFORM 2400-REPLAY-ERASURE
               WHEN AT-EVENT-TYPE = 'FOLLOWUP'
                   PERFORM 2600-REPLAY-FOLLOWUP
               WHEN (AT-EVENT-TYPE = 'UPDATED' OR 'CLOSED') AND
                    (AT-FIELD-CHANGED = 'ADDRESS-LINE' OR 'C-TYPE'
                     OR 'C-TEXT' OR 'CASE-STATUS' OR 'ASSIGNED-TO'
                     OR 'PRIORITY')
                   PERFORM 2500-REPLAY-FIELD-CHANGE
               WHEN AT-EVENT-TYPE = 'CLOSED' AND
                    (AT-FIELD-CHANGED = 'RESOLUTION' OR
                     'COMPENSATION')
                   PERFORM 2500-REPLAY-FIELD-CHANGE
               WHEN OTHER
                   ADD 1 TO WS-NON-MASTER-COUNT
           END-EVALUATE.

      *    Intake add: built exactly as CMPMAINT's INTAKE and
      *    CMPRTIN build a new case, stamped with the event's time
      *    rather than the clock, and its SLA due date counted from
      *    the day it was really intaken.
       2100-REPLAY-INTAKE.
           MOVE 'N'      TO RW-KIND
           MOVE AT-C-REF TO RW-C-REF
           READ RECOVERY-WORK-FILE
               INVALID KEY
                   MOVE 'NO INTAKE RECORD' TO WS-UNAPPLIED-REASON
           END-READ
           IF WS-UNAPPLIED-REASON = SPACES
               MOVE AT-C-REF TO MF-C-REF
               READ COMPLAINT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALREADY ON MASTER' TO WS-UNAPPLIED-REASON
               END-READ
           END-IF
           IF WS-UNAPPLIED-REASON = SPACES
               MOVE RW-BODY (1:350)   TO WS-COMPLAINT-NORM
               MOVE RW-BODY (351:8)   TO VEDIT-SEVERITY
               MOVE WS-NORM-C-REF       TO CM-C-REF
               MOVE WS-NORM-VERSION     TO CM-VERSION
               MOVE WS-NORM-N-FIRST     TO CM-N-FIRST
               MOVE WS-NORM-N-LAST      TO CM-N-LAST
               MOVE WS-NORM-A-LINE (1)  TO CM-A-LINE (1)
               MOVE WS-NORM-A-LINE (2)  TO CM-A-LINE (2)
               MOVE WS-NORM-A-LINE (3)  TO CM-A-LINE (3)
               MOVE WS-NORM-A-LINE (4)  TO CM-A-LINE (4)
               MOVE WS-NORM-LINE-COUNT  TO CM-LINE-COUNT
               MOVE WS-NORM-CONT-IND    TO CM-CONT-IND
               MOVE WS-NORM-TOWN        TO CM-TOWN
               MOVE WS-NORM-ZIP         TO CM-ZIP
               MOVE WS-NORM-COUNTRY     TO CM-COUNTRY
               MOVE WS-NORM-C-TYPE      TO CM-C-TYPE
               MOVE WS-NORM-C-TEXT      TO CM-C-TEXT
               MOVE WS-NORM-PARTNER-ID  TO CM-PARTNER-ID
               SET CM-STATUS-OPEN TO TRUE
               MOVE SPACES              TO CM-ASSIGNED-TO
               MOVE VEDIT-SEVERITY      TO CM-SEVERITY
               PERFORM 2150-SET-PRIORITY-AND-SLA
               MOVE AT-EVENT-DATE       TO CM-OPEN-DATE
               MOVE AT-EVENT-TIME       TO CM-OPEN-TIME
               MOVE AT-EVENT-DATE       TO CM-LAST-UPDATE-DATE
               MOVE AT-EVENT-TIME       TO CM-LAST-UPDATE-TIME
               MOVE ZERO                TO CM-CLOSE-DATE CM-CLOSE-TIME
               MOVE SPACES              TO CM-RESOLUTION-CODE
               MOVE SPACES              TO CM-ROOT-CAUSE
               MOVE ZERO                TO CM-COMPENSATION-AMT
               WRITE MASTER-FILE-REC FROM COMPLAINT-MASTER-REC
           END-IF
           PERFORM 2800-REPORT-EVENT.

       2150-SET-PRIORITY-AND-SLA.
           MOVE 'LOW'     TO CM-PRIORITY
           MOVE 20        TO WS-SLA-DAYS-WORK
           SET WS-SLA-IDX TO 1
           SEARCH WS-SLA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SLA-C-TYPE (WS-SLA-IDX) = CM-C-TYPE
                   MOVE WS-SLA-PRIORITY (WS-SLA-IDX) TO CM-PRIORITY
                   MOVE WS-SLA-DAYS (WS-SLA-IDX) TO WS-SLA-DAYS-WORK
           END-SEARCH
           COMPUTE WS-SLA-DUE-JULIAN =
               FUNCTION INTEGER-OF-DATE (AT-EVENT-DATE)
               + WS-SLA-DAYS-WORK
           COMPUTE CM-SLA-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-SLA-DUE-JULIAN).

      *    Archive: the case leaves the master, and its image is kept
      *    on the work file for any restore later in the replay.
       2200-REPLAY-ARCHIVE.
           PERFORM 2700-READ-CASE
           IF WS-UNAPPLIED-REASON = SPACES
               PERFORM 2900-SAVE-ARCHIVE-IMAGE
               DELETE COMPLAINT-MASTER-FILE
           END-IF
           PERFORM 2800-REPORT-EVENT.

       2300-REPLAY-RESTORE.
           MOVE AT-C-REF TO MF-C-REF
           READ COMPLAINT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ALREADY ON MASTER' TO WS-UNAPPLIED-REASON
           END-READ
           IF WS-UNAPPLIED-REASON = SPACES
               MOVE 'A'      TO RW-KIND
               MOVE AT-C-REF TO RW-C-REF
               READ RECOVERY-WORK-FILE
                   INVALID KEY
                       MOVE 'NOT ON ARCHIVE' TO WS-UNAPPLIED-REASON
               END-READ
           END-IF
           IF WS-UNAPPLIED-REASON = SPACES
               MOVE RW-BODY TO COMPLAINT-MASTER-REC
               WRITE MASTER-FILE-REC FROM COMPLAINT-MASTER-REC
               DELETE RECOVERY-WORK-FILE
           END-IF
           PERFORM 2800-REPORT-EVENT.

      *    The erasure scrubs the case wherever it lies - on the
      *    master, or as an archive image - the same fields CMPERAS
      *    scrubs.
       2400-REPLAY-ERASURE.
           MOVE AT-C-REF TO MF-C-REF
           READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   SET WS-CASE-FOUND TO TRUE
           END-READ
           IF WS-CASE-FOUND
               PERFORM 2450-SCRUB-CASE-FIELDS
               REWRITE MASTER-FILE-REC FROM COMPLAINT-MASTER-REC
           ELSE
               MOVE 'A'      TO RW-KIND
               MOVE AT-C-REF TO RW-C-REF
               READ RECOVERY-WORK-FILE
                   INVALID KEY
                       MOVE 'CASE NOT ON FILE' TO WS-UNAPPLIED-REASON
               END-READ
               IF WS-UNAPPLIED-REASON = SPACES
                   MOVE RW-BODY TO COMPLAINT-MASTER-REC
                   PERFORM 2450-SCRUB-CASE-FIELDS
                   MOVE COMPLAINT-MASTER-REC TO RW-BODY
                   REWRITE RECOVERY-WORK-REC
               END-IF
           END-IF
           PERFORM 2800-REPORT-EVENT.

       2450-SCRUB-CASE-FIELDS.
           MOVE WS-ERASED-MARKER TO CM-N-FIRST
           MOVE WS-ERASED-MARKER TO CM-N-LAST
           MOVE WS-ERASED-MARKER TO CM-A-LINE (1)
           MOVE WS-ERASED-MARKER TO CM-A-LINE (2)
           MOVE WS-ERASED-MARKER TO CM-A-LINE (3)
           MOVE WS-ERASED-MARKER TO CM-A-LINE (4)
           MOVE WS-ERASED-MARKER TO CM-TOWN
           MOVE WS-ERASED-MARKER TO CM-ZIP.

      *    A single-field change to a case on the master.  CMPERAS
      *    overwrites an erased case's values on the trail itself,
      *    so those events can no longer say what changed.
       2500-REPLAY-FIELD-CHANGE.
           PERFORM 2700-READ-CASE
           IF WS-UNAPPLIED-REASON = SPACES AND
              AT-NEW-VALUE = WS-ERASED-MARKER
               MOVE 'VALUE SCRUBBED' TO WS-UNAPPLIED-REASON
           END-IF
           IF WS-UNAPPLIED-REASON = SPACES
               EVALUATE AT-FIELD-CHANGED
                   WHEN 'ADDRESS-LINE'
                       PERFORM 2510-APPLY-ADDRESS-LINE
                   WHEN 'C-TYPE'
                       MOVE AT-NEW-VALUE TO CM-C-TYPE
                   WHEN 'C-TEXT'
                       MOVE 'TEXT NOT ON AUDIT' TO WS-UNAPPLIED-REASON
                   WHEN 'CASE-STATUS'
                       MOVE AT-NEW-VALUE TO CM-CASE-STATUS
                       IF CM-STATUS-CLOSED
                           MOVE AT-EVENT-DATE TO CM-CLOSE-DATE
                           MOVE AT-EVENT-TIME TO CM-CLOSE-TIME
                       END-IF
                   WHEN 'RESOLUTION'
                       MOVE AT-NEW-VALUE (1:10) TO CM-RESOLUTION-CODE
                       MOVE AT-NEW-VALUE (12:10) TO CM-ROOT-CAUSE
                   WHEN 'COMPENSATION'
                       COMPUTE CM-COMPENSATION-AMT =
                           FUNCTION NUMVAL (AT-NEW-VALUE)
                   WHEN 'ASSIGNED-TO'
                       PERFORM 2520-APPLY-ASSIGNMENT
                   WHEN 'PRIORITY'
                       MOVE AT-NEW-VALUE TO CM-PRIORITY
               END-EVALUATE
           END-IF
           IF WS-UNAPPLIED-REASON = SPACES
               MOVE AT-EVENT-DATE TO CM-LAST-UPDATE-DATE
               MOVE AT-EVENT-TIME TO CM-LAST-UPDATE-TIME
               REWRITE MASTER-FILE-REC FROM COMPLAINT-MASTER-REC
           END-IF
           PERFORM 2800-REPORT-EVENT.

      *    The add-line event does not say which line it was; lines
      *    are only ever appended, so it is the next one after the
      *    lines the case already has, never below line 3.
       2510-APPLY-ADDRESS-LINE.
           COMPUTE WS-NEW-LINE-SEQ = CM-LINE-COUNT + 1
           IF WS-NEW-LINE-SEQ < 3
               MOVE 3 TO WS-NEW-LINE-SEQ
           END-IF
           IF WS-NEW-LINE-SEQ > 4
               MOVE 'ADDR LINES FULL' TO WS-UNAPPLIED-REASON
           ELSE
               MOVE AT-NEW-VALUE TO CM-A-LINE (WS-NEW-LINE-SEQ)
               MOVE WS-NEW-LINE-SEQ TO CM-LINE-COUNT
               MOVE 'Y' TO CM-CONT-IND
           END-IF.

      *    The nightly assignment moves the status with the
      *    assignee (assign -> ASSIGNED, reclaim -> OPEN); a
      *    supervisor reassignment moves the assignee alone.
       2520-APPLY-ASSIGNMENT.
           MOVE AT-NEW-VALUE TO CM-ASSIGNED-TO
           IF AT-CHANNEL = 'ASSIGN-RUN'
               IF CM-ASSIGNED-TO = SPACES
                   SET CM-STATUS-OPEN TO TRUE
               ELSE
                   SET CM-STATUS-ASSIGNED TO TRUE
               END-IF
           END-IF.

       2600-REPLAY-FOLLOWUP.
           PERFORM 2700-READ-CASE
           IF WS-UNAPPLIED-REASON = SPACES
               MOVE AT-EVENT-DATE TO CM-LAST-UPDATE-DATE
               MOVE AT-EVENT-TIME TO CM-LAST-UPDATE-TIME
               REWRITE MASTER-FILE-REC FROM COMPLAINT-MASTER-REC
           END-IF
           PERFORM 2800-REPORT-EVENT.

       2700-READ-CASE.
           MOVE AT-C-REF TO MF-C-REF
           READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
               INVALID KEY
                   MOVE 'CASE NOT ON FILE' TO WS-UNAPPLIED-REASON
           END-READ.

       2800-REPORT-EVENT.
           IF WS-UNAPPLIED-REASON = SPACES
               ADD 1 TO WS-REPLAYED-COUNT
               MOVE 'REPLAYED' TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-UNAPPLIED-COUNT
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'UNAPPLIED-' WS-UNAPPLIED-REASON
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF
           MOVE AT-EVENT-DATE    TO WS-DL-DATE
           MOVE AT-EVENT-TIME    TO WS-DL-TIME
           MOVE AT-C-REF         TO WS-DL-C-REF
           MOVE AT-EVENT-TYPE    TO WS-DL-EVENT
           MOVE AT-FIELD-CHANGED TO WS-DL-FIELD
           MOVE WS-RESULT-TEXT   TO WS-DL-RESULT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      *    A duplicate key replaces the image - the case was
      *    archived, restored and archived again.
       2900-SAVE-ARCHIVE-IMAGE.
           MOVE 'A'                  TO RW-KIND
           MOVE CM-C-REF             TO RW-C-REF
           MOVE COMPLAINT-MASTER-REC TO RW-BODY
           WRITE RECOVERY-WORK-REC
               INVALID KEY
                   REWRITE RECOVERY-WORK-REC
           END-WRITE.

       0700-COUNT-FINAL-MASTER.
           CLOSE COMPLAINT-MASTER-FILE
           CLOSE RECOVERY-WORK-FILE
           OPEN INPUT COMPLAINT-MASTER-FILE
           MOVE LOW-VALUES TO MF-C-REF
           MOVE 'N' TO WS-EOF-SWITCH
           START COMPLAINT-MASTER-FILE KEY >= MF-C-REF
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 0750-COUNT-ONE-CASE
               UNTIL WS-END-OF-FILE
           CLOSE COMPLAINT-MASTER-FILE.

       0750-COUNT-ONE-CASE.
           READ COMPLAINT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-FINAL-MASTER-COUNT
           END-READ.

       0800-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CASES RELOADED FROM BACKUP' TO WS-TL-LABEL
           MOVE WS-RELOADED-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ARCHIVE IMAGES ON BACKUP' TO WS-TL-LABEL
           MOVE WS-ARCH-IMAGE-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'INTAKE RECORDS RE-FED' TO WS-TL-LABEL
           MOVE WS-REFEED-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AUDIT EVENTS READ' TO WS-TL-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  AT OR BEFORE THE BACKUP' TO WS-TL-LABEL
           MOVE WS-PRE-BACKUP-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  NOT CASE-MASTER EVENTS' TO WS-TL-LABEL
           MOVE WS-NON-MASTER-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  REPLAYED' TO WS-TL-LABEL
           MOVE WS-REPLAYED-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  UNAPPLIED - RE-KEY BY HAND' TO WS-TL-LABEL
           MOVE WS-UNAPPLIED-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CASES ON RECOVERED MASTER' TO WS-TL-LABEL
           MOVE WS-FINAL-MASTER-COUNT TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE RECOVERY-REPORT-FILE.

       0900-TERMINATE.
           IF WS-RUN-ABORTED
               DISPLAY 'CMPRCVR: ' WS-ABORT-REASON
               DISPLAY 'CMPRCVR: RECOVERY NOT RUN - CMPMAST UNCHANGED'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'CMPRCVR BACKUP USED       = ' WS-BACKUP-DATE
                   ' ' WS-BACKUP-TIME
               DISPLAY 'CMPRCVR CASES RELOADED    = '
                   WS-RELOADED-COUNT
               DISPLAY 'CMPRCVR EVENTS REPLAYED   = '
                   WS-REPLAYED-COUNT
               DISPLAY 'CMPRCVR EVENTS UNAPPLIED  = '
                   WS-UNAPPLIED-COUNT
               DISPLAY 'CMPRCVR CASES ON MASTER   = '
                   WS-FINAL-MASTER-COUNT
               IF WS-UNAPPLIED-COUNT > ZERO OR
                  WS-BACKUP-STAMP NOT = WS-LATEST-STAMP
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
