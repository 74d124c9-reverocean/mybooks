      *=============================================================*
      * PROGRAM-ID:  CMPBKUP                                         *
      * Case-file backup, run ahead of the nightly chain while the   *
      * online region is closed to updates.  Copies every case on    *
      * CMPMAST and every case on the CMPARCF archive to the         *
      * sequential backup CMPBKUP (CASE_BACKUP.cpy): a header        *
      * stamped with the backup date/time, the master cases, the     *
      * archive cases, and a trailer of control totals - case        *
      * counts, master cases per status, and a hash total of the     *
      * compensation amounts on each file.                           *
      * The backup is only worth keeping if it reads back whole, so  *
      * once written it is closed and read again from the top and    *
      * every total recomputed against the trailer.  The outcome is  *
      * appended to the CMPBKLG log (BACKUP_LOG.cpy) as VERIFIED or  *
      * FAILED - CMPRCVR recovers from the latest VERIFIED one - and *
      * a failed read-back ends RETURN-CODE 8 so the scheduler holds *
      * the chain until ops have a good backup.  A case file that    *
      * exists but will not open (locked, damaged) fails the backup  *
      * the same way, without a read-back - an empty copy of it      *
      * would otherwise verify and be recovered from.                *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPBKUP.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-MASTER-FILE ASSIGN TO "CMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-C-REF
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CASE-ARCHIVE-FILE ASSIGN TO "CMPARCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-C-REF
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CASE-BACKUP-FILE ASSIGN TO "CMPBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT BACKUP-LOG-FILE ASSIGN TO "CMPBKLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same bytes as COMPLAINT_MASTER.cpy on both files; declared
      *    key-plus-filler because the copybook's data names live in
      *    WORKING-STORAGE here (the CMPRESR arrangement), and both
      *    files are read INTO that one work record.
       FD  COMPLAINT-MASTER-FILE.
       01  MASTER-FILE-REC.
           05  MF-C-REF               PIC X(10).
           05  MF-CASE-BODY           PIC X(454).

       FD  CASE-ARCHIVE-FILE.
       01  ARCHIVE-FILE-REC.
           05  AF-C-REF               PIC X(10).
           05  AF-CASE-BODY           PIC X(454).

       FD  CASE-BACKUP-FILE.
       COPY CASE_BACKUP.

       FD  BACKUP-LOG-FILE.
       COPY BACKUP_LOG.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-BACKUP-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-LOG-FILE-STATUS         PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-VERIFY-SWITCH           PIC X(1)    VALUE 'Y'.
           88  WS-BACKUP-VERIFIED                 VALUE 'Y'.
           88  WS-BACKUP-FAILED                   VALUE 'N'.
       01  WS-TRAILER-SEEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-TRAILER-SEEN                    VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-TIME            PIC 9(6).
           05  FILLER                 PIC X(8).

       COPY COMPLAINT_MASTER.

      *    The totals as written, and the same totals recomputed on
      *    the read-back - the two sets and the trailer must agree.
       01  WS-WRITTEN-TOTALS.
           05  WS-WR-MASTER-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-WR-OPEN-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-WR-ASSIGNED-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-WR-INPROG-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-WR-CLOSED-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-WR-OTHER-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-WR-MASTER-HASH      PIC 9(13)V99 VALUE ZERO.
           05  WS-WR-ARCHIVE-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-WR-ARCHIVE-HASH     PIC 9(13)V99 VALUE ZERO.
       01  WS-READ-TOTALS.
           05  WS-RD-MASTER-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-RD-OPEN-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-RD-ASSIGNED-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-RD-INPROG-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-RD-CLOSED-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-RD-OTHER-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-RD-MASTER-HASH      PIC 9(13)V99 VALUE ZERO.
           05  WS-RD-ARCHIVE-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-RD-ARCHIVE-HASH     PIC 9(13)V99 VALUE ZERO.
       01  WS-RECORD-SEQ              PIC 9(9)    VALUE ZERO.
       01  WS-FAIL-REASON             PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-COPY-MASTER-FILE
           PERFORM 0300-COPY-ARCHIVE-FILE
           PERFORM 0400-WRITE-TRAILER
           IF WS-BACKUP-VERIFIED
               PERFORM 0500-VERIFY-BACKUP
           END-IF
           PERFORM 0600-LOG-RESULT
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT CASE-BACKUP-FILE
           MOVE SPACES TO CASE-BACKUP-REC
           SET BK-TYPE-HEADER TO TRUE
           MOVE WS-RUN-DATE TO BK-BACKUP-DATE
           MOVE WS-RUN-TIME TO BK-BACKUP-TIME
           WRITE CASE-BACKUP-REC.

      *    No master yet (status 35) is an empty backup, not a
      *    failure - nothing has been intaken to lose.  Any other
      *    open failure is.
       0200-COPY-MASTER-FILE.
           OPEN INPUT COMPLAINT-MASTER-FILE
           EVALUATE WS-MASTER-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 0250-COPY-ONE-MASTER
                       UNTIL WS-END-OF-FILE
                   CLOSE COMPLAINT-MASTER-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING 'MASTER OPEN FAILED STATUS '
                       WS-MASTER-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-EVALUATE.

       0250-COPY-ONE-MASTER.
           READ COMPLAINT-MASTER-FILE NEXT RECORD
               INTO COMPLAINT-MASTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   SET BK-TYPE-MASTER TO TRUE
                   MOVE COMPLAINT-MASTER-REC TO BK-CASE-IMAGE
                   WRITE CASE-BACKUP-REC
                   ADD 1 TO WS-WR-MASTER-COUNT
                   ADD CM-COMPENSATION-AMT TO WS-WR-MASTER-HASH
                   EVALUATE TRUE
                       WHEN CM-STATUS-OPEN
                           ADD 1 TO WS-WR-OPEN-COUNT
                       WHEN CM-STATUS-ASSIGNED
                           ADD 1 TO WS-WR-ASSIGNED-COUNT
                       WHEN CM-STATUS-IN-PROGRESS
                           ADD 1 TO WS-WR-INPROG-COUNT
                       WHEN CM-STATUS-CLOSED
                           ADD 1 TO WS-WR-CLOSED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-WR-OTHER-COUNT
                   END-EVALUATE
           END-READ.

      *    No archive yet (status 35) - the archival batch has never
      *    run - is likewise empty, not a failure.
       0300-COPY-ARCHIVE-FILE.
           OPEN INPUT CASE-ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 0350-COPY-ONE-ARCHIVE
                       UNTIL WS-END-OF-FILE
                   CLOSE CASE-ARCHIVE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING 'ARCHIVE OPEN FAILED STATUS '
                       WS-ARCHIVE-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-EVALUATE.

       0350-COPY-ONE-ARCHIVE.
           READ CASE-ARCHIVE-FILE NEXT RECORD
               INTO COMPLAINT-MASTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   SET BK-TYPE-ARCHIVE TO TRUE
                   MOVE COMPLAINT-MASTER-REC TO BK-CASE-IMAGE
                   WRITE CASE-BACKUP-REC
                   ADD 1 TO WS-WR-ARCHIVE-COUNT
                   ADD CM-COMPENSATION-AMT TO WS-WR-ARCHIVE-HASH
           END-READ.

       0400-WRITE-TRAILER.
           MOVE SPACES TO CASE-BACKUP-REC
           SET BK-TYPE-TRAILER TO TRUE
           MOVE WS-RUN-DATE          TO BK-TR-BACKUP-DATE
           MOVE WS-RUN-TIME          TO BK-TR-BACKUP-TIME
           MOVE WS-WR-MASTER-COUNT   TO BK-MASTER-COUNT
           MOVE WS-WR-OPEN-COUNT     TO BK-OPEN-COUNT
           MOVE WS-WR-ASSIGNED-COUNT TO BK-ASSIGNED-COUNT
           MOVE WS-WR-INPROG-COUNT   TO BK-INPROG-COUNT
           MOVE WS-WR-CLOSED-COUNT   TO BK-CLOSED-COUNT
           MOVE WS-WR-OTHER-COUNT    TO BK-OTHER-COUNT
           MOVE WS-WR-MASTER-HASH    TO BK-MASTER-COMP-HASH
           MOVE WS-WR-ARCHIVE-COUNT  TO BK-ARCHIVE-COUNT
           MOVE WS-WR-ARCHIVE-HASH   TO BK-ARCHIVE-COMP-HASH
           WRITE CASE-BACKUP-REC
           CLOSE CASE-BACKUP-FILE.

      *    Read the backup back from the top: a header first, a
      *    trailer last, nothing after it, and every total recounted
      *    equal to both the trailer and what was written.
       0500-VERIFY-BACKUP.
           SET WS-BACKUP-VERIFIED TO TRUE
           OPEN INPUT CASE-BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = '00'
               SET WS-BACKUP-FAILED TO TRUE
               MOVE 'BACKUP FILE WILL NOT OPEN FOR READ-BACK'
                   TO WS-FAIL-REASON
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0550-VERIFY-ONE-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE CASE-BACKUP-FILE
               IF WS-BACKUP-VERIFIED AND NOT WS-TRAILER-SEEN
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE 'NO TRAILER RECORD' TO WS-FAIL-REASON
               END-IF
               IF WS-BACKUP-VERIFIED AND
                  WS-READ-TOTALS NOT = WS-WRITTEN-TOTALS
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE 'RECOUNT DIFFERS FROM CASES WRITTEN'
                       TO WS-FAIL-REASON
               END-IF
           END-IF.

       0550-VERIFY-ONE-RECORD.
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
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-FAIL-REASON
               WHEN WS-RECORD-SEQ = 1 AND NOT BK-TYPE-HEADER
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE 'FIRST RECORD IS NOT THE HEADER'
                       TO WS-FAIL-REASON
               WHEN BK-TYPE-HEADER
                   IF WS-RECORD-SEQ NOT = 1
                       SET WS-BACKUP-FAILED TO TRUE
                       MOVE 'SECOND HEADER RECORD' TO WS-FAIL-REASON
                   END-IF
               WHEN BK-TYPE-MASTER
                   MOVE BK-CASE-IMAGE TO COMPLAINT-MASTER-REC
                   ADD 1 TO WS-RD-MASTER-COUNT
                   ADD CM-COMPENSATION-AMT TO WS-RD-MASTER-HASH
                   EVALUATE TRUE
                       WHEN CM-STATUS-OPEN
                           ADD 1 TO WS-RD-OPEN-COUNT
                       WHEN CM-STATUS-ASSIGNED
                           ADD 1 TO WS-RD-ASSIGNED-COUNT
                       WHEN CM-STATUS-IN-PROGRESS
                           ADD 1 TO WS-RD-INPROG-COUNT
                       WHEN CM-STATUS-CLOSED
                           ADD 1 TO WS-RD-CLOSED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-RD-OTHER-COUNT
                   END-EVALUATE
               WHEN BK-TYPE-ARCHIVE
                   MOVE BK-CASE-IMAGE TO COMPLAINT-MASTER-REC
                   ADD 1 TO WS-RD-ARCHIVE-COUNT
                   ADD CM-COMPENSATION-AMT TO WS-RD-ARCHIVE-HASH
               WHEN BK-TYPE-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 1100-CHECK-TRAILER
               WHEN OTHER
                   SET WS-BACKUP-FAILED TO TRUE
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-FAIL-REASON
           END-EVALUATE.

       1100-CHECK-TRAILER.
           IF BK-MASTER-COUNT      NOT = WS-RD-MASTER-COUNT   OR
              BK-OPEN-COUNT        NOT = WS-RD-OPEN-COUNT     OR
              BK-ASSIGNED-COUNT    NOT = WS-RD-ASSIGNED-COUNT OR
              BK-INPROG-COUNT      NOT = WS-RD-INPROG-COUNT   OR
              BK-CLOSED-COUNT      NOT = WS-RD-CLOSED-COUNT   OR
              BK-OTHER-COUNT       NOT = WS-RD-OTHER-COUNT    OR
              BK-MASTER-COMP-HASH  NOT = WS-RD-MASTER-HASH    OR
              BK-ARCHIVE-COUNT     NOT = WS-RD-ARCHIVE-COUNT  OR
              BK-ARCHIVE-COMP-HASH NOT = WS-RD-ARCHIVE-HASH
               SET WS-BACKUP-FAILED TO TRUE
               MOVE 'TRAILER TOTALS DO NOT MATCH THE RECORDS'
                   TO WS-FAIL-REASON
           END-IF.

      *    First backup ever - no log yet (status 35) - starts it.
       0600-LOG-RESULT.
           OPEN EXTEND BACKUP-LOG-FILE
           IF WS-LOG-FILE-STATUS = '35'
               OPEN OUTPUT BACKUP-LOG-FILE
           END-IF
           MOVE WS-RUN-DATE          TO BL-BACKUP-DATE
           MOVE WS-RUN-TIME          TO BL-BACKUP-TIME
           IF WS-BACKUP-VERIFIED
               SET BL-VERIFIED TO TRUE
           ELSE
               SET BL-FAILED TO TRUE
           END-IF
           MOVE WS-WR-MASTER-COUNT   TO BL-MASTER-COUNT
           MOVE WS-WR-ARCHIVE-COUNT  TO BL-ARCHIVE-COUNT
           MOVE WS-WR-MASTER-HASH    TO BL-MASTER-COMP-HASH
           WRITE BACKUP-LOG-REC
           CLOSE BACKUP-LOG-FILE.

       0900-TERMINATE.
           DISPLAY 'CMPBKUP BACKUP TAKEN  = ' WS-RUN-DATE ' '
               WS-RUN-TIME
           DISPLAY 'CMPBKUP MASTER CASES  = ' WS-WR-MASTER-COUNT
           DISPLAY 'CMPBKUP ARCHIVE CASES = ' WS-WR-ARCHIVE-COUNT
           IF WS-BACKUP-VERIFIED
               DISPLAY 'CMPBKUP BACKUP VERIFIED'
           ELSE
               DISPLAY 'CMPBKUP BACKUP FAILED - '
                   WS-FAIL-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.
