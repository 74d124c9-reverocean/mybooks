      * maintenance program; failures - including any VERSION value   *
      * we don't recognize - are written to CMPREJ with a reason      *
      * code instead of being allowed to flow downstream.             *
      * A record the partner flags as a follow-up contact on a C-REF *
      * it already sent is applied to that case through CMPMAINT and *
      * logged to CMPFUPR for its acknowledgement, rather than being *
      * flagged to duplicate review.                                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPEDIT.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLICATE-REVIEW-FILE ASSIGN TO "CMPDUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLLOWUP-LOG-FILE ASSIGN TO "CMPFUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO "CMPCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
       FD  DUPLICATE-REVIEW-FILE.
       01  DUPLICATE-REVIEW-FILE-REC  PIC X(78).

       FD  FOLLOWUP-LOG-FILE.
       01  FOLLOWUP-LOG-FILE-REC      PIC X(66).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-FILE-REC        PIC X(1519).

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-FILE-REC    PIC X(68).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
       01  WS-DUP-EXISTING-N-LAST     PIC X(10).
       01  WS-DUPLICATE-COUNT         PIC 9(9) VALUE ZERO.

      *    Follow-up contacts applied to a case already on file - see
      *    CASE_FOLLOWUP.cpy.
       COPY CASE_FOLLOWUP.
       01  WS-FOLLOWUP-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           CALL 'CMPRUNC' USING RUNC-FUNCTION RUNC-PARMS RUNC-RC
           END-CALL.

      *    A restart reopens the good/reject/duplicate-review and
      *    follow-up files EXTEND (so output already written before
      *    the failure is kept, not overwritten) and skips the input
      *    records the checkpoint log says were already read.  A
      *    fresh run opens everything OUTPUT as before.
       0100-INITIALIZE.
           MOVE 'PARTNER' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-PARTNER-TABLE
               OPEN EXTEND COMPLAINT-GOOD-FILE
               OPEN EXTEND COMPLAINT-REJECT-FILE
               OPEN EXTEND DUPLICATE-REVIEW-FILE
               OPEN EXTEND FOLLOWUP-LOG-FILE
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT COMPLAINT-GOOD-FILE
               OPEN OUTPUT COMPLAINT-REJECT-FILE
               OPEN OUTPUT DUPLICATE-REVIEW-FILE
               OPEN OUTPUT FOLLOWUP-LOG-FILE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE CKPT-REJECT-COUNT    TO WS-REJECT-COUNT
                   MOVE CKPT-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT
                   MOVE CKPT-CONT-COUNT      TO WS-CONT-COUNT
                   MOVE CKPT-FOLLOWUP-COUNT  TO WS-FOLLOWUP-COUNT
                   MOVE CKPT-PARTNER-STATS   TO WS-PARTNER-STATS
               END-IF
           END-IF.
           MOVE WS-REJECT-COUNT     TO CKPT-REJECT-COUNT
           MOVE WS-DUPLICATE-COUNT  TO CKPT-DUPLICATE-COUNT
           MOVE WS-CONT-COUNT       TO CKPT-CONT-COUNT
           MOVE WS-FOLLOWUP-COUNT   TO CKPT-FOLLOWUP-COUNT
           MOVE WS-NORM-C-REF       TO CKPT-LAST-C-REF
           MOVE WS-PARTNER-STATS    TO CKPT-PARTNER-STATS
           SET CKPT-RUN-IN-PROGRESS TO TRUE
           CLOSE COMPLAINT-GOOD-FILE
           CLOSE COMPLAINT-REJECT-FILE
           CLOSE DUPLICATE-REVIEW-FILE
           CLOSE FOLLOWUP-LOG-FILE
           CLOSE CHECKPOINT-FILE
           MOVE 'TERM' TO CMPMAINT-FUNCTION
           CALL 'CMPMAINT' USING CMPMAINT-FUNCTION
           DISPLAY 'CMPEDIT GOOD    = ' WS-GOOD-COUNT
           DISPLAY 'CMPEDIT REJECT  = ' WS-REJECT-COUNT
           DISPLAY 'CMPEDIT DUPES   = ' WS-DUPLICATE-COUNT
           DISPLAY 'CMPEDIT CONT    = ' WS-CONT-COUNT
           DISPLAY 'CMPEDIT FOLLOWUP= ' WS-FOLLOWUP-COUNT.

      *    Tell the chain control this step ended normally, with its
      *    counts - the next step's START checks for this record.
           MOVE WS-REJECT-COUNT     TO CT-REJECT-COUNT
           MOVE WS-DUPLICATE-COUNT  TO CT-DUPLICATE-COUNT
           MOVE WS-CONT-COUNT       TO CT-CONTINUATION-COUNT
           MOVE WS-FOLLOWUP-COUNT   TO CT-FOLLOWUP-COUNT
           WRITE CONTROL-TOTALS-FILE-REC FROM CONTROL-TOTALS-REC
           CLOSE CONTROL-TOTALS-FILE.

           ADD 1 TO WS-PSTAT-READ (WS-PSTAT-SUB)

           IF VEDIT-OK
               IF VEDIT-FOLLOWUP
                   PERFORM 1820-APPLY-FOLLOWUP
               ELSE
                   PERFORM 1800-WRITE-GOOD
               END-IF
           ELSE
               MOVE VEDIT-REASON-CODE TO CR-REASON-CODE
               MOVE VEDIT-REASON-TEXT TO CR-REASON-TEXT
               END-CALL
           END-IF.

      *    A follow-up contact on a C-REF the partner already sent.
      *    CMPMAINT applies it to the case wherever the case lies
      *    and the contact is logged for its FOLLOWUP ack.  A C-REF
      *    on neither the master nor the archive has nothing to
      *    follow up, so the record is taken in as a new complaint;
      *    one CMPMAINT will not apply (the case was erased, or the
      *    same contact was already applied today) goes to duplicate
      *    review the way any resent record does - except on the
      *    first record after a restart, where it is the contact the
      *    failed run applied before its checkpoint went out.
       1820-APPLY-FOLLOWUP.
           MOVE 'FOLLOWUP'         TO CMPMAINT-FUNCTION
           MOVE WS-NORM-C-REF      TO CMPMAINT-C-REF
           MOVE WS-NORM-C-TEXT     TO CMPMAINT-C-TEXT
           MOVE 'ESB-BATCH'        TO CMPMAINT-CHANNEL
           MOVE WS-NORM-PARTNER-ID TO CMPMAINT-USER-ID
           CALL 'CMPMAINT' USING CMPMAINT-FUNCTION
                                  CMPMAINT-REC
                                  CMPMAINT-RC
           END-CALL
           EVALUATE CMPMAINT-RC
               WHEN ZERO
                   PERFORM 1830-WRITE-FOLLOWUP
               WHEN 04
                   PERFORM 1800-WRITE-GOOD
               WHEN 08
                   IF WS-FIRST-SINCE-RESTART
                       DISPLAY 'CMPEDIT: C-REF=' WS-NORM-C-REF
                           ' FOLLOW-UP ON FIRST RECORD AFTER RESTART'
                           ' - TREATING AS ALREADY APPLIED'
                       ADD 1 TO WS-FOLLOWUP-COUNT
                   ELSE
                       PERFORM 1870-REVIEW-DUPLICATE
                   END-IF
               WHEN OTHER
                   MOVE 'MAIN' TO CR-REASON-CODE
                   MOVE 'CMPMAINT FOLLOWUP REJECTED RECORD'
                       TO CR-REASON-TEXT
                   PERFORM 1900-WRITE-REJECT
                   DISPLAY 'CMPEDIT: CMPMAINT FOLLOWUP RC='
                       CMPMAINT-RC ' FOR C-REF='
                       WS-NORM-C-REF
           END-EVALUATE.

       1830-WRITE-FOLLOWUP.
           MOVE WS-NORM-C-REF            TO FU-C-REF
           IF CMPMAINT-CASE-STATUS NOT = CMPMAINT-FU-OLD-STATUS
               SET FU-ACTION-REOPENED TO TRUE
           ELSE
               SET FU-ACTION-UPDATED TO TRUE
           END-IF
           MOVE CMPMAINT-FU-OLD-STATUS   TO FU-OLD-STATUS
           MOVE CMPMAINT-FU-OLD-PRIORITY TO FU-OLD-PRIORITY
           MOVE CMPMAINT-PRIORITY        TO FU-NEW-PRIORITY
           MOVE CMPMAINT-FU-RESTORED-IND TO FU-RESTORED-IND
           MOVE WS-CURRENT-DATE          TO FU-DETECTED-DATE
           MOVE WS-CURRENT-TIME          TO FU-DETECTED-TIME
           MOVE WS-NORM-PARTNER-ID       TO FU-PARTNER-ID
           MOVE CASE-FOLLOWUP-REC TO FOLLOWUP-LOG-FILE-REC
           WRITE FOLLOWUP-LOG-FILE-REC
           ADD 1 TO WS-FOLLOWUP-COUNT.

       1850-CREATE-MASTER-CASE.
           MOVE 'INTAKE'  TO CMPMAINT-FUNCTION
           MOVE VEDIT-SEVERITY    TO CMPMAINT-SEVERITY
