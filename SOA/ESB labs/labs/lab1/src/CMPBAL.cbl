      * PROGRAM-ID:  CMPBAL                                          *
      * End-of-window batch balancing step, run as the last job of   *
      * the intake stream.  Reads the control-totals record the edit *
      * run wrote, physically recounts the good/reject/duplicate/    *
      * follow-up output files, counts the run's VALIDATED audit     *
      * events (the proxy for master case adds - one is logged per   *
      * case the intake created), proves the cross-foot READ = GOOD  *
      * + REJECT + DUPES + FOLLOW-UPS + CONTINUATIONS, prints a      *
      * balancing report, and ends with RETURN-CODE 8 on any         *
      * mismatch so the scheduler holds the downstream report        *
      * instead of publishing wrong numbers.                         *
      * The audit count takes only ESB-BATCH channel events dated    *
      * with the run date, since the audit trail accumulates across  *
      * runs and channels.                                           *
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLICATE-REVIEW-FILE ASSIGN TO "CMPDUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLLOWUP-LOG-FILE ASSIGN TO "CMPFUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "CMPBALO"
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-FILE-REC    PIC X(68).

       FD  COMPLAINT-GOOD-FILE.
       01  COMPLAINT-GOOD-REC         PIC X(350).
       FD  DUPLICATE-REVIEW-FILE.
       01  DUPLICATE-REVIEW-FILE-REC  PIC X(78).

       FD  FOLLOWUP-LOG-FILE.
       01  FOLLOWUP-LOG-FILE-REC      PIC X(66).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-FILE-REC       PIC X(127).

           05  WS-GOOD-FILE-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-REJECT-FILE-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-DUP-FILE-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-FOLLOWUP-FILE-COUNT PIC 9(9)    VALUE ZERO.
           05  WS-VALIDATED-COUNT     PIC 9(9)    VALUE ZERO.
       01  WS-CROSSFOOT-TOTAL         PIC 9(9)    VALUE ZERO.

                   PERFORM 0200-COUNT-GOOD-FILE
                   PERFORM 0300-COUNT-REJECT-FILE
                   PERFORM 0400-COUNT-DUPLICATE-FILE
                   PERFORM 0470-COUNT-FOLLOWUP-FILE
                   PERFORM 0500-COUNT-VALIDATED-EVENTS
                   PERFORM 0600-WRITE-BALANCE-REPORT
               END-IF
                   ADD 1 TO WS-DUP-FILE-COUNT
           END-READ.

       0470-COUNT-FOLLOWUP-FILE.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FOLLOWUP-LOG-FILE
           PERFORM 0480-COUNT-ONE-FOLLOWUP
               UNTIL WS-END-OF-FILE
           CLOSE FOLLOWUP-LOG-FILE.

       0480-COUNT-ONE-FOLLOWUP.
           READ FOLLOWUP-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-FOLLOWUP-FILE-COUNT
           END-READ.

       0500-COUNT-VALIDATED-EVENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-TRAIL-FILE

           COMPUTE WS-CROSSFOOT-TOTAL = CT-GOOD-COUNT
               + CT-REJECT-COUNT + CT-DUPLICATE-COUNT
               + CT-FOLLOWUP-COUNT + CT-CONTINUATION-COUNT
           MOVE 'READ = GOOD+REJ+DUP+FUP+CONT'
               TO WS-CHECK-LABEL
           MOVE CT-READ-COUNT      TO WS-CHECK-EXPECTED
           MOVE WS-CROSSFOOT-TOTAL TO WS-CHECK-ACTUAL
           MOVE WS-DUP-FILE-COUNT  TO WS-CHECK-ACTUAL
           PERFORM 0650-JUDGE-ONE-CHECK

           MOVE 'CMPFUPR RECORDS = FOLLOW-UPS'
               TO WS-CHECK-LABEL
           MOVE CT-FOLLOWUP-COUNT      TO WS-CHECK-EXPECTED
           MOVE WS-FOLLOWUP-FILE-COUNT TO WS-CHECK-ACTUAL
           PERFORM 0650-JUDGE-ONE-CHECK

           MOVE 'AUDIT VALIDATED = GOOD COUNT'
               TO WS-CHECK-LABEL
           MOVE CT-GOOD-COUNT      TO WS-CHECK-EXPECTED
