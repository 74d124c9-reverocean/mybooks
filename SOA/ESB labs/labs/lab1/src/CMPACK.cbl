      * on that night gets exactly one acknowledgement record back    *
      * to the submitting ESB partner: ACCEPTED for records that      *
      * made CMPGOOD, REJECTED (with the CR-REASON-CODE/TEXT off the  *
      * reject record) for records on CMPREJ, DUPLICATE (with the     *
      * DR-MATCH-TYPE off the duplicate-review record) for records    *
      * flagged to CMPDUPR, and FOLLOWUP for follow-up contacts the   *
      * edit run applied to a case already on file (CMPFUPR) -        *
      * closing the loop that today leaves partners resubmitting the  *
      * same broken layout for weeks because nobody tells them it     *
      * bounced.  Each ack is                                         *
      * routed onto the submitting partner's own output file by the   *
      * partner ID stamped at intake (see PARTNER_TABLE.cpy); the     *
      * original combined CMPACKO carries only the legacy no-partner  *
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLICATE-REVIEW-FILE ASSIGN TO "CMPDUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLLOWUP-LOG-FILE ASSIGN TO "CMPFUPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RT-ACK-QUEUE-FILE ASSIGN TO "CMPACKRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-ACK-FILE-STATUS.
       FD  DUPLICATE-REVIEW-FILE.
       01  DUPLICATE-REVIEW-FILE-REC  PIC X(78).

       FD  FOLLOWUP-LOG-FILE.
       01  FOLLOWUP-LOG-FILE-REC      PIC X(66).

       FD  RT-ACK-QUEUE-FILE.
       01  RT-ACK-QUEUE-REC           PIC X(92).

           88  WS-REJECT-EOF                      VALUE 'Y'.
       01  WS-DUP-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  WS-DUP-EOF                         VALUE 'Y'.
       01  WS-FOLLOWUP-EOF-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-FOLLOWUP-EOF                    VALUE 'Y'.
       01  WS-RT-ACK-EOF-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-RT-ACK-EOF                      VALUE 'Y'.
       01  WS-RT-ACK-FILE-STATUS      PIC X(2)    VALUE '00'.
           05  WS-ACCEPTED-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-DUPLICATE-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-FOLLOWUP-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-RT-ACK-COUNT        PIC 9(9)    VALUE ZERO.

      *    Chain run-control interface - see CMPRUNC.
       COPY COMPLAINT_NORM.
       COPY COMPLAINT_REJECT.
       COPY DUPLICATE_REVIEW.
       COPY CASE_FOLLOWUP.
       COPY COMPLAINT_ACK.

      *    Partner reference table - CA-PARTNER-ID is looked up here
                   UNTIL WS-REJECT-EOF
               PERFORM 0400-ACK-DUPLICATE-RECORDS
                   UNTIL WS-DUP-EOF
               PERFORM 0450-ACK-FOLLOWUP-RECORDS
                   UNTIL WS-FOLLOWUP-EOF
               PERFORM 0500-MERGE-RT-ACKS
               PERFORM 0900-TERMINATE
           END-IF
           OPEN INPUT COMPLAINT-GOOD-FILE
           OPEN INPUT COMPLAINT-REJECT-FILE
           OPEN INPUT DUPLICATE-REVIEW-FILE
           OPEN INPUT FOLLOWUP-LOG-FILE
           OPEN OUTPUT ACK-OUT-FILE
           OPEN OUTPUT ACK-OUT-P1-FILE
           OPEN OUTPUT ACK-OUT-P2-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 0150-READ-NEXT-GOOD
           PERFORM 0160-READ-NEXT-REJECT
           PERFORM 0170-READ-NEXT-DUP
           PERFORM 0180-READ-NEXT-FOLLOWUP.

       0150-READ-NEXT-GOOD.
           READ COMPLAINT-GOOD-FILE INTO WS-COMPLAINT-NORM
                   SET WS-DUP-EOF TO TRUE
           END-READ.

       0180-READ-NEXT-FOLLOWUP.
           READ FOLLOWUP-LOG-FILE INTO CASE-FOLLOWUP-REC
               AT END
                   SET WS-FOLLOWUP-EOF TO TRUE
           END-READ.

       0200-ACK-GOOD-RECORDS.
           PERFORM 1100-BUILD-COMMON-ACK
           MOVE WS-NORM-C-REF TO CA-C-REF
           ADD 1 TO WS-DUPLICATE-COUNT
           PERFORM 0170-READ-NEXT-DUP.

      *    The reason text tells the partner what the customer's
      *    contact did to the case.
       0450-ACK-FOLLOWUP-RECORDS.
           PERFORM 1100-BUILD-COMMON-ACK
           MOVE FU-C-REF       TO CA-C-REF
           SET CA-DISP-FOLLOWUP TO TRUE
           EVALUATE TRUE
               WHEN FU-ACTION-REOPENED AND FU-CASE-RESTORED
                   MOVE 'CONTACT ADDED - ARCHIVED CASE REOPENED'
                       TO CA-REASON-TEXT
               WHEN FU-ACTION-REOPENED
                   MOVE 'CONTACT ADDED - CASE REOPENED'
                       TO CA-REASON-TEXT
               WHEN FU-NEW-PRIORITY NOT = FU-OLD-PRIORITY
                   MOVE 'CONTACT ADDED - PRIORITY RAISED'
                       TO CA-REASON-TEXT
               WHEN OTHER
                   MOVE 'CONTACT ADDED TO CASE' TO CA-REASON-TEXT
           END-EVALUATE
           MOVE FU-PARTNER-ID  TO CA-PARTNER-ID
           PERFORM 1900-WRITE-ACK
           ADD 1 TO WS-FOLLOWUP-COUNT
           PERFORM 0180-READ-NEXT-FOLLOWUP.

      *    Acknowledgements the near-real-time path already built and
      *    queued - passed through with the stamps they were decided
      *    under.  The queue itself is never touched for output (the
           CLOSE COMPLAINT-GOOD-FILE
           CLOSE COMPLAINT-REJECT-FILE
           CLOSE DUPLICATE-REVIEW-FILE
           CLOSE FOLLOWUP-LOG-FILE
           CLOSE ACK-OUT-FILE
           CLOSE ACK-OUT-P1-FILE
           CLOSE ACK-OUT-P2-FILE
           DISPLAY 'CMPACK ACCEPTED  = ' WS-ACCEPTED-COUNT
           DISPLAY 'CMPACK REJECTED  = ' WS-REJECTED-COUNT
           DISPLAY 'CMPACK DUPLICATE = ' WS-DUPLICATE-COUNT
           DISPLAY 'CMPACK FOLLOWUP  = ' WS-FOLLOWUP-COUNT
           DISPLAY 'CMPACK RT-PASSED = ' WS-RT-ACK-COUNT.

      *    Tell the chain control this step ended normally, with its
