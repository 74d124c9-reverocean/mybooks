      *=============================================================*
      * PROGRAM-ID:  CMPPAYX                                         *
      * Nightly compensation payment extract.  Sweeps the active     *
      * COMPLAINT-MASTER file and the CMPARCF closed-case archive    *
      * (the CMPRESR arrangement - a case can be archived before its *
      * payment goes out) for CLOSED cases carrying a non-zero       *
      * compensation amount, and keeps one payment row per case on   *
      * the keyed payment file CMPPAYF (see PAYMENT.cpy):            *
      *   - a newly closed case with no payment row yet is raised:   *
      *     at or under its C-TYPE's PAYLIMIT reference row it goes  *
      *     straight onto the CMPPAYO payment request file approved  *
      *     by AUTO; over the limit (or with no limit row at all) it *
      *     is HELD for a supervisor to approve on CMPPAYA;          *
      *   - a payment a supervisor has APPROVED since the last run   *
      *     is released onto the request file the same way;          *
      *   - a case a follow-up reopened and closed again with a      *
      *     different amount goes back to HELD at the new amount if  *
      *     nothing was sent yet, and is listed RE-CLOSED - AMOUNT   *
      *     CHANGED for finance if the old amount already went out.  *
      * Every status change is audit-logged through CMPAUDIT under   *
      * the PAY-RUN channel, and the CMPPAYL listing shows what went *
      * out tonight and what is waiting on a supervisor.             *
      *                                                              *
      * "Newly closed" is a close on or after the optional CMPPAYP   *
      * parm date - a week back when there is no parm - so the first *
      * run does not raise a payment for every case ever closed,     *
      * while a few missed nights still catch up on their own (a     *
      * re-close is "new" by the same test).  A case erased since it *
      * closed has no payee left to pay and is counted rather than   *
      * sent.                                                        *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPAYX.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PARM-FILE ASSIGN TO "CMPPAYP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
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
           SELECT PAYMENT-FILE ASSIGN TO "CMPPAYF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-C-REF
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT PAYMENT-REQUEST-FILE ASSIGN TO "CMPPAYO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-LIST-FILE ASSIGN TO "CMPPAYL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PARM-FILE.
       01  PAY-PARM-REC.
           05  PP-CLOSED-FROM-DATE    PIC 9(8).

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

       FD  PAYMENT-FILE.
       COPY PAYMENT.

       FD  PAYMENT-REQUEST-FILE.
       COPY PAYMENT_REQUEST.

       FD  PAYMENT-LIST-FILE.
       01  LIST-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-LIMIT-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-LIMIT-FOUND                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-CLOSED-FROM-DATE        PIC 9(8).
       01  WS-DEFAULT-LOOKBACK-DAYS   PIC 9(3)    VALUE 7.
       01  WS-CASE-SOURCE             PIC X(7).
       01  WS-OLD-PAY-STATUS          PIC X(9).

      *    The marker CMPERAS overwrites personal fields with - see
      *    its WS-ERASED-MARKER.
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.

       COPY COMPLAINT_MASTER.
      *    Per-C-TYPE approval limits, loaded from the reference file
      *    at initialization - see CMPRTBL.
       COPY PAYMENT_LIMIT_TABLE.
       COPY CMPRTBL_PARMS.

       01  WS-EDIT-COMP-AMT           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-LIMIT-AMT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-OLD-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.
       01  WS-EDIT-TOTAL-AMT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTS.
           05  WS-MASTER-READ-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-ARCHIVE-READ-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-REQUESTED-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-RELEASED-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-ERASED-SKIP-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-RECLOSE-HELD-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-RECLOSE-SENT-COUNT  PIC 9(9)    VALUE ZERO.
       01  WS-REQUESTED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-HELD-TOTAL              PIC 9(11)V99 VALUE ZERO.

       COPY AUDIT_PARMS.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-SWEEP-MASTER
           PERFORM 0300-SWEEP-ARCHIVE
           PERFORM 0900-TERMINATE
           GOBACK.

      *    No payment file yet (status 35) is the first run - create
      *    it empty and carry on, the CMPREFU arrangement.
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 0110-SET-CLOSED-FROM-DATE
           MOVE 'PAYLIMIT' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-PAYLIM-TABLE
                                 RTBL-RC
           END-CALL
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN I-O PAYMENT-FILE
           END-IF
           OPEN OUTPUT PAYMENT-REQUEST-FILE
           OPEN OUTPUT PAYMENT-LIST-FILE
           PERFORM 0130-WRITE-LIST-HEADING.

       0110-SET-CLOSED-FROM-DATE.
           COMPUTE WS-CLOSED-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
                - WS-DEFAULT-LOOKBACK-DAYS)
           OPEN INPUT PAY-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PAY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-CLOSED-FROM-DATE NUMERIC AND
                          PP-CLOSED-FROM-DATE > ZERO
                           MOVE PP-CLOSED-FROM-DATE
                               TO WS-CLOSED-FROM-DATE
                       END-IF
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF.

       0130-WRITE-LIST-HEADING.
           MOVE SPACES TO LIST-LINE
           STRING 'COMPENSATION PAYMENT EXTRACT - RUN DATE '
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING 'NEW CLOSES FROM ' WS-CLOSED-FROM-DATE
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           STRING '  C-REF      C-TYPE     STATUS          AMOUNT'
               '         LIMIT  SOURCE'
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE.

       0200-SWEEP-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'MASTER' TO WS-CASE-SOURCE
           OPEN INPUT COMPLAINT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 0250-READ-ONE-MASTER
                   UNTIL WS-END-OF-FILE
               CLOSE COMPLAINT-MASTER-FILE
           END-IF.

       0250-READ-ONE-MASTER.
           READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   PERFORM 1000-CHECK-ONE-CASE
           END-READ.

      *    No archive file at all just means the archival batch has
      *    never run - every close is still on the master.
       0300-SWEEP-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'ARCHIVE' TO WS-CASE-SOURCE
           OPEN INPUT CASE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               PERFORM 0350-READ-ONE-ARCHIVE
                   UNTIL WS-END-OF-FILE
               CLOSE CASE-ARCHIVE-FILE
           END-IF.

       0350-READ-ONE-ARCHIVE.
           READ CASE-ARCHIVE-FILE INTO COMPLAINT-MASTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
                   PERFORM 1000-CHECK-ONE-CASE
           END-READ.

      *    Only a closed case with money owed is of interest; the
      *    payment row then says whether it is new, waiting on a
      *    supervisor, released tonight, or long since dealt with.
      *    A close later than the one the row was raised for is a
      *    follow-up reopen closed again - only a changed amount
      *    matters then.
       1000-CHECK-ONE-CASE.
           IF CM-STATUS-CLOSED AND CM-COMPENSATION-AMT > ZERO
               MOVE CM-C-REF TO PY-C-REF
               READ PAYMENT-FILE
                   INVALID KEY
                       IF CM-CLOSE-DATE >= WS-CLOSED-FROM-DATE
                           PERFORM 2000-RAISE-PAYMENT
                       END-IF
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CM-CLOSE-DATE > PY-CLOSE-DATE AND
                                CM-CLOSE-DATE >= WS-CLOSED-FROM-DATE
                                AND CM-COMPENSATION-AMT NOT =
                                    PY-REQUESTED-AMT
                               PERFORM 2500-APPLY-RECLOSE
                           WHEN PY-STATUS-APPROVED
                               PERFORM 3000-RELEASE-APPROVED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       2000-RAISE-PAYMENT.
           IF CM-N-FIRST = WS-ERASED-MARKER OR
              CM-N-LAST = WS-ERASED-MARKER
               ADD 1 TO WS-ERASED-SKIP-COUNT
           ELSE
               MOVE SPACES              TO PAYMENT-REC
               MOVE CM-C-REF            TO PY-C-REF
               MOVE CM-C-TYPE           TO PY-C-TYPE
               MOVE CM-RESOLUTION-CODE  TO PY-RESOLUTION-CODE
               MOVE CM-CLOSE-DATE       TO PY-CLOSE-DATE
               MOVE CM-COMPENSATION-AMT TO PY-REQUESTED-AMT
               MOVE WS-CURRENT-DATE     TO PY-RAISED-DATE
               MOVE ZERO                TO PY-APPROVED-DATE
               MOVE ZERO                TO PY-REQUESTED-DATE
               MOVE ZERO                TO PY-PAID-AMT
               MOVE ZERO                TO PY-PAID-DATE
               MOVE ZERO                TO PY-PAID-COUNT
               PERFORM 2100-FIND-LIMIT
               MOVE SPACES              TO WS-OLD-PAY-STATUS
               IF WS-LIMIT-FOUND AND
                  CM-COMPENSATION-AMT <= PY-LIMIT-AMT
                   MOVE 'AUTO'          TO PY-APPROVED-BY
                   MOVE WS-CURRENT-DATE TO PY-APPROVED-DATE
                   PERFORM 3100-WRITE-PAYMENT-REQUEST
                   WRITE PAYMENT-REC
                   ADD 1 TO WS-REQUESTED-COUNT
               ELSE
                   SET PY-STATUS-HELD TO TRUE
                   WRITE PAYMENT-REC
                   ADD 1 TO WS-HELD-COUNT
                   ADD PY-REQUESTED-AMT TO WS-HELD-TOTAL
               END-IF
               PERFORM 4000-WRITE-LIST-LINE
               PERFORM 5000-LOG-PAY-STATUS-AUDIT
           END-IF.

      *    Re-closed at a different amount.  Nothing sent yet (HELD,
      *    APPROVED or DECLINED) - whatever a supervisor decided was
      *    for the old amount, so the row goes back to HELD at the
      *    new one, under the new close, however the limit reads.
      *    Already REQUESTED or PAID - the row stays as the record of
      *    what went out, and the change is listed for finance to
      *    settle by hand, for as long as the close counts as new.
      *    An erased case has no payee either way.
       2500-APPLY-RECLOSE.
           EVALUATE TRUE
               WHEN CM-N-FIRST = WS-ERASED-MARKER OR
                    CM-N-LAST = WS-ERASED-MARKER
                   ADD 1 TO WS-ERASED-SKIP-COUNT
               WHEN PY-STATUS-REQUESTED OR PY-STATUS-PAID
                   ADD 1 TO WS-RECLOSE-SENT-COUNT
                   PERFORM 4100-WRITE-RECLOSE-LINE
               WHEN OTHER
                   MOVE PY-PAY-STATUS       TO WS-OLD-PAY-STATUS
                   MOVE CM-RESOLUTION-CODE  TO PY-RESOLUTION-CODE
                   MOVE CM-CLOSE-DATE       TO PY-CLOSE-DATE
                   MOVE CM-COMPENSATION-AMT TO PY-REQUESTED-AMT
                   MOVE WS-CURRENT-DATE     TO PY-RAISED-DATE
                   MOVE SPACES              TO PY-APPROVED-BY
                   MOVE ZERO                TO PY-APPROVED-DATE
                   PERFORM 2100-FIND-LIMIT
                   SET PY-STATUS-HELD TO TRUE
                   REWRITE PAYMENT-REC
                   ADD 1 TO WS-RECLOSE-HELD-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   ADD PY-REQUESTED-AMT TO WS-HELD-TOTAL
                   PERFORM 4000-WRITE-LIST-LINE
                   PERFORM 5000-LOG-PAY-STATUS-AUDIT
           END-EVALUATE.

      *    A limit row whose amount is not numeric (a mistyped CMPMNT
      *    entry) is treated as no limit - the payment is held, not
      *    waived through.
       2100-FIND-LIMIT.
           MOVE 'N' TO WS-LIMIT-FOUND-SWITCH
           MOVE ZERO TO PY-LIMIT-AMT
           IF WS-PAYLIM-COUNT > ZERO
               SET WS-PAYLIM-IDX TO 1
               SEARCH WS-PAYLIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAYLIM-C-TYPE (WS-PAYLIM-IDX) = CM-C-TYPE
                       IF WS-PAYLIM-AMT (WS-PAYLIM-IDX) NUMERIC
                           SET WS-LIMIT-FOUND TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF WS-LIMIT-FOUND
               MOVE WS-PAYLIM-AMT (WS-PAYLIM-IDX) TO PY-LIMIT-AMT
           END-IF.

      *    Approved on CMPPAYA since the last run - the case may have
      *    been erased in between, in which case it stays APPROVED
      *    and is counted, so the reconciliation keeps showing it.
       3000-RELEASE-APPROVED.
           IF CM-N-FIRST = WS-ERASED-MARKER OR
              CM-N-LAST = WS-ERASED-MARKER
               ADD 1 TO WS-ERASED-SKIP-COUNT
           ELSE
               MOVE PY-PAY-STATUS TO WS-OLD-PAY-STATUS
               PERFORM 3100-WRITE-PAYMENT-REQUEST
               REWRITE PAYMENT-REC
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM 4000-WRITE-LIST-LINE
               PERFORM 5000-LOG-PAY-STATUS-AUDIT
           END-IF.

       3100-WRITE-PAYMENT-REQUEST.
           MOVE SPACES              TO PAYMENT-REQUEST-REC
           MOVE CM-C-REF            TO PR-C-REF
           STRING FUNCTION TRIM (CM-N-FIRST) ' '
                  FUNCTION TRIM (CM-N-LAST)
               DELIMITED BY SIZE INTO PR-PAYEE-NAME
           MOVE CM-A-LINE (1)       TO PR-A-LINE (1)
           MOVE CM-A-LINE (2)       TO PR-A-LINE (2)
           MOVE CM-A-LINE (3)       TO PR-A-LINE (3)
           MOVE CM-A-LINE (4)       TO PR-A-LINE (4)
           MOVE CM-TOWN             TO PR-TOWN
           MOVE CM-ZIP              TO PR-ZIP
           MOVE CM-COUNTRY          TO PR-COUNTRY
           MOVE PY-REQUESTED-AMT    TO PR-AMOUNT
           MOVE PY-RESOLUTION-CODE  TO PR-RESOLUTION-CODE
           MOVE PY-C-TYPE           TO PR-C-TYPE
           MOVE WS-CURRENT-DATE     TO PR-REQUEST-DATE
           MOVE PY-APPROVED-BY      TO PR-APPROVED-BY
           WRITE PAYMENT-REQUEST-REC
           SET PY-STATUS-REQUESTED  TO TRUE
           MOVE WS-CURRENT-DATE     TO PY-REQUESTED-DATE
           ADD PY-REQUESTED-AMT     TO WS-REQUESTED-TOTAL.

       4000-WRITE-LIST-LINE.
           MOVE SPACES TO LIST-LINE
           MOVE PY-REQUESTED-AMT TO WS-EDIT-COMP-AMT
           MOVE PY-LIMIT-AMT     TO WS-EDIT-LIMIT-AMT
           STRING '  ' PY-C-REF ' ' PY-C-TYPE ' ' PY-PAY-STATUS ' '
               WS-EDIT-COMP-AMT ' ' WS-EDIT-LIMIT-AMT '  '
               WS-CASE-SOURCE
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE.

      *    Old amount (what went out) and the new close's amount.
       4100-WRITE-RECLOSE-LINE.
           MOVE SPACES TO LIST-LINE
           MOVE PY-REQUESTED-AMT    TO WS-EDIT-OLD-AMT
           MOVE CM-COMPENSATION-AMT TO WS-EDIT-COMP-AMT
           STRING '  ' PY-C-REF ' ' PY-C-TYPE
               ' RE-CLOSED - AMOUNT CHANGED ' WS-EDIT-OLD-AMT
               ' ' WS-EDIT-COMP-AMT
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE.

       5000-LOG-PAY-STATUS-AUDIT.
           MOVE PY-C-REF          TO AT-C-REF
           MOVE 'UPDATED'         TO AT-EVENT-TYPE
           MOVE 'PAY-RUN'         TO AT-CHANNEL
           MOVE PY-APPROVED-BY    TO AT-USER-ID
           MOVE 'PAY-STATUS'      TO AT-FIELD-CHANGED
           MOVE WS-OLD-PAY-STATUS TO AT-OLD-VALUE
           MOVE PY-PAY-STATUS     TO AT-NEW-VALUE
           MOVE 'LOG'             TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       0900-TERMINATE.
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-REQUESTED-COUNT TO WS-EDIT-NUMBER
           STRING 'NEW PAYMENTS REQUESTED (AUTO):    ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-RELEASED-COUNT TO WS-EDIT-NUMBER
           STRING 'APPROVED PAYMENTS RELEASED:       ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-REQUESTED-TOTAL TO WS-EDIT-TOTAL-AMT
           STRING 'TOTAL REQUESTED TONIGHT:   ' WS-EDIT-TOTAL-AMT
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-NUMBER
           MOVE WS-HELD-TOTAL TO WS-EDIT-TOTAL-AMT
           STRING 'NEWLY HELD FOR APPROVAL:          ' WS-EDIT-NUMBER
               '  ' WS-EDIT-TOTAL-AMT
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-RECLOSE-HELD-COUNT TO WS-EDIT-NUMBER
           STRING '  OF WHICH RE-CLOSED, RE-HELD:    ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-RECLOSE-SENT-COUNT TO WS-EDIT-NUMBER
           STRING 'RE-CLOSED - AMOUNT CHANGED, SENT: ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           MOVE SPACES TO LIST-LINE
           MOVE WS-ERASED-SKIP-COUNT TO WS-EDIT-NUMBER
           STRING 'ERASED - NO PAYEE, NOT SENT:      ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE
           CLOSE PAYMENT-FILE
           CLOSE PAYMENT-REQUEST-FILE
           CLOSE PAYMENT-LIST-FILE
           MOVE 'TERM' TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           DISPLAY 'CMPPAYX MASTER READ  = ' WS-MASTER-READ-COUNT
           DISPLAY 'CMPPAYX ARCHIVE READ = ' WS-ARCHIVE-READ-COUNT
           DISPLAY 'CMPPAYX REQUESTED    = ' WS-REQUESTED-COUNT
           DISPLAY 'CMPPAYX RELEASED     = ' WS-RELEASED-COUNT
           DISPLAY 'CMPPAYX HELD         = ' WS-HELD-COUNT
           DISPLAY 'CMPPAYX RECLOSE HELD = ' WS-RECLOSE-HELD-COUNT
           DISPLAY 'CMPPAYX RECLOSE SENT = ' WS-RECLOSE-SENT-COUNT
           DISPLAY 'CMPPAYX ERASED SKIP  = ' WS-ERASED-SKIP-COUNT.
