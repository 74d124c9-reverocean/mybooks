      *=============================================================*
      * PROGRAM-ID:  CMPPAYR                                         *
      * Compensation payment reconciliation, run after the payments  *
      * system's confirmation file CMPPAYC arrives.  Each            *
      * confirmation is matched to its payment row on CMPPAYF by     *
      * C-REF and the row marked PAID with the amount, date and      *
      * payment reference actually paid, audit-logged through        *
      * CMPAUDIT under the PAY-RUN channel.  The CMPPAYE report then *
      * lists what needs a person to look at it:                     *
      *   - PAID TWICE       a confirmation for a case already paid  *
      *   - AMOUNT DIFFERS   paid a different amount than requested  *
      *   - NOT REQUESTED    paid for a case we never sent (held,    *
      *                      declined or still awaiting release)     *
      *   - NO PAYMENT ROW   a C-REF we have no payment for at all   *
      *   - APPROVED UNPAID  every payment approved or requested     *
      *                      with no confirmation yet, and how many  *
      *                      days it has been waiting                *
      * with the count still HELD for a supervisor at the foot.  No  *
      * confirmation file is a night the payments system sent        *
      * nothing - the unpaid list still prints.                      *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPAYR.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-CONFIRM-FILE ASSIGN TO "CMPPAYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "CMPPAYF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-C-REF
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "CMPPAYE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-CONFIRM-FILE.
       COPY PAYMENT_CONFIRM.

       FD  PAYMENT-FILE.
       COPY PAYMENT.

       FD  RECON-REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONFIRM-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-PAYMENT-FILE-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-PAYMENT-FILE-OPEN               VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-OLD-PAY-STATUS          PIC X(9).
       01  WS-EXCEPTION-LABEL         PIC X(15).
       01  WS-WAIT-FROM-DATE          PIC 9(8).
       01  WS-DAYS-WAITING            PIC 9(5).

       01  WS-EDIT-REQ-AMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PAID-AMT           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS               PIC ZZZZ9.
       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.
       01  WS-EDIT-TOTAL-AMT          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-COUNTS.
           05  WS-CONFIRM-READ-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-MATCHED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-PAID-TWICE-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-AMOUNT-DIFF-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-NOT-REQUESTED-COUNT PIC 9(9)    VALUE ZERO.
           05  WS-NO-ROW-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-UNPAID-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(9)    VALUE ZERO.
       01  WS-UNPAID-TOTAL            PIC 9(11)V99 VALUE ZERO.

       COPY AUDIT_PARMS.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-PAYMENT-FILE-OPEN
               PERFORM 0200-APPLY-CONFIRMATIONS
               PERFORM 0500-LIST-UNPAID
           END-IF
           PERFORM 0900-TERMINATE
           GOBACK.

      *    No payment file (status 35) means the extract has never
      *    raised a payment - nothing to reconcile, and the report
      *    says so rather than the run failing.
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'COMPENSATION PAYMENT RECONCILIATION - RUN DATE '
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN I-O PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = '00'
               SET WS-PAYMENT-FILE-OPEN TO TRUE
           ELSE
               MOVE 'NO PAYMENT FILE - NOTHING TO RECONCILE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0200-APPLY-CONFIRMATIONS.
           MOVE 'CONFIRMATION EXCEPTIONS' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  EXCEPTION       C-REF      STATUS      REQUESTED'
               '          PAID  PAYMENT-REF'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PAYMENT-CONFIRM-FILE
           IF WS-CONFIRM-FILE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
               MOVE '  NO CONFIRMATION FILE RECEIVED' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 0250-READ-ONE-CONFIRMATION
                   UNTIL WS-END-OF-FILE
               CLOSE PAYMENT-CONFIRM-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       0250-READ-ONE-CONFIRMATION.
           READ PAYMENT-CONFIRM-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONFIRM-READ-COUNT
                   PERFORM 1000-MATCH-CONFIRMATION
           END-READ.

       1000-MATCH-CONFIRMATION.
           MOVE PC-C-REF TO PY-C-REF
           READ PAYMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-ROW-COUNT
                   MOVE 'NO PAYMENT ROW' TO WS-EXCEPTION-LABEL
                   MOVE SPACES TO WS-OLD-PAY-STATUS
                   MOVE ZERO   TO PY-REQUESTED-AMT
                   PERFORM 1900-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   PERFORM 1100-RECORD-PAYMENT
           END-READ.

      *    A second confirmation keeps the first payment's details
      *    on the row and only bumps the count - the first payment
      *    is the one that should have happened.
       1100-RECORD-PAYMENT.
           MOVE PY-PAY-STATUS TO WS-OLD-PAY-STATUS
           IF PY-PAID-COUNT > ZERO
               ADD 1 TO PY-PAID-COUNT
               REWRITE PAYMENT-REC
               ADD 1 TO WS-PAID-TWICE-COUNT
               MOVE 'PAID TWICE' TO WS-EXCEPTION-LABEL
               PERFORM 1900-WRITE-EXCEPTION-LINE
               MOVE 'PAY-COUNT'   TO AT-FIELD-CHANGED
               MOVE 'PAID'        TO AT-OLD-VALUE
               MOVE 'PAID TWICE'  TO AT-NEW-VALUE
               PERFORM 5000-LOG-PAYMENT-AUDIT
           ELSE
               IF NOT PY-STATUS-REQUESTED
                   ADD 1 TO WS-NOT-REQUESTED-COUNT
                   MOVE 'NOT REQUESTED' TO WS-EXCEPTION-LABEL
                   PERFORM 1900-WRITE-EXCEPTION-LINE
               END-IF
               SET PY-STATUS-PAID    TO TRUE
               MOVE PC-PAID-AMT      TO PY-PAID-AMT
               MOVE PC-PAID-DATE     TO PY-PAID-DATE
               MOVE PC-PAYMENT-REF   TO PY-PAYMENT-REF
               MOVE 1                TO PY-PAID-COUNT
               REWRITE PAYMENT-REC
               ADD 1 TO WS-MATCHED-COUNT
               IF PC-PAID-AMT NOT = PY-REQUESTED-AMT
                   ADD 1 TO WS-AMOUNT-DIFF-COUNT
                   MOVE 'AMOUNT DIFFERS' TO WS-EXCEPTION-LABEL
                   PERFORM 1900-WRITE-EXCEPTION-LINE
               END-IF
               MOVE 'PAY-STATUS'      TO AT-FIELD-CHANGED
               MOVE WS-OLD-PAY-STATUS TO AT-OLD-VALUE
               MOVE PY-PAY-STATUS     TO AT-NEW-VALUE
               PERFORM 5000-LOG-PAYMENT-AUDIT
           END-IF.

       1900-WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE PY-REQUESTED-AMT TO WS-EDIT-REQ-AMT
           MOVE PC-PAID-AMT      TO WS-EDIT-PAID-AMT
           STRING '  ' WS-EXCEPTION-LABEL ' ' PC-C-REF ' '
               WS-OLD-PAY-STATUS ' ' WS-EDIT-REQ-AMT ' '
               WS-EDIT-PAID-AMT '  ' PC-PAYMENT-REF
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The random reads above leave the file position undefined
      *    for a sequential pass - reopen so the sweep starts from
      *    the first row, the CMPREFU arrangement.
       0500-LIST-UNPAID.
           CLOSE PAYMENT-FILE
           OPEN INPUT PAYMENT-FILE
           MOVE 'APPROVED BUT UNPAID' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  C-REF      STATUS      C-TYPE        REQUESTED'
               '  APPROVED BY  DAYS'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 0550-READ-ONE-PAYMENT
               UNTIL WS-END-OF-FILE.

       0550-READ-ONE-PAYMENT.
           READ PAYMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PY-STATUS-APPROVED
                       WHEN PY-STATUS-REQUESTED
                           PERFORM 2000-WRITE-UNPAID-LINE
                       WHEN PY-STATUS-HELD
                           ADD 1 TO WS-HELD-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    Days waiting run from the approval - AUTO approvals are
      *    stamped the night they were raised, so both kinds count
      *    from the same point.
       2000-WRITE-UNPAID-LINE.
           ADD 1 TO WS-UNPAID-COUNT
           ADD PY-REQUESTED-AMT TO WS-UNPAID-TOTAL
           MOVE PY-APPROVED-DATE TO WS-WAIT-FROM-DATE
           IF WS-WAIT-FROM-DATE = ZERO
               MOVE PY-RAISED-DATE TO WS-WAIT-FROM-DATE
           END-IF
           MOVE ZERO TO WS-DAYS-WAITING
           IF WS-WAIT-FROM-DATE > ZERO AND
              WS-WAIT-FROM-DATE < WS-CURRENT-DATE
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) -
                   FUNCTION INTEGER-OF-DATE (WS-WAIT-FROM-DATE)
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE PY-REQUESTED-AMT TO WS-EDIT-REQ-AMT
           MOVE WS-DAYS-WAITING  TO WS-EDIT-DAYS
           STRING '  ' PY-C-REF ' ' PY-PAY-STATUS '   ' PY-C-TYPE ' '
               WS-EDIT-REQ-AMT '  ' PY-APPROVED-BY '  ' WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-LOG-PAYMENT-AUDIT.
           MOVE PY-C-REF          TO AT-C-REF
           MOVE 'UPDATED'         TO AT-EVENT-TYPE
           MOVE 'PAY-RUN'         TO AT-CHANNEL
           MOVE SPACES            TO AT-USER-ID
           MOVE 'LOG'             TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       0900-TERMINATE.
           IF WS-PAYMENT-FILE-OPEN
               CLOSE PAYMENT-FILE
               PERFORM 0950-WRITE-SUMMARY
           END-IF
           CLOSE RECON-REPORT-FILE
           MOVE 'TERM' TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           DISPLAY 'CMPPAYR CONFIRMATIONS = ' WS-CONFIRM-READ-COUNT
           DISPLAY 'CMPPAYR MATCHED       = ' WS-MATCHED-COUNT
           DISPLAY 'CMPPAYR PAID TWICE    = ' WS-PAID-TWICE-COUNT
           DISPLAY 'CMPPAYR AMOUNT DIFFER = ' WS-AMOUNT-DIFF-COUNT
           DISPLAY 'CMPPAYR NOT REQUESTED = ' WS-NOT-REQUESTED-COUNT
           DISPLAY 'CMPPAYR NO PAYMENT ROW= ' WS-NO-ROW-COUNT
           DISPLAY 'CMPPAYR UNPAID        = ' WS-UNPAID-COUNT.

       0950-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CONFIRM-READ-COUNT TO WS-EDIT-NUMBER
           STRING 'CONFIRMATIONS RECEIVED:      ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MATCHED-COUNT TO WS-EDIT-NUMBER
           STRING 'PAYMENTS MARKED PAID:        ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PAID-TWICE-COUNT TO WS-EDIT-NUMBER
           STRING 'PAID TWICE:                  ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AMOUNT-DIFF-COUNT TO WS-EDIT-NUMBER
           STRING 'PAID AMOUNT DIFFERS:         ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NOT-REQUESTED-COUNT TO WS-EDIT-NUMBER
           STRING 'PAID BUT NEVER REQUESTED:    ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-ROW-COUNT TO WS-EDIT-NUMBER
           STRING 'NO PAYMENT ROW ON FILE:      ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UNPAID-COUNT TO WS-EDIT-NUMBER
           MOVE WS-UNPAID-TOTAL TO WS-EDIT-TOTAL-AMT
           STRING 'APPROVED BUT UNPAID:         ' WS-EDIT-NUMBER
               '  ' WS-EDIT-TOTAL-AMT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-NUMBER
           STRING 'HELD FOR SUPERVISOR APPROVAL:' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
