      *=============================================================*
      * PROGRAM-ID:  CMPPAYA                                         *
      * Pseudo-conversational CICS transaction (TRANSID CMPY) for    *
      * supervisors to approve or decline a compensation payment the *
      * nightly payment extract CMPPAYX HELD because it was over its *
      * C-TYPE's approval limit (the PAYLIMIT reference rows).       *
      * SHOW displays the payment row off the keyed payment file     *
      * CMPPAYF; APPROVE marks a HELD payment APPROVED, and the next *
      * extract run sends it to the payments system; DECLINE marks   *
      * it DECLINED and it is never sent.  Only a HELD payment can   *
      * be approved or declined - one already sent or paid is past   *
      * the point where a supervisor's say changes anything.         *
      *                                                              *
      * Authorization is the CMPMNT arrangement: the caller's user   *
      * ID must be on the SUPVUSER rows of the reference master      *
      * CMPREFM, with the same bootstrap window while no SUPVUSER    *
      * row exists yet.                                              *
      *                                                              *
      * Every decision is audit-logged through CMPAUDIT under the    *
      * SUPV-PAYMT channel, keyed by the case's C-REF, so the case   *
      * history shows who let the money go and when.                 *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPAYA.
       AUTHOR. MYBOOKS-SOA-TEAM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.

      *    Pseudo-conversational state carried via the CICS COMMAREA
      *    - same two-layer arrangement as CMPCSR and CMPMNT.
       01  WS-PAY-COMMAREA.
           05 PAY-STATE             PIC X(1).
              88  PAY-STATE-PAYMENT-ON-SCREEN   VALUE 'F'.
           05 PAY-C-REF             PIC X(10).

       COPY CMPPAYM.

       01  WS-RESP                    PIC S9(8) COMP.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-SAVED-MSG               PIC X(60)  VALUE SPACES.
       01  WS-AUTHORIZED-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-AUTHORIZED                     VALUE 'Y'.
       01  WS-AUTH-BROWSE-KEY         PIC X(28).
       01  WS-PAYMENT-FOUND-SWITCH    PIC X(1)   VALUE 'N'.
           88  WS-PAYMENT-FOUND                  VALUE 'Y'.
       01  WS-OLD-PAY-STATUS          PIC X(9).
       01  WS-EDIT-COMP-AMT           PIC ZZZZZZ9.99.
       01  WS-EDIT-LIMIT-AMT          PIC ZZZZZZ9.99.

      *    Authorization row area - the CMPMNT shape for the
      *    SUPVUSER read off CMPREFM.
       01  AUTH-CHECK-REC.
           05  AC-KEY.
               10  AC-TABLE-ID        PIC X(8).
               10  AC-ENTRY-KEY       PIC X(20).
           05  AC-ENTRY-DATA          PIC X(40).
           05  AC-EFFECTIVE-DATE      PIC 9(8).
           05  AC-STATUS              PIC X(1).

       COPY AUDIT_PARMS.

      *    No ENVIRONMENT DIVISION/FD here - CICS file control reads
      *    and rewrites CMPPAYF through the CICS FCT definition, the
      *    CMPCSR arrangement.
       COPY PAYMENT.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 PAY-STATE-DFH          PIC X(1).
           05 PAY-C-REF-DFH          PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO WS-PAY-COMMAREA
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-PAY-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 9000-END-SESSION
                   WHEN DFHENTER
                       PERFORM 2000-PROCESS-INPUT
                   WHEN OTHER
                       PERFORM 1000-SEND-INITIAL-MAP
               END-EVALUATE
           END-IF

           EXEC CICS RETURN
               TRANSID ('CMPY')
               COMMAREA (WS-PAY-COMMAREA)
           END-EXEC

           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CMPPAY1O
           MOVE 'ENTER C-REF AND ACTION - THEN PRESS ENTER'
               TO PAYMSGO
           EXEC CICS SEND MAP ('CMPPAY1')
                             MAPSET ('CMPPAYM')
                             FROM (CMPPAY1O)
                             ERASE
           END-EXEC.

       1050-RESEND-MAP.
           EXEC CICS SEND MAP ('CMPPAY1')
                             MAPSET ('CMPPAYM')
                             FROM (CMPPAY1O)
                             DATAONLY
           END-EXEC.

       2000-PROCESS-INPUT.
           EXEC CICS RECEIVE MAP ('CMPPAY1')
                             MAPSET ('CMPPAYM')
                             INTO (CMPPAY1I)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           PERFORM 2100-CHECK-AUTHORIZATION
           IF NOT WS-AUTHORIZED
               MOVE LOW-VALUES TO CMPPAY1O
               MOVE 'NOT AUTHORIZED FOR PAYMENT APPROVAL'
                   TO PAYMSGO
               PERFORM 1050-RESEND-MAP
           ELSE
               IF PAYREFL > ZERO
                   MOVE PAYREFI TO PAY-C-REF
               END-IF
               IF PAY-C-REF = SPACES OR
                  PAY-C-REF = LOW-VALUES
                   MOVE LOW-VALUES TO CMPPAY1O
                   MOVE 'C-REF IS REQUIRED' TO PAYMSGO
                   PERFORM 1050-RESEND-MAP
               ELSE
                   PERFORM 3000-APPLY-ACTION
               END-IF
           END-IF.

      *    The authorized-supervisor list is the SUPVUSER reference
      *    rows - the CMPMNT gate, bootstrap window included, so the
      *    supervisor transactions all answer to the same list.
       2100-CHECK-AUTHORIZATION.
           MOVE 'N' TO WS-AUTHORIZED-SWITCH
           MOVE SPACES     TO AC-KEY
           MOVE 'SUPVUSER' TO AC-TABLE-ID
           MOVE EIBUSERID  TO AC-ENTRY-KEY
           EXEC CICS READ FILE ('CMPREFM')
                         INTO (AUTH-CHECK-REC)
                         RIDFLD (AC-KEY)
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               IF AC-STATUS = 'A'
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           ELSE
               PERFORM 2150-CHECK-BOOTSTRAP
           END-IF.

       2150-CHECK-BOOTSTRAP.
           MOVE SPACES TO WS-AUTH-BROWSE-KEY
           MOVE 'SUPVUSER' TO WS-AUTH-BROWSE-KEY (1:8)
           EXEC CICS STARTBR FILE ('CMPREFM')
                             RIDFLD (WS-AUTH-BROWSE-KEY)
                             GTEQ
                             RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP (NORMAL)
               SET WS-AUTHORIZED TO TRUE
           ELSE
               EXEC CICS READNEXT FILE ('CMPREFM')
                                 INTO (AUTH-CHECK-REC)
                                 RIDFLD (WS-AUTH-BROWSE-KEY)
                                 RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP (NORMAL) AND
                  AC-TABLE-ID = 'SUPVUSER'
                   CONTINUE
               ELSE
                   SET WS-AUTHORIZED TO TRUE
               END-IF
               EXEC CICS ENDBR FILE ('CMPREFM') END-EXEC
           END-IF.

       3000-APPLY-ACTION.
           MOVE PAY-C-REF TO PY-C-REF
           EVALUATE PAYACTI
               WHEN 'SHOW'
                   PERFORM 4000-SHOW-PAYMENT
               WHEN 'APPROVE'
                   PERFORM 5000-DECIDE-PAYMENT
               WHEN 'DECLINE'
                   PERFORM 5000-DECIDE-PAYMENT
               WHEN OTHER
                   MOVE 'ACTION MUST BE SHOW, APPROVE OR DECLINE'
                       TO WS-SAVED-MSG
                   PERFORM 3100-READ-PAYMENT
                   PERFORM 8000-DISPLAY-PAYMENT
           END-EVALUATE.

       3100-READ-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-FOUND-SWITCH
           EXEC CICS READ FILE ('CMPPAYF')
                         INTO (PAYMENT-REC)
                         RIDFLD (PY-C-REF)
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               SET WS-PAYMENT-FOUND TO TRUE
           ELSE
               MOVE PAY-C-REF TO PY-C-REF
           END-IF.

       4000-SHOW-PAYMENT.
           PERFORM 3100-READ-PAYMENT
           IF WS-PAYMENT-FOUND
               IF PY-STATUS-HELD
                   MOVE 'HELD - APPROVE OR DECLINE' TO WS-SAVED-MSG
               ELSE
                   MOVE 'PAYMENT DISPLAYED' TO WS-SAVED-MSG
               END-IF
           ELSE
               MOVE 'NO PAYMENT ON FILE FOR THAT C-REF'
                   TO WS-SAVED-MSG
           END-IF
           PERFORM 8000-DISPLAY-PAYMENT.

      *    Read-for-update in the same task as the REWRITE, the
      *    CMPCSR rule, and the row must still be HELD - a payment
      *    another supervisor decided a moment ago is left as they
      *    left it.
       5000-DECIDE-PAYMENT.
           EXEC CICS READ FILE ('CMPPAYF')
                         INTO (PAYMENT-REC)
                         RIDFLD (PY-C-REF)
                         UPDATE
                         RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP (NORMAL)
                   MOVE 'N' TO WS-PAYMENT-FOUND-SWITCH
                   MOVE PAY-C-REF TO PY-C-REF
                   MOVE 'NO PAYMENT ON FILE FOR THAT C-REF'
                       TO WS-SAVED-MSG
               WHEN NOT PY-STATUS-HELD
                   EXEC CICS UNLOCK FILE ('CMPPAYF') END-EXEC
                   SET WS-PAYMENT-FOUND TO TRUE
                   STRING 'PAYMENT IS ' PY-PAY-STATUS
                       ' - ONLY A HELD PAYMENT CAN BE DECIDED'
                       DELIMITED BY SIZE INTO WS-SAVED-MSG
               WHEN OTHER
                   SET WS-PAYMENT-FOUND TO TRUE
                   PERFORM 5100-REWRITE-DECISION
           END-EVALUATE
           PERFORM 8000-DISPLAY-PAYMENT.

       5100-REWRITE-DECISION.
           MOVE PY-PAY-STATUS TO WS-OLD-PAY-STATUS
           IF PAYACTI = 'APPROVE'
               SET PY-STATUS-APPROVED TO TRUE
           ELSE
               SET PY-STATUS-DECLINED TO TRUE
           END-IF
           MOVE EIBUSERID       TO PY-APPROVED-BY
           MOVE WS-CURRENT-DATE TO PY-APPROVED-DATE
           EXEC CICS REWRITE FILE ('CMPPAYF')
                             FROM (PAYMENT-REC)
                             RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               PERFORM 8600-LOG-DECISION-AUDIT
               IF PY-STATUS-APPROVED
                   MOVE 'PAYMENT APPROVED - SENT WITH TONIGHT''S RUN'
                       TO WS-SAVED-MSG
               ELSE
                   MOVE 'PAYMENT DECLINED - IT WILL NOT BE SENT'
                       TO WS-SAVED-MSG
               END-IF
           ELSE
               MOVE WS-OLD-PAY-STATUS TO PY-PAY-STATUS
               MOVE 'UPDATE FAILED - TRY AGAIN' TO WS-SAVED-MSG
           END-IF.

       8000-DISPLAY-PAYMENT.
           MOVE LOW-VALUES TO CMPPAY1O
           MOVE PY-C-REF TO PAYREFO
           IF WS-PAYMENT-FOUND
               SET PAY-STATE-PAYMENT-ON-SCREEN TO TRUE
               MOVE PY-REQUESTED-AMT TO WS-EDIT-COMP-AMT
               MOVE PY-LIMIT-AMT     TO WS-EDIT-LIMIT-AMT
               STRING PY-PAY-STATUS ' AMOUNT ' WS-EDIT-COMP-AMT
                   ' LIMIT ' WS-EDIT-LIMIT-AMT ' ' PY-C-TYPE
                   DELIMITED BY SIZE INTO PAYSTAO
               STRING 'CLOSED ' PY-CLOSE-DATE ' ' PY-RESOLUTION-CODE
                   ' DECIDED ' PY-APPROVED-DATE ' BY ' PY-APPROVED-BY
                   DELIMITED BY SIZE INTO PAYDTLO
           ELSE
               MOVE LOW-VALUES TO PAY-STATE
           END-IF
           IF WS-SAVED-MSG NOT = SPACES
               MOVE WS-SAVED-MSG TO PAYMSGO
               MOVE SPACES TO WS-SAVED-MSG
           END-IF
           PERFORM 1050-RESEND-MAP.

       8600-LOG-DECISION-AUDIT.
           MOVE PY-C-REF          TO AT-C-REF
           MOVE 'UPDATED'         TO AT-EVENT-TYPE
           MOVE 'SUPV-PAYMT'      TO AT-CHANNEL
           MOVE EIBUSERID         TO AT-USER-ID
           MOVE 'PAY-STATUS'      TO AT-FIELD-CHANGED
           MOVE WS-OLD-PAY-STATUS TO AT-OLD-VALUE
           MOVE PY-PAY-STATUS     TO AT-NEW-VALUE
           MOVE 'LOG'             TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       9000-END-SESSION.
           EXEC CICS SEND TEXT FROM ('CMPPAYA SESSION ENDED')
                             ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.
