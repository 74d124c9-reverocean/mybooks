      * CMPACKQ so the nightly acknowledgement feed still sends the  *
      * partner exactly one disposition per inbound complaint.       *
      * CMPAUDIT logs every touch under the ESB-RT channel.          *
      *                                                              *
      * A record flagged as a customer follow-up on a C-REF already  *
      * on file is applied here too, the way CMPMAINT's FOLLOWUP     *
      * applies it in the batch: the contact goes onto CMPNOTK as    *
      * notes signed with the partner ID, the priority goes up one   *
      * level, and a CLOSED case - brought back off CMPARCF first if *
      * archived - reopens OPEN and unassigned for the next          *
      * assignment run.  The partner is acknowledged FOLLOWUP.  A    *
      * follow-up whose C-REF is on neither file is taken in as a    *
      * new case; one on an erased case, or one already on today's   *
      * notes, goes to the batch like any other exception.           *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRTIN.
      *    before the nightly CMPXREF rebuild.  See CUSTOMER_XREF.cpy.
       COPY CUSTOMER_XREF.

      *    Follow-up contact work areas - the CMPMAINT FOLLOWUP
      *    arrangement: the text is cut into note-sized pieces, the
      *    number of non-blank pieces decides how many notes are
      *    written, and the case's status, priority and assignee
      *    before the contact drive the audit entries after it.
       COPY CASE_NOTES.
       01  WS-FU-TEXT-AREA            PIC X(216).
       01  WS-FU-TEXT-PIECES REDEFINES WS-FU-TEXT-AREA.
           05  WS-FU-PIECE            PIC X(54) OCCURS 4 TIMES.
       01  WS-FU-PIECE-COUNT          PIC 9(1).
       01  WS-FU-PIECE-SUB            PIC 9(1).
       01  WS-FU-OLD-STATUS           PIC X(11).
       01  WS-FU-OLD-PRIORITY         PIC X(8).
       01  WS-FU-OLD-ASSIGNED-TO      PIC X(8).
       01  WS-FU-CASE-SWITCH          PIC X(1).
           88  WS-FU-ON-MASTER                    VALUE 'M'.
           88  WS-FU-ON-ARCHIVE                   VALUE 'A'.
           88  WS-FU-NOT-ON-FILE                  VALUE 'N'.
           88  WS-FU-READ-FAILED                  VALUE 'F'.
       01  WS-FU-APPLY-SWITCH         PIC X(1).
           88  WS-FU-APPLIES                      VALUE 'Y'.
       01  WS-NOTE-BROWSE-KEY         PIC X(27).
       01  WS-NOTE-DONE-SWITCH        PIC X(1).
           88  WS-NOTE-DONE                       VALUE 'Y'.
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.

      *    Loaded through CMPRTBL at task start - a plain dynamic
      *    CALL reading a flat reference file no other component
      *    writes during the online day, outside CICS file control
                                      VEDIT-RESULT
               END-CALL
               IF VEDIT-OK
                   IF VEDIT-FOLLOWUP
                       PERFORM 3000-APPLY-FOLLOWUP
                   ELSE
                       PERFORM 2000-WRITE-MASTER-CASE
                   END-IF
               ELSE
                   PERFORM 4000-HAND-REJECT-TO-BATCH
               END-IF
           MOVE CM-C-REF        TO CA-C-REF
           SET CA-DISP-ACCEPTED TO TRUE
           MOVE CM-PARTNER-ID   TO CA-PARTNER-ID
           PERFORM 2350-SEND-ACK.

       2350-SEND-ACK.
           MOVE 'QUEUE'         TO ACKQ-FUNCTION
           CALL 'CMPACKQ' USING ACKQ-FUNCTION COMPLAINT-ACK-REC
                                 ACKQ-RC
                             RESP (WS-RESP)
           END-EXEC.

      *    A follow-up contact on a case already on file.  The case
      *    is held for update on whichever file it is on; any reason
      *    not to apply the contact releases it and hands the record
      *    to the batch, whose CMPMAINT makes the same checks.
       3000-APPLY-FOLLOWUP.
           MOVE WS-NORM-C-TEXT TO WS-FU-TEXT-AREA
           MOVE 4 TO WS-FU-PIECE-COUNT
           PERFORM UNTIL WS-FU-PIECE-COUNT = 1
                      OR WS-FU-PIECE (WS-FU-PIECE-COUNT) NOT = SPACES
               SUBTRACT 1 FROM WS-FU-PIECE-COUNT
           END-PERFORM
           PERFORM 3100-READ-FOLLOWUP-CASE
           EVALUATE TRUE
               WHEN WS-FU-NOT-ON-FILE
                   PERFORM 2000-WRITE-MASTER-CASE
               WHEN WS-FU-READ-FAILED
                   PERFORM 5000-QUEUE-FOR-BATCH
               WHEN OTHER
                   MOVE 'Y' TO WS-FU-APPLY-SWITCH
                   IF CM-N-FIRST = WS-ERASED-MARKER OR
                      CM-N-LAST = WS-ERASED-MARKER
                       MOVE 'N' TO WS-FU-APPLY-SWITCH
                   ELSE
                       PERFORM 3200-CHECK-CONTACT-ON-FILE
                   END-IF
                   IF WS-FU-APPLIES
                       PERFORM 3300-UPDATE-FOLLOWUP-CASE
                   ELSE
                       PERFORM 3150-RELEASE-FOLLOWUP-CASE
                   END-IF
                   IF WS-FU-APPLIES
                       PERFORM 3500-WRITE-CONTACT-NOTES
                       PERFORM 3600-LOG-FOLLOWUP-AUDIT
                       PERFORM 3800-QUEUE-FOLLOWUP-ACK
                       IF CM-CASE-STATUS NOT = WS-FU-OLD-STATUS
                           PERFORM 3700-REFRESH-XREF-ROW
                       END-IF
                   ELSE
                       PERFORM 5000-QUEUE-FOR-BATCH
                   END-IF
           END-EVALUATE.

       3100-READ-FOLLOWUP-CASE.
           MOVE WS-NORM-C-REF TO CM-C-REF
           EXEC CICS READ FILE ('CMPMAST')
                         INTO (COMPLAINT-MASTER-REC)
                         RIDFLD (CM-C-REF)
                         UPDATE
                         RESP (WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP (NORMAL)
                   SET WS-FU-ON-MASTER TO TRUE
               WHEN DFHRESP (NOTFND)
                   EXEC CICS READ FILE ('CMPARCF')
                                 INTO (COMPLAINT-MASTER-REC)
                                 RIDFLD (CM-C-REF)
                                 UPDATE
                                 RESP (WS-RESP)
                   END-EXEC
                   EVALUATE WS-RESP
                       WHEN DFHRESP (NORMAL)
                           SET WS-FU-ON-ARCHIVE TO TRUE
                       WHEN DFHRESP (NOTFND)
                           SET WS-FU-NOT-ON-FILE TO TRUE
                       WHEN OTHER
                           SET WS-FU-READ-FAILED TO TRUE
                   END-EVALUATE
               WHEN OTHER
                   SET WS-FU-READ-FAILED TO TRUE
           END-EVALUATE.

       3150-RELEASE-FOLLOWUP-CASE.
           IF WS-FU-ON-ARCHIVE
               EXEC CICS UNLOCK FILE ('CMPARCF') END-EXEC
           ELSE
               EXEC CICS UNLOCK FILE ('CMPMAST') END-EXEC
           END-IF.

      *    The same contact from the same partner already on the
      *    case's notes today means this record was applied once
      *    before - a partner retry - and it is not applied twice.
      *    Browsed from the case's first key of today, the 7550
      *    arrangement in CMPCSR.
       3200-CHECK-CONTACT-ON-FILE.
           MOVE 'N' TO WS-NOTE-DONE-SWITCH
           MOVE ALL '0' TO WS-NOTE-BROWSE-KEY
           MOVE CM-C-REF TO WS-NOTE-BROWSE-KEY (1:10)
           MOVE WS-CURRENT-DATE TO WS-NOTE-BROWSE-KEY (11:8)
           EXEC CICS STARTBR FILE ('CMPNOTK')
                             RIDFLD (WS-NOTE-BROWSE-KEY)
                             GTEQ
                             RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               PERFORM 3250-READ-NEXT-NOTE
                   UNTIL WS-NOTE-DONE
               EXEC CICS ENDBR FILE ('CMPNOTK') END-EXEC
           END-IF.

       3250-READ-NEXT-NOTE.
           EXEC CICS READNEXT FILE ('CMPNOTK')
                             INTO (CASE-NOTES-REC)
                             RIDFLD (WS-NOTE-BROWSE-KEY)
                             RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP (NORMAL)
               SET WS-NOTE-DONE TO TRUE
           ELSE
               IF NT-C-REF NOT = CM-C-REF OR
                  NT-NOTE-DATE NOT = WS-CURRENT-DATE
                   SET WS-NOTE-DONE TO TRUE
               ELSE
                   IF NT-USER-ID = WS-NORM-PARTNER-ID AND
                      NT-NOTE-TEXT = WS-FU-PIECE (1)
                       MOVE 'N' TO WS-FU-APPLY-SWITCH
                       SET WS-NOTE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Priority up one level on the SLA sweep's ladder, a CLOSED
      *    case back to OPEN with no assignee - close date and
      *    resolution are kept, as on a CSR reopen - and the update
      *    stamp moved.  An archived case is written to the master
      *    in its updated form and then deleted off the archive, the
      *    CMPCSR restore order: an interruption leaves the case on
      *    both files rather than on neither.
       3300-UPDATE-FOLLOWUP-CASE.
           MOVE CM-CASE-STATUS TO WS-FU-OLD-STATUS
           MOVE CM-PRIORITY    TO WS-FU-OLD-PRIORITY
           MOVE CM-ASSIGNED-TO TO WS-FU-OLD-ASSIGNED-TO
           EVALUATE TRUE
               WHEN CM-PRIORITY-LOW
                   SET CM-PRIORITY-MEDIUM TO TRUE
               WHEN CM-PRIORITY-MEDIUM
                   SET CM-PRIORITY-HIGH TO TRUE
               WHEN CM-PRIORITY-HIGH
                   SET CM-PRIORITY-URGENT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CM-STATUS-CLOSED
               SET CM-STATUS-OPEN TO TRUE
               MOVE SPACES TO CM-ASSIGNED-TO
           END-IF
           MOVE WS-CURRENT-DATE TO CM-LAST-UPDATE-DATE
           MOVE WS-CURRENT-TIME TO CM-LAST-UPDATE-TIME
           IF WS-FU-ON-ARCHIVE
               EXEC CICS WRITE FILE ('CMPMAST')
                                 FROM (COMPLAINT-MASTER-REC)
                                 RIDFLD (CM-C-REF)
                                 RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP (NORMAL)
                   EXEC CICS DELETE FILE ('CMPARCF')
                                     RESP (WS-RESP)
                   END-EXEC
                   PERFORM 3350-LOG-RESTORE-AUDIT
               ELSE
                   EXEC CICS UNLOCK FILE ('CMPARCF') END-EXEC
                   MOVE 'N' TO WS-FU-APPLY-SWITCH
               END-IF
           ELSE
               EXEC CICS REWRITE FILE ('CMPMAST')
                                 FROM (COMPLAINT-MASTER-REC)
                                 RESP (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP (NORMAL)
                   MOVE 'N' TO WS-FU-APPLY-SWITCH
               END-IF
           END-IF.

       3350-LOG-RESTORE-AUDIT.
           MOVE CM-C-REF            TO AT-C-REF
           MOVE 'RESTORED'          TO AT-EVENT-TYPE
           MOVE 'ESB-RT'            TO AT-CHANNEL
           MOVE WS-NORM-PARTNER-ID  TO AT-USER-ID
           MOVE SPACES              TO AT-FIELD-CHANGED
           MOVE SPACES              TO AT-OLD-VALUE
           MOVE SPACES              TO AT-NEW-VALUE
           MOVE 'LOG'               TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

      *    One note per piece, signed with the partner's ID, written
      *    last piece first so PF8's newest-first page reads the
      *    contact top to bottom; a sequence number already taken
      *    moves up one, the CMPCSR 7150 walk.
       3500-WRITE-CONTACT-NOTES.
           MOVE CM-C-REF           TO NT-C-REF
           MOVE WS-CURRENT-DATE    TO NT-NOTE-DATE
           MOVE WS-CURRENT-TIME    TO NT-NOTE-TIME
           MOVE ZERO               TO NT-NOTE-SEQ
           MOVE WS-NORM-PARTNER-ID TO NT-USER-ID
           PERFORM 3550-WRITE-ONE-NOTE
               VARYING WS-FU-PIECE-SUB FROM WS-FU-PIECE-COUNT BY -1
               UNTIL WS-FU-PIECE-SUB < 1.

       3550-WRITE-ONE-NOTE.
           MOVE WS-FU-PIECE (WS-FU-PIECE-SUB) TO NT-NOTE-TEXT
           MOVE 'N' TO WS-NOTE-DONE-SWITCH
           PERFORM 3560-TRY-NOTE-WRITE
               UNTIL WS-NOTE-DONE OR NT-NOTE-SEQ > 998
           IF NT-NOTE-SEQ < 999
               ADD 1 TO NT-NOTE-SEQ
           END-IF.

       3560-TRY-NOTE-WRITE.
           EXEC CICS WRITE FILE ('CMPNOTK')
                             FROM (CASE-NOTES-REC)
                             RIDFLD (NT-KEY)
                             RESP (WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP (DUPREC)
                   ADD 1 TO NT-NOTE-SEQ
               WHEN OTHER
                   SET WS-NOTE-DONE TO TRUE
           END-EVALUATE.

      *    The same entries CMPMAINT's FOLLOWUP logs in the batch:
      *    the contact as a FOLLOWUP event with its first words,
      *    then what it did to the case field by field as UPDATED.
       3600-LOG-FOLLOWUP-AUDIT.
           MOVE CM-C-REF            TO AT-C-REF
           MOVE 'ESB-RT'            TO AT-CHANNEL
           MOVE WS-NORM-PARTNER-ID  TO AT-USER-ID
           MOVE 'FOLLOWUP'          TO AT-EVENT-TYPE
           MOVE 'CASE-NOTE'         TO AT-FIELD-CHANGED
           MOVE SPACES              TO AT-OLD-VALUE
           MOVE WS-FU-PIECE (1)     TO AT-NEW-VALUE
           PERFORM 3650-LOG-ONE-EVENT
           IF CM-PRIORITY NOT = WS-FU-OLD-PRIORITY
               MOVE 'UPDATED'       TO AT-EVENT-TYPE
               MOVE 'PRIORITY'      TO AT-FIELD-CHANGED
               MOVE WS-FU-OLD-PRIORITY TO AT-OLD-VALUE
               MOVE CM-PRIORITY     TO AT-NEW-VALUE
               PERFORM 3650-LOG-ONE-EVENT
           END-IF
           IF CM-CASE-STATUS NOT = WS-FU-OLD-STATUS
               MOVE 'UPDATED'       TO AT-EVENT-TYPE
               MOVE 'CASE-STATUS'   TO AT-FIELD-CHANGED
               MOVE WS-FU-OLD-STATUS TO AT-OLD-VALUE
               MOVE CM-CASE-STATUS  TO AT-NEW-VALUE
               PERFORM 3650-LOG-ONE-EVENT
               IF WS-FU-OLD-ASSIGNED-TO NOT = SPACES
                   MOVE 'UPDATED'      TO AT-EVENT-TYPE
                   MOVE 'ASSIGNED-TO'  TO AT-FIELD-CHANGED
                   MOVE WS-FU-OLD-ASSIGNED-TO TO AT-OLD-VALUE
                   MOVE SPACES         TO AT-NEW-VALUE
                   PERFORM 3650-LOG-ONE-EVENT
               END-IF
           END-IF.

       3650-LOG-ONE-EVENT.
           MOVE 'LOG'               TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

      *    The reopened case's row already exists on the
      *    cross-reference file; only its status moves.  Best-effort,
      *    as with the 2400 write - the nightly CMPXREF rebuild
      *    restores anything missed.
       3700-REFRESH-XREF-ROW.
           MOVE CM-N-LAST       TO XK-N-LAST
           MOVE CM-N-FIRST      TO XK-N-FIRST
           MOVE CM-ZIP          TO XK-ZIP
           MOVE CM-C-REF        TO XK-C-REF
           EXEC CICS READ FILE ('CMPCXRF')
                         INTO (CUSTOMER-XREF-REC)
                         RIDFLD (XK-KEY)
                         UPDATE
                         RESP (WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP (NORMAL)
                   MOVE CM-CASE-STATUS TO XK-CASE-STATUS
                   EXEC CICS REWRITE FILE ('CMPCXRF')
                                     FROM (CUSTOMER-XREF-REC)
                                     RESP (WS-RESP)
                   END-EXEC
               WHEN DFHRESP (NOTFND)
                   PERFORM 2400-WRITE-XREF-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The reason text tells the partner what the contact did
      *    to the case - the same wording as the nightly feed's
      *    FOLLOWUP acks for follow-ups applied in the batch.
       3800-QUEUE-FOLLOWUP-ACK.
           MOVE SPACES          TO COMPLAINT-ACK-REC
           MOVE CM-C-REF        TO CA-C-REF
           SET CA-DISP-FOLLOWUP TO TRUE
           EVALUATE TRUE
               WHEN CM-CASE-STATUS NOT = WS-FU-OLD-STATUS AND
                    WS-FU-ON-ARCHIVE
                   MOVE 'CONTACT ADDED - ARCHIVED CASE REOPENED'
                       TO CA-REASON-TEXT
               WHEN CM-CASE-STATUS NOT = WS-FU-OLD-STATUS
                   MOVE 'CONTACT ADDED - CASE REOPENED'
                       TO CA-REASON-TEXT
               WHEN CM-PRIORITY NOT = WS-FU-OLD-PRIORITY
                   MOVE 'CONTACT ADDED - PRIORITY RAISED'
                       TO CA-REASON-TEXT
               WHEN OTHER
                   MOVE 'CONTACT ADDED TO CASE' TO CA-REASON-TEXT
           END-EVALUATE
           MOVE WS-NORM-PARTNER-ID TO CA-PARTNER-ID
           PERFORM 2350-SEND-ACK.

      *    Edit failure on the fast lane: the record still gets its
      *    proper reject record, repair-file entry and partner
      *    acknowledgement, but from the nightly batch - this path
