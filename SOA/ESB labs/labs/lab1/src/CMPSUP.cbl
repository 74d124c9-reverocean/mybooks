      * for the same reason CMPAUDIT's log appends are - so a case   *
      * cannot be handed to someone who is off the team or flagged   *
      * unavailable themselves.                                      *
      *                                                              *
      * A FRAUD or PRIVACY case listed on the queue logs a VIEWED    *
      * audit event, the CMPCSR rule for restricted cases, so the    *
      * weekly CMPVACC access report sees supervisors' looks too.    *
      * The queue line carries no customer detail, so nothing on it  *
      * is masked.                                                   *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPSUP.
           STRING CM-C-REF ' ' CM-C-TYPE ' ' CM-CASE-STATUS ' '
                  CM-PRIORITY ' ' CM-SLA-DUE-DATE
               DELIMITED BY SIZE
               INTO SUPLINO (WS-LISTED-COUNT)
           IF CM-C-TYPE = 'FRAUD' OR CM-C-TYPE = 'PRIVACY'
               PERFORM 4300-LOG-QUEUE-VIEW
           END-IF.

      *    The CMPCSR VIEWED event shape: page in the field-changed
      *    slot, the assignee as the old value, C-TYPE plus FULL as
      *    the new value.
       4300-LOG-QUEUE-VIEW.
           MOVE CM-C-REF        TO AT-C-REF
           MOVE 'VIEWED'        TO AT-EVENT-TYPE
           MOVE 'SUPV-ASSGN'    TO AT-CHANNEL
           MOVE EIBUSERID       TO AT-USER-ID
           MOVE 'QUEUE-LIST'    TO AT-FIELD-CHANGED
           MOVE CM-ASSIGNED-TO  TO AT-OLD-VALUE
           MOVE SPACES          TO AT-NEW-VALUE
           MOVE CM-C-TYPE       TO AT-NEW-VALUE (1:10)
           MOVE 'FULL'          TO AT-NEW-VALUE (12:6)
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       9000-END-SESSION.
           EXEC CICS SEND TEXT FROM ('CMPSUP SESSION ENDED')
