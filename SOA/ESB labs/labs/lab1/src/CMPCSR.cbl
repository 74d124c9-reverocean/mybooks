      * plain dynamic CALL - it only ever does line-sequential QSAM-   *
      * style I-O on its own log file, which is outside CICS file      *
      * control and safe to CALL directly from a CICS task.            *
      *                                                              *
      * FRAUD and PRIVACY cases are restricted: only the teams       *
      * cleared on CASEAUTH rows of the reference master CMPREFM     *
      * (C-TYPE plus roster team - the SUPVUSER arrangement that     *
      * gates CMPMNT) see the customer's name and C-TEXT.  Anyone    *
      * else gets the case with both masked, cannot update, note or  *
      * restore it, and never sees it on a name-search pick list.    *
      * Every display of a restricted case - lookup screen, pick     *
      * list, PF6 history, PF8 notes - logs a VIEWED audit event for *
      * the weekly CMPVACC access report.                            *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPCSR.
           05  WS-PICK-OUT-LINE        PIC X(80) OCCURS 15 TIMES.
       01  WS-PICK-SUB                 PIC 9(2).
       01  WS-PICK-LINE-SUB            PIC 9(2).
      *    Restricted cases that made the shown lines, so the pick
      *    list's display of them can be logged once it has gone out.
       01  WS-PICK-VIEW-TABLE.
           05  WS-PICK-VIEW-ENTRY      OCCURS 15 TIMES.
               10  WS-PICK-VIEW-CREF   PIC X(10).
               10  WS-PICK-VIEW-CTYPE  PIC X(10).

      *    Restricted-case access.  The caller's team comes off the
      *    CSR roster (CMPRTBL function ROSTER), loaded once per task;
      *    the CASEAUTH row for C-TYPE plus team is read straight off
      *    CMPREFM under CICS file control, as CMPMNT reads SUPVUSER,
      *    and the answer for the last C-TYPE asked about is kept so
      *    a pick list of FRAUD rows costs one read, not one a row.
      *    A CSR not on the roster has no team and so no clearance.
       COPY CSR_ROSTER.
       01  WS-USER-TEAM                PIC X(10)  VALUE SPACES.
       01  WS-ROSTER-LOADED-SWITCH     PIC X(1)   VALUE 'N'.
           88  WS-ROSTER-LOADED                   VALUE 'Y'.
       01  WS-VIEW-C-TYPE              PIC X(10).
       01  WS-VIEW-PAGE                PIC X(15).
       01  WS-RESTRICTED-SWITCH        PIC X(1)   VALUE 'N'.
           88  WS-RESTRICTED-CASE                 VALUE 'Y'.
       01  WS-MASKED-SWITCH            PIC X(1)   VALUE 'N'.
           88  WS-CASE-MASKED                     VALUE 'Y'.
       01  WS-AUTHORIZED-SWITCH        PIC X(1)   VALUE 'N'.
           88  WS-AUTHORIZED                      VALUE 'Y'.
       01  WS-LAST-AUTH-C-TYPE         PIC X(10)  VALUE SPACES.
       01  WS-LAST-AUTH-SWITCH         PIC X(1)   VALUE 'N'.
           88  WS-LAST-AUTH-CLEARED               VALUE 'Y'.
       01  WS-AUTH-BROWSE-KEY          PIC X(28).
       01  WS-SAVED-VIEW-C-TYPE        PIC X(10).
       01  WS-SAVED-RESTRICTED-SWITCH  PIC X(1).
       01  WS-SAVED-MASKED-SWITCH      PIC X(1).
       01  WS-HIST-OLD-SHOWN           PIC X(7).
       01  WS-HIST-NEW-SHOWN           PIC X(7).

      *    The reference-master row as read for the clearance check -
      *    the REF_TABLE.cpy layout under its own names, as CMPMNT
      *    and CMPSUP declare it.
       01  AUTH-CHECK-REC.
           05  AC-KEY.
               10  AC-TABLE-ID        PIC X(8).
               10  AC-ENTRY-KEY       PIC X(20).
           05  AC-ENTRY-DATA          PIC X(40).
           05  AC-EFFECTIVE-DATE      PIC 9(8).
           05  AC-STATUS              PIC X(1).

      *    No ENVIRONMENT DIVISION/FD here - CICS file control reads
      *    and rewrites CMPMAST through the CICS FCT definition, not

           IF WS-CASE-FOUND
               IF CSRCTYPL > ZERO OR CSRTEXTL > ZERO OR CSRSTATL > ZERO
                   MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
                   PERFORM 8000-CHECK-CASE-ACCESS
                   IF WS-CASE-MASKED
                       MOVE 'RESTRICTED CASE - UPDATE NOT AUTHORIZED'
                           TO WS-SAVED-MSG
                   ELSE
                       PERFORM 3000-APPLY-UPDATE
                   END-IF
               END-IF
               PERFORM 4000-DISPLAY-CASE
           END-IF.
               INTO WS-SEARCH-LAST WS-SEARCH-FIRST
           MOVE ZERO TO WS-PICK-COUNT
           MOVE SPACES TO WS-PICK-LINES
           MOVE SPACES TO WS-PICK-VIEW-TABLE
           MOVE 'N' TO WS-XREF-DONE-SWITCH
           MOVE LOW-VALUES TO WS-XREF-BROWSE-KEY
           MOVE WS-SEARCH-LAST TO WS-XREF-BROWSE-KEY (1:10)

      *    Everything past the fifteen screen lines still counts, so
      *    the title can say the list is cut short - the CSR narrows
      *    with the first name rather than paging.  A restricted case
      *    the CSR is not cleared for is left off altogether - neither
      *    listed nor counted - so the name search does not say the
      *    customer has one.
       2250-KEEP-ONE-MATCH.
           MOVE XK-C-TYPE TO WS-VIEW-C-TYPE
           PERFORM 8000-CHECK-CASE-ACCESS
           IF NOT WS-CASE-MASKED
               ADD 1 TO WS-PICK-COUNT
               MOVE XK-C-REF TO WS-PICK-MATCH-CREF
               IF WS-PICK-COUNT <= 15
                   MOVE SPACES TO WS-PICK-LINE (WS-PICK-COUNT)
                   STRING XK-C-REF ' '
                          XK-N-LAST ','
                          XK-N-FIRST ' '
                          XK-ZIP ' '
                          XK-CASE-STATUS ' '
                          XK-C-TYPE
                       DELIMITED BY SIZE
                       INTO WS-PICK-LINE (WS-PICK-COUNT)
                   IF WS-RESTRICTED-CASE
                       MOVE XK-C-REF
                           TO WS-PICK-VIEW-CREF (WS-PICK-COUNT)
                       MOVE XK-C-TYPE
                           TO WS-PICK-VIEW-CTYPE (WS-PICK-COUNT)
                   END-IF
               END-IF
           END-IF.

       2280-SEND-PICK-LIST.
           EXEC CICS SEND TEXT FROM (WS-PICK-SCREEN)
                             ERASE
           END-EXEC
           SET CSR-STATE-PICKLIST-ON-SCREEN TO TRUE
           PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
               UNTIL WS-PICK-SUB > WS-PICK-COUNT OR
                     WS-PICK-SUB > 15
               IF WS-PICK-VIEW-CREF (WS-PICK-SUB) NOT = SPACES
                   PERFORM 2290-LOG-PICK-LIST-VIEW
               END-IF
           END-PERFORM.

      *    The pick-list row came off the cross-reference, which does
      *    not carry the assignee - the case itself is read up for
      *    the event, falling back on the row's own C-TYPE if the
      *    case has left both files since the last rebuild.
       2290-LOG-PICK-LIST-VIEW.
           MOVE WS-PICK-VIEW-CREF (WS-PICK-SUB) TO CM-C-REF
           PERFORM 8050-READ-CASE-FOR-CHECK
           IF WS-RESP NOT = DFHRESP (NORMAL)
               MOVE WS-PICK-VIEW-CTYPE (WS-PICK-SUB) TO CM-C-TYPE
           END-IF
           MOVE 'PICK-LIST' TO WS-VIEW-PAGE
           PERFORM 8300-LOG-CASE-VIEWED.

      *    CSR may change C-TYPE, append to C-TEXT, or drive the case
      *    through ASSIGNED/IN-PROGRESS/CLOSED by typing the new
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

      *    A restricted case the CSR is not cleared for goes out with
      *    the customer's name and C-TEXT masked - C-REF, C-TYPE,
      *    status and resolution still show, so the CSR can tell the
      *    customer who is handling it.
       4000-DISPLAY-CASE.
           MOVE LOW-VALUES TO CMPCSR1O
           MOVE CM-C-REF TO CSRCREFO
           MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
           PERFORM 8000-CHECK-CASE-ACCESS
           IF WS-CASE-MASKED
               MOVE ALL '*' TO CSRNAMEO
               MOVE 'RESTRICTED CASE - CUSTOMER DETAIL WITHHELD'
                   TO CSRTEXTO
           ELSE
               STRING CM-N-LAST ',' CM-N-FIRST DELIMITED BY SIZE
                   INTO CSRNAMEO
               MOVE CM-C-TEXT (1:60) TO CSRTEXTO
           END-IF
           MOVE CM-C-TYPE      TO CSRCTYPO
           MOVE CM-CASE-STATUS TO CSRSTATO
           IF CM-STATUS-CLOSED
               MOVE CM-RESOLUTION-CODE  TO CSRRESO
               MOVE CM-ROOT-CAUSE       TO CSRRCAO
               MOVE WS-EDIT-COMP-AMT    TO CSRCMPO
           END-IF
           PERFORM 4100-COUNT-OTHER-CASES
           EVALUATE TRUE
               WHEN WS-SAVED-MSG NOT = SPACES
                   MOVE WS-SAVED-MSG TO CSRMSGO
                   MOVE SPACES TO WS-SAVED-MSG
               WHEN WS-CASE-MASKED
                   MOVE 'RESTRICTED CASE - NAME AND TEXT MASKED'
                       TO CSRMSGO
               WHEN WS-OTHER-CASE-COUNT > ZERO
                   MOVE WS-OTHER-CASE-COUNT TO WS-EDIT-OTHER-COUNT
                   STRING 'THIS CUSTOMER HAS ' WS-EDIT-OTHER-COUNT
                       ' OTHER CASES ON FILE'
                       DELIMITED BY SIZE INTO CSRMSGO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXEC CICS SEND MAP ('CMPCSR1')
                             MAPSET ('CMPCSRM')
                             FROM (CMPCSR1O)
                             DATAONLY
           END-EXEC
           MOVE 'CASE' TO WS-VIEW-PAGE
           PERFORM 8300-LOG-CASE-VIEWED.

      *    Position the cross-reference browse at this customer's
      *    first possible row (their name/zip, C-REF spaces) and
      *    count rows until the customer changes - every row but the
      *    case already on screen is another case they filed.  A
      *    missing cross-reference file (CMPXREF has never run)
      *    counts zero and costs nothing else.  A restricted case
      *    the CSR is not cleared for is not counted, as the pick
      *    list does not show it; the access check is made per row,
      *    so the on-screen case's own answer is put back after.
       4100-COUNT-OTHER-CASES.
           MOVE WS-VIEW-C-TYPE       TO WS-SAVED-VIEW-C-TYPE
           MOVE WS-RESTRICTED-SWITCH TO WS-SAVED-RESTRICTED-SWITCH
           MOVE WS-MASKED-SWITCH     TO WS-SAVED-MASKED-SWITCH
           MOVE ZERO TO WS-OTHER-CASE-COUNT
           MOVE 'N' TO WS-XREF-DONE-SWITCH
           MOVE SPACES TO WS-XREF-BROWSE-KEY
               PERFORM 4150-READ-NEXT-XREF-ROW
                   UNTIL WS-XREF-BROWSE-DONE
               EXEC CICS ENDBR FILE ('CMPCXRF') END-EXEC
           END-IF
           MOVE WS-SAVED-VIEW-C-TYPE       TO WS-VIEW-C-TYPE
           MOVE WS-SAVED-RESTRICTED-SWITCH TO WS-RESTRICTED-SWITCH
           MOVE WS-SAVED-MASKED-SWITCH     TO WS-MASKED-SWITCH.

       4150-READ-NEXT-XREF-ROW.
           EXEC CICS READNEXT FILE ('CMPCXRF')
                  XK-N-FIRST = CM-N-FIRST AND
                  XK-ZIP     = CM-ZIP
                   IF XK-C-REF NOT = CM-C-REF
                       MOVE XK-C-TYPE TO WS-VIEW-C-TYPE
                       PERFORM 8000-CHECK-CASE-ACCESS
                       IF NOT WS-CASE-MASKED
                           ADD 1 TO WS-OTHER-CASE-COUNT
                       END-IF
                   END-IF
               ELSE
                   SET WS-XREF-BROWSE-DONE TO TRUE
                   MOVE 'RESTORE FAILED - TRY AGAIN' TO WS-SAVED-MSG
                   PERFORM 4000-DISPLAY-CASE
               ELSE
                   MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
                   PERFORM 8000-CHECK-CASE-ACCESS
                   IF WS-CASE-MASKED
                       EXEC CICS UNLOCK FILE ('CMPARCF') END-EXEC
                       MOVE 'RESTRICTED CASE - RESTORE NOT AUTHORIZED'
                           TO WS-SAVED-MSG
                       PERFORM 4000-DISPLAY-CASE
                   ELSE
                       PERFORM 5050-MOVE-CASE-TO-MASTER
                   END-IF
               END-IF
           END-IF.

       5050-MOVE-CASE-TO-MASTER.
           EXEC CICS WRITE FILE ('CMPMAST')
                             FROM (COMPLAINT-MASTER-REC)
                             RIDFLD (CM-C-REF)
                             RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               EXEC CICS DELETE FILE ('CMPARCF')
                                 RESP (WS-RESP)
               END-EXEC
               SET CSR-STATE-CASE-ON-SCREEN TO TRUE
               PERFORM 5100-LOG-RESTORE-AUDIT
               MOVE 'CASE RESTORED TO ACTIVE FILE'
                   TO WS-SAVED-MSG
               PERFORM 4000-DISPLAY-CASE
           ELSE
               EXEC CICS UNLOCK FILE ('CMPARCF') END-EXEC
               MOVE 'RESTORE FAILED - CASE ALREADY ACTIVE'
                   TO WS-SAVED-MSG
               PERFORM 4000-DISPLAY-CASE
           END-IF.

      *    PF6 with a case on screen: list the case's audit events in
      *    order - who did what, when, over which channel - straight
      *    off the keyed history file, browsed under CICS file
      *    control like every other VSAM file this task touches.
      *    Works for an archived case on screen too; its history is
      *    on the same file either way.  On a restricted case the CSR
      *    is not cleared for, the events' old and new values are
      *    masked - C-TEXT appends and note openings ride in them.
       6000-SHOW-CASE-HISTORY.
           IF NOT CSR-STATE-CASE-ON-SCREEN AND
              NOT CSR-STATE-ARCHIVED-ON-SCREEN
                   TO CSRMSGO
               PERFORM 1050-RESEND-MAP
           ELSE
               MOVE CSR-C-REF TO CM-C-REF
               PERFORM 8050-READ-CASE-FOR-CHECK
               MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
               PERFORM 8000-CHECK-CASE-ACCESS
               PERFORM 6050-BROWSE-CASE-EVENTS
               PERFORM 6100-BUILD-HISTORY-SCREEN
               EXEC CICS SEND TEXT FROM (WS-HISTORY-SCREEN)
                                 ERASE
               END-EXEC
               SET CSR-STATE-HISTORY-ON-SCREEN TO TRUE
               MOVE 'HISTORY' TO WS-VIEW-PAGE
               PERFORM 8300-LOG-CASE-VIEWED
           END-IF.

      *    Browse from the case's first possible key (timestamp and
           COMPUTE WS-HIST-RING-SLOT =
               FUNCTION MOD (WS-HIST-EVENT-TOTAL - 1, 15) + 1
           MOVE SPACES TO WS-HIST-RING-LINE (WS-HIST-RING-SLOT)
           IF WS-CASE-MASKED
               MOVE ALL '*' TO WS-HIST-OLD-SHOWN
               MOVE ALL '*' TO WS-HIST-NEW-SHOWN
           ELSE
               MOVE AK-OLD-VALUE (1:7) TO WS-HIST-OLD-SHOWN
               MOVE AK-NEW-VALUE (1:7) TO WS-HIST-NEW-SHOWN
           END-IF
           STRING AK-EVENT-DATE ' '
                  AK-EVENT-TIME ' '
                  AK-EVENT-TYPE ' '
                  AK-CHANNEL ' '
                  AK-USER-ID ' '
                  AK-FIELD-CHANGED ' '
                  WS-HIST-OLD-SHOWN '>'
                  WS-HIST-NEW-SHOWN
               DELIMITED BY SIZE
               INTO WS-HIST-RING-LINE (WS-HIST-RING-SLOT).

      *    user/date/time, instead of being appended into the
      *    customer's own CM-C-TEXT until the 200 bytes run out.  An
      *    archived case is read-only - PF5 restores it first if it
      *    needs working.  A restricted case takes notes only from a
      *    CSR cleared to read it.
       7000-ADD-CASE-NOTE.
           IF NOT CSR-STATE-CASE-ON-SCREEN
               MOVE LOW-VALUES TO CMPCSR1O
                                 MAPSET ('CMPCSRM')
                                 INTO (CMPCSR1I)
               END-EXEC
               MOVE CSR-C-REF TO CM-C-REF
               PERFORM 8050-READ-CASE-FOR-CHECK
               MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
               PERFORM 8000-CHECK-CASE-ACCESS
               EVALUATE TRUE
                   WHEN CSRTEXTL = ZERO
                       MOVE
                         'TYPE THE NOTE INTO THE TEXT FIELD - THEN PF7'
                           TO WS-SAVED-MSG
                   WHEN WS-CASE-MASKED
                       MOVE 'RESTRICTED CASE - NOTE NOT AUTHORIZED'
                           TO WS-SAVED-MSG
                   WHEN OTHER
                       PERFORM 7100-WRITE-NOTE-RECORD
                       IF WS-NOTE-WRITE-FAILED
                           MOVE 'NOTE NOT SAVED - TRY AGAIN'
                               TO WS-SAVED-MSG
                       ELSE
                           PERFORM 7200-LOG-NOTE-AUDIT
                           MOVE 'NOTE ADDED - PF8 READS THEM BACK'
                               TO WS-SAVED-MSG
                       END-IF
               END-EVALUATE
               MOVE 'N' TO WS-CASE-FOUND-SWITCH
               MOVE CSR-C-REF TO CM-C-REF
               PERFORM 2100-READ-CASE-BY-REF
      *    PF8 with a case on screen: page the case's notes back
      *    newest-first - what the customer was last told is the
      *    line the next CSR needs at the top.  Works for an
      *    archived case too; its notes stay on the notes file.  On a
      *    restricted case the CSR is not cleared for, the note text
      *    is withheld - who wrote a note and when still shows.
       7500-SHOW-CASE-NOTES.
           IF NOT CSR-STATE-CASE-ON-SCREEN AND
              NOT CSR-STATE-ARCHIVED-ON-SCREEN
                   TO CSRMSGO
               PERFORM 1050-RESEND-MAP
           ELSE
               MOVE CSR-C-REF TO CM-C-REF
               PERFORM 8050-READ-CASE-FOR-CHECK
               MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
               PERFORM 8000-CHECK-CASE-ACCESS
               PERFORM 7550-BROWSE-CASE-NOTES
               PERFORM 7600-BUILD-NOTES-SCREEN
               EXEC CICS SEND TEXT FROM (WS-NOTES-SCREEN)
                                 ERASE
               END-EXEC
               SET CSR-STATE-NOTES-ON-SCREEN TO TRUE
               MOVE 'NOTES' TO WS-VIEW-PAGE
               PERFORM 8300-LOG-CASE-VIEWED
           END-IF.

      *    Browse from the case's first possible key (timestamp and
           COMPUTE WS-NOTE-RING-SLOT =
               FUNCTION MOD (WS-NOTE-TOTAL - 1, 15) + 1
           MOVE SPACES TO WS-NOTE-RING-LINE (WS-NOTE-RING-SLOT)
           IF WS-CASE-MASKED
               MOVE 'NOTE TEXT WITHHELD - RESTRICTED CASE'
                   TO NT-NOTE-TEXT
           END-IF
           STRING NT-NOTE-DATE ' '
                  NT-NOTE-TIME ' '
                  NT-USER-ID ' '
               END-PERFORM
           END-IF.

      *    Sets WS-RESTRICTED-CASE for a FRAUD or PRIVACY C-TYPE in
      *    WS-VIEW-C-TYPE, and WS-CASE-MASKED on top of it when the
      *    caller's team holds no CASEAUTH clearance for that C-TYPE.
       8000-CHECK-CASE-ACCESS.
           MOVE 'N' TO WS-RESTRICTED-SWITCH
           MOVE 'N' TO WS-MASKED-SWITCH
           IF WS-VIEW-C-TYPE = 'FRAUD' OR
              WS-VIEW-C-TYPE = 'PRIVACY'
               SET WS-RESTRICTED-CASE TO TRUE
               IF WS-VIEW-C-TYPE NOT = WS-LAST-AUTH-C-TYPE
                   PERFORM 8100-FIND-USER-TEAM
                   PERFORM 8200-CHECK-CLEARANCE
                   MOVE WS-VIEW-C-TYPE TO WS-LAST-AUTH-C-TYPE
                   MOVE WS-AUTHORIZED-SWITCH TO WS-LAST-AUTH-SWITCH
               END-IF
               IF NOT WS-LAST-AUTH-CLEARED
                   SET WS-CASE-MASKED TO TRUE
               END-IF
           END-IF.

      *    PF6/PF8/PF7 turns carry only the C-REF in the COMMAREA -
      *    the case is read up (master, then archive) for its C-TYPE
      *    and assignee.  A case on neither file reads as unrestricted
      *    with no assignee.
       8050-READ-CASE-FOR-CHECK.
           EXEC CICS READ FILE ('CMPMAST')
                         INTO (COMPLAINT-MASTER-REC)
                         RIDFLD (CM-C-REF)
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP (NORMAL)
               EXEC CICS READ FILE ('CMPARCF')
                             INTO (COMPLAINT-MASTER-REC)
                             RIDFLD (CM-C-REF)
                             RESP (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP (NORMAL)
                   MOVE SPACES TO CM-C-TYPE
                   MOVE SPACES TO CM-ASSIGNED-TO
               END-IF
           END-IF.

       8100-FIND-USER-TEAM.
           IF NOT WS-ROSTER-LOADED
               MOVE 'ROSTER' TO RTBL-FUNCTION
               CALL 'CMPRTBL' USING RTBL-FUNCTION WS-ROSTER-REF-TABLE
                                     RTBL-RC
               END-CALL
               MOVE SPACES TO WS-USER-TEAM
               IF WS-RREF-COUNT > ZERO
                   SET WS-RREF-IDX TO 1
                   SEARCH WS-RREF-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-RREF-USER-ID (WS-RREF-IDX) = EIBUSERID
                           MOVE WS-RREF-TEAM (WS-RREF-IDX)
                               TO WS-USER-TEAM
                   END-SEARCH
               END-IF
               SET WS-ROSTER-LOADED TO TRUE
           END-IF.

      *    The clearance list is a reference table: a CASEAUTH row
      *    keyed by C-TYPE and team.  If no CASEAUTH row exists at all
      *    the gate stands open, as CMPMNT's does for SUPVUSER, so
      *    shops that have not enrolled a team yet keep working.
       8200-CHECK-CLEARANCE.
           MOVE 'N' TO WS-AUTHORIZED-SWITCH
           MOVE SPACES         TO AC-KEY
           MOVE 'CASEAUTH'     TO AC-TABLE-ID
           MOVE WS-VIEW-C-TYPE TO AC-ENTRY-KEY (1:10)
           MOVE WS-USER-TEAM   TO AC-ENTRY-KEY (11:10)
           EXEC CICS READ FILE ('CMPREFM')
                         INTO (AUTH-CHECK-REC)
                         RIDFLD (AC-KEY)
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               IF AC-STATUS = 'A' AND WS-USER-TEAM NOT = SPACES
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           ELSE
               PERFORM 8250-CHECK-CLEARANCE-BOOTSTRAP
           END-IF.

       8250-CHECK-CLEARANCE-BOOTSTRAP.
           MOVE SPACES TO WS-AUTH-BROWSE-KEY
           MOVE 'CASEAUTH' TO WS-AUTH-BROWSE-KEY (1:8)
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
                  AC-TABLE-ID = 'CASEAUTH'
                   CONTINUE
               ELSE
                   SET WS-AUTHORIZED TO TRUE
               END-IF
               EXEC CICS ENDBR FILE ('CMPREFM') END-EXEC
           END-IF.

      *    One VIEWED event per display of a restricted case, whoever
      *    looked and whether or not they were cleared: the page in
      *    the field-changed slot, the case's assignee at the time as
      *    the old value, and C-TYPE plus FULL or MASKED as the new
      *    value - what the weekly access report reads back.  Takes
      *    the case from COMPLAINT-MASTER-REC and is a no-op for an
      *    unrestricted one.
       8300-LOG-CASE-VIEWED.
           MOVE CM-C-TYPE TO WS-VIEW-C-TYPE
           PERFORM 8000-CHECK-CASE-ACCESS
           IF WS-RESTRICTED-CASE
               MOVE CM-C-REF        TO AT-C-REF
               MOVE 'VIEWED'        TO AT-EVENT-TYPE
               MOVE 'CSR-ONLINE'    TO AT-CHANNEL
               MOVE EIBUSERID       TO AT-USER-ID
               MOVE WS-VIEW-PAGE    TO AT-FIELD-CHANGED
               MOVE CM-ASSIGNED-TO  TO AT-OLD-VALUE
               MOVE SPACES          TO AT-NEW-VALUE
               MOVE CM-C-TYPE       TO AT-NEW-VALUE (1:10)
               IF WS-CASE-MASKED
                   MOVE 'MASKED'    TO AT-NEW-VALUE (12:6)
               ELSE
                   MOVE 'FULL'      TO AT-NEW-VALUE (12:6)
               END-IF
               MOVE 'LOG'           TO AUDIT-FUNCTION
               CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
               END-CALL
           END-IF.

       9000-END-SESSION.
           EXEC CICS SEND TEXT FROM ('CMPCSR SESSION ENDED')
                             ERASE
