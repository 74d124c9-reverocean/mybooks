      *=============================================================*
      * PROGRAM-ID:  CMPINC                                          *
      * Pseudo-conversational CICS transaction (TRANSID CMPI) for    *
      * supervisors to run a major incident - a carrier outage or a  *
      * bad product batch that lands hundreds of near-identical      *
      * complaints in a day - as one piece of work instead of        *
      * hundreds.  OPEN records the incident on the keyed incident   *
      * file CMPINCF; LINK ties a case to it on CMPINCL, which keeps *
      * the case out of the nightly distribution (see CMPASGN) so    *
      * nobody works it one by one; RESOLVE stamps the resolution    *
      * code, root cause and compensation every linked case will     *
      * close with, and the CMPINCC batch does the bulk close.       *
      * UNLINK takes a case back out when it turns out to be a       *
      * complaint of its own.                                        *
      *                                                              *
      * Authorization is the CMPMNT arrangement: the caller's user   *
      * ID must be on the SUPVUSER rows of the reference master      *
      * CMPREFM, with the same bootstrap window while no SUPVUSER    *
      * row exists yet.                                              *
      *                                                              *
      * Every link, unlink, open and resolve is audit-logged through *
      * CMPAUDIT under the SUPV-INCDT channel - link changes keyed   *
      * by the case's C-REF, incident changes keyed by the incident  *
      * ID the way CMPMNT keys reference rows by their entry key.    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPINC.
       AUTHOR. MYBOOKS-SOA-TEAM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.

      *    Pseudo-conversational state carried via the CICS COMMAREA
      *    - same two-layer arrangement as CMPCSR and CMPMNT.
       01  WS-INC-COMMAREA.
           05 INC-STATE             PIC X(1).
              88  INC-STATE-INCIDENT-ON-SCREEN  VALUE 'F'.
           05 INC-INCIDENT-ID       PIC X(10).

       COPY CMPINCM.

       01  WS-RESP                    PIC S9(8) COMP.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-SAVED-MSG               PIC X(60)  VALUE SPACES.
       01  WS-AUTHORIZED-SWITCH       PIC X(1)   VALUE 'N'.
           88  WS-AUTHORIZED                     VALUE 'Y'.
       01  WS-AUTH-BROWSE-KEY         PIC X(28).
       01  WS-INCIDENT-FOUND-SWITCH   PIC X(1)   VALUE 'N'.
           88  WS-INCIDENT-FOUND                 VALUE 'Y'.
       01  WS-RESOLVE-INVALID-SWITCH  PIC X(1)   VALUE 'N'.
           88  WS-RESOLVE-INVALID                VALUE 'Y'.
       01  WS-COMP-CHECK              PIC X(10).
       01  WS-COMP-DOT-COUNT          PIC 9(2).
       01  WS-EDIT-COMP-AMT           PIC ZZZZZZ9.99.
       01  WS-EDIT-CASES              PIC ZZZZ9.
       01  WS-OLD-INCIDENT-ID         PIC X(10).
      *    What the incident carried before a resolve - OPEN, or
      *    the earlier code and root cause when it is re-resolved.
       01  WS-OLD-RESOLUTION          PIC X(30).

      *    Authorization row area - the CMPMNT shape for the
      *    SUPVUSER read off CMPREFM.
       01  AUTH-CHECK-REC.
           05  AC-KEY.
               10  AC-TABLE-ID        PIC X(8).
               10  AC-ENTRY-KEY       PIC X(20).
           05  AC-ENTRY-DATA          PIC X(40).
           05  AC-EFFECTIVE-DATE      PIC 9(8).
           05  AC-STATUS              PIC X(1).

      *    Approved resolution and root-cause codes - an incident
      *    resolution is stamped on every linked case, so it is held
      *    to the same lists a CSR close is.
       COPY RESOLUTION_TABLE.

       COPY AUDIT_PARMS.

      *    No ENVIRONMENT DIVISION/FD here - CICS file control reads
      *    and writes CMPINCF, CMPINCL and CMPMAST through the CICS
      *    FCT definitions, the CMPCSR arrangement.
       COPY INCIDENT.
       COPY INCIDENT_LINK.
       COPY COMPLAINT_MASTER.

      *    Second incident area for the relink check, so reading the
      *    incident a case is already linked to does not clobber the
      *    incident being worked.
       01  PRIOR-INCIDENT-REC.
           05  PI-INCIDENT-ID         PIC X(10).
           05  PI-DESCRIPTION         PIC X(60).
           05  PI-INCIDENT-STATUS     PIC X(8).
           05  FILLER                 PIC X(74).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 INC-STATE-DFH          PIC X(1).
           05 INC-INCIDENT-ID-DFH    PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO WS-INC-COMMAREA
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO WS-INC-COMMAREA
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
               TRANSID ('CMPI')
               COMMAREA (WS-INC-COMMAREA)
           END-EXEC

           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO CMPINC1O
           MOVE 'ENTER INCIDENT ID AND ACTION - THEN PRESS ENTER'
               TO INCMSGO
           EXEC CICS SEND MAP ('CMPINC1')
                             MAPSET ('CMPINCM')
                             FROM (CMPINC1O)
                             ERASE
           END-EXEC.

       1050-RESEND-MAP.
           EXEC CICS SEND MAP ('CMPINC1')
                             MAPSET ('CMPINCM')
                             FROM (CMPINC1O)
                             DATAONLY
           END-EXEC.

       2000-PROCESS-INPUT.
           EXEC CICS RECEIVE MAP ('CMPINC1')
                             MAPSET ('CMPINCM')
                             INTO (CMPINC1I)
           END-EXEC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           PERFORM 2100-CHECK-AUTHORIZATION
           IF NOT WS-AUTHORIZED
               MOVE LOW-VALUES TO CMPINC1O
               MOVE 'NOT AUTHORIZED FOR INCIDENT MAINTENANCE'
                   TO INCMSGO
               PERFORM 1050-RESEND-MAP
           ELSE
               IF INCIDL > ZERO
                   MOVE INCIDI TO INC-INCIDENT-ID
               END-IF
               IF INC-INCIDENT-ID = SPACES OR
                  INC-INCIDENT-ID = LOW-VALUES
                   MOVE LOW-VALUES TO CMPINC1O
                   MOVE 'INCIDENT ID IS REQUIRED' TO INCMSGO
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
           MOVE INC-INCIDENT-ID TO IN-INCIDENT-ID
           EVALUATE INCACTI
               WHEN 'SHOW'
                   PERFORM 4000-SHOW-INCIDENT
               WHEN 'OPEN'
                   PERFORM 4500-OPEN-INCIDENT
               WHEN 'LINK'
                   PERFORM 5000-LINK-CASE
               WHEN 'UNLINK'
                   PERFORM 5500-UNLINK-CASE
               WHEN 'RESOLVE'
                   PERFORM 6000-RESOLVE-INCIDENT
               WHEN OTHER
                   MOVE 'ACTION MUST BE SHOW/OPEN/LINK/UNLINK/RESOLVE'
                       TO WS-SAVED-MSG
                   PERFORM 3100-READ-INCIDENT
                   PERFORM 8000-DISPLAY-INCIDENT
           END-EVALUATE.

       3100-READ-INCIDENT.
           MOVE 'N' TO WS-INCIDENT-FOUND-SWITCH
           EXEC CICS READ FILE ('CMPINCF')
                         INTO (INCIDENT-REC)
                         RIDFLD (IN-INCIDENT-ID)
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               SET WS-INCIDENT-FOUND TO TRUE
           ELSE
               MOVE INC-INCIDENT-ID TO IN-INCIDENT-ID
           END-IF.

       4000-SHOW-INCIDENT.
           PERFORM 3100-READ-INCIDENT
           IF WS-INCIDENT-FOUND
               MOVE 'INCIDENT DISPLAYED' TO WS-SAVED-MSG
           ELSE
               MOVE 'NO INCIDENT ON FILE WITH THAT ID' TO WS-SAVED-MSG
           END-IF
           PERFORM 8000-DISPLAY-INCIDENT.

       4500-OPEN-INCIDENT.
           IF INCDSCL = ZERO
               MOVE 'DESCRIPTION IS REQUIRED TO OPEN AN INCIDENT'
                   TO WS-SAVED-MSG
               PERFORM 3100-READ-INCIDENT
           ELSE
               MOVE SPACES          TO INCIDENT-REC
               MOVE INC-INCIDENT-ID TO IN-INCIDENT-ID
               MOVE INCDSCI         TO IN-DESCRIPTION
               SET IN-STATUS-OPEN TO TRUE
               MOVE WS-CURRENT-DATE TO IN-OPENED-DATE
               MOVE EIBUSERID       TO IN-OPENED-BY
               MOVE ZERO            TO IN-RESOLVED-DATE
               MOVE ZERO            TO IN-COMPENSATION-AMT
               MOVE ZERO            TO IN-CLOSED-DATE
               MOVE ZERO            TO IN-CASES-CLOSED
               EXEC CICS WRITE FILE ('CMPINCF')
                                 FROM (INCIDENT-REC)
                                 RIDFLD (IN-INCIDENT-ID)
                                 RESP (WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP (NORMAL)
                       SET WS-INCIDENT-FOUND TO TRUE
                       PERFORM 8600-LOG-OPEN-AUDIT
                       MOVE 'INCIDENT OPENED - LINK CASES TO IT'
                           TO WS-SAVED-MSG
                   WHEN DFHRESP (DUPREC)
                       MOVE 'INCIDENT ID ALREADY ON FILE'
                           TO WS-SAVED-MSG
                       PERFORM 3100-READ-INCIDENT
                   WHEN OTHER
                       MOVE 'WRITE FAILED - INCIDENT NOT OPENED'
                           TO WS-SAVED-MSG
               END-EVALUATE
           END-IF
           PERFORM 8000-DISPLAY-INCIDENT.

      *    Only an OPEN incident takes new cases, and only a case
      *    that is on the master and not yet closed can be linked -
      *    the bulk close has nothing to do for a closed or archived
      *    case, and linking one would only misstate the incident's
      *    size.
       5000-LINK-CASE.
           PERFORM 3100-READ-INCIDENT
           EVALUATE TRUE
               WHEN NOT WS-INCIDENT-FOUND
                   MOVE 'NO INCIDENT ON FILE WITH THAT ID'
                       TO WS-SAVED-MSG
               WHEN NOT IN-STATUS-OPEN
                   MOVE 'INCIDENT IS NOT OPEN - NO NEW LINKS'
                       TO WS-SAVED-MSG
               WHEN INCREFL = ZERO
                   MOVE 'C-REF IS REQUIRED TO LINK A CASE'
                       TO WS-SAVED-MSG
               WHEN OTHER
                   PERFORM 5100-CHECK-CASE-LINKABLE
           END-EVALUATE
           PERFORM 8000-DISPLAY-INCIDENT.

       5100-CHECK-CASE-LINKABLE.
           MOVE INCREFI TO CM-C-REF
           EXEC CICS READ FILE ('CMPMAST')
                         INTO (COMPLAINT-MASTER-REC)
                         RIDFLD (CM-C-REF)
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP (NORMAL)
               MOVE 'C-REF NOT ON THE ACTIVE MASTER' TO WS-SAVED-MSG
           ELSE
               IF CM-STATUS-CLOSED
                   MOVE 'CASE IS ALREADY CLOSED - NOT LINKED'
                       TO WS-SAVED-MSG
               ELSE
                   PERFORM 5200-WRITE-LINK-ROW
               END-IF
           END-IF.

      *    A case already linked elsewhere stays there unless that
      *    incident is CLOSED - a case reopened after its incident's
      *    bulk close is fair game for a new incident, but a live
      *    link is only ever moved by an explicit UNLINK first.
       5200-WRITE-LINK-ROW.
           MOVE CM-C-REF        TO IL-C-REF
           MOVE IN-INCIDENT-ID  TO IL-INCIDENT-ID
           MOVE WS-CURRENT-DATE TO IL-LINK-DATE
           MOVE WS-CURRENT-TIME TO IL-LINK-TIME
           MOVE EIBUSERID       TO IL-LINKED-BY
           MOVE SPACES          TO WS-OLD-INCIDENT-ID
           EXEC CICS WRITE FILE ('CMPINCL')
                             FROM (INCIDENT-LINK-REC)
                             RIDFLD (IL-C-REF)
                             RESP (WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP (NORMAL)
                   PERFORM 8700-LOG-LINK-AUDIT
                   STRING 'CASE ' CM-C-REF ' LINKED TO INCIDENT'
                       DELIMITED BY SIZE INTO WS-SAVED-MSG
               WHEN DFHRESP (DUPREC)
                   PERFORM 5250-RELINK-FROM-CLOSED
               WHEN OTHER
                   MOVE 'LINK WRITE FAILED - TRY AGAIN' TO WS-SAVED-MSG
           END-EVALUATE.

       5250-RELINK-FROM-CLOSED.
           EXEC CICS READ FILE ('CMPINCL')
                         INTO (INCIDENT-LINK-REC)
                         RIDFLD (CM-C-REF)
                         UPDATE
                         RESP (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP (NORMAL)
               MOVE 'LINK WRITE FAILED - TRY AGAIN' TO WS-SAVED-MSG
           ELSE
               MOVE IL-INCIDENT-ID TO WS-OLD-INCIDENT-ID
               EXEC CICS READ FILE ('CMPINCF')
                             INTO (PRIOR-INCIDENT-REC)
                             RIDFLD (IL-INCIDENT-ID)
                             RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP (NORMAL) AND
                  PI-INCIDENT-STATUS NOT = 'CLOSED'
                   EXEC CICS UNLOCK FILE ('CMPINCL') END-EXEC
                   STRING 'CASE ALREADY LINKED TO INCIDENT '
                       WS-OLD-INCIDENT-ID
                       DELIMITED BY SIZE INTO WS-SAVED-MSG
               ELSE
                   MOVE IN-INCIDENT-ID  TO IL-INCIDENT-ID
                   MOVE WS-CURRENT-DATE TO IL-LINK-DATE
                   MOVE WS-CURRENT-TIME TO IL-LINK-TIME
                   MOVE EIBUSERID       TO IL-LINKED-BY
                   EXEC CICS REWRITE FILE ('CMPINCL')
                                     FROM (INCIDENT-LINK-REC)
                                     RESP (WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP (NORMAL)
                       PERFORM 8700-LOG-LINK-AUDIT
                       STRING 'CASE ' CM-C-REF ' LINKED TO INCIDENT'
                           DELIMITED BY SIZE INTO WS-SAVED-MSG
                   ELSE
                       MOVE 'LINK WRITE FAILED - TRY AGAIN'
                           TO WS-SAVED-MSG
                   END-IF
               END-IF
           END-IF.

      *    The link must be to THIS incident - unlinking by C-REF
      *    alone from the wrong incident's screen would quietly pull
      *    a case out of someone else's incident.
       5500-UNLINK-CASE.
           PERFORM 3100-READ-INCIDENT
           IF INCREFL = ZERO
               MOVE 'C-REF IS REQUIRED TO UNLINK A CASE'
                   TO WS-SAVED-MSG
           ELSE
               MOVE INCREFI TO IL-C-REF
               EXEC CICS READ FILE ('CMPINCL')
                             INTO (INCIDENT-LINK-REC)
                             RIDFLD (IL-C-REF)
                             UPDATE
                             RESP (WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP (NORMAL)
                       MOVE 'CASE IS NOT LINKED TO ANY INCIDENT'
                           TO WS-SAVED-MSG
                   WHEN IL-INCIDENT-ID NOT = INC-INCIDENT-ID
                       EXEC CICS UNLOCK FILE ('CMPINCL') END-EXEC
                       STRING 'CASE IS LINKED TO INCIDENT '
                           IL-INCIDENT-ID
                           DELIMITED BY SIZE INTO WS-SAVED-MSG
                   WHEN IN-STATUS-CLOSED
                       EXEC CICS UNLOCK FILE ('CMPINCL') END-EXEC
                       MOVE 'INCIDENT ALREADY CLOSED - NOT UNLINKED'
                           TO WS-SAVED-MSG
                   WHEN OTHER
                       PERFORM 5600-DELETE-LINK-ROW
               END-EVALUATE
           END-IF
           PERFORM 8000-DISPLAY-INCIDENT.

       5600-DELETE-LINK-ROW.
           EXEC CICS DELETE FILE ('CMPINCL')
                            RESP (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP (NORMAL)
               MOVE IL-INCIDENT-ID TO WS-OLD-INCIDENT-ID
               MOVE SPACES         TO IL-INCIDENT-ID
               PERFORM 8700-LOG-LINK-AUDIT
               STRING 'CASE ' IL-C-REF ' UNLINKED FROM INCIDENT'
                   DELIMITED BY SIZE INTO WS-SAVED-MSG
           ELSE
               MOVE 'UNLINK FAILED - TRY AGAIN' TO WS-SAVED-MSG
           END-IF.

      *    Resolving stamps the package every linked case will close
      *    with - validated as a whole before anything is applied,
      *    the CMPCSR close rule, since a bad code here would land on
      *    every case the incident holds.
       6000-RESOLVE-INCIDENT.
           MOVE 'N' TO WS-RESOLVE-INVALID-SWITCH
           IF INCRESL = ZERO OR INCRCAL = ZERO OR INCCMPL = ZERO
               SET WS-RESOLVE-INVALID TO TRUE
               MOVE 'RESOLVE NEEDS RESOLUTION, CAUSE AND AMOUNT'
                   TO WS-SAVED-MSG
           END-IF
           IF NOT WS-RESOLVE-INVALID
               PERFORM 6100-VALIDATE-RESOLUTION
           END-IF
           IF NOT WS-RESOLVE-INVALID
               PERFORM 6200-VALIDATE-ROOT-CAUSE
           END-IF
           IF NOT WS-RESOLVE-INVALID
               PERFORM 6300-VALIDATE-COMPENSATION
           END-IF
           IF WS-RESOLVE-INVALID
               PERFORM 3100-READ-INCIDENT
           ELSE
               PERFORM 6400-APPLY-RESOLUTION
           END-IF
           PERFORM 8000-DISPLAY-INCIDENT.

       6100-VALIDATE-RESOLUTION.
           SET WS-RESOL-IDX TO 1
           SEARCH WS-RESOL-ENTRY
               AT END
                   SET WS-RESOLVE-INVALID TO TRUE
                   MOVE 'RESOLUTION NOT ON APPROVED LIST'
                       TO WS-SAVED-MSG
               WHEN WS-RESOL-ENTRY (WS-RESOL-IDX) = INCRESI
                   CONTINUE
           END-SEARCH.

       6200-VALIDATE-ROOT-CAUSE.
           SET WS-RCAUSE-IDX TO 1
           SEARCH WS-RCAUSE-ENTRY
               AT END
                   SET WS-RESOLVE-INVALID TO TRUE
                   MOVE 'ROOT CAUSE NOT ON APPROVED LIST'
                       TO WS-SAVED-MSG
               WHEN WS-RCAUSE-ENTRY (WS-RCAUSE-IDX) = INCRCAI
                   CONTINUE
           END-SEARCH.

      *    Only digits and at most one decimal point - the CMPCSR
      *    close rule for the same field.
       6300-VALIDATE-COMPENSATION.
           MOVE INCCMPI TO WS-COMP-CHECK
           INSPECT WS-COMP-CHECK
               CONVERTING '0123456789.' TO SPACES
           MOVE ZERO TO WS-COMP-DOT-COUNT
           INSPECT INCCMPI TALLYING WS-COMP-DOT-COUNT
               FOR ALL '.'
           IF WS-COMP-CHECK NOT = SPACES OR WS-COMP-DOT-COUNT > 1
               SET WS-RESOLVE-INVALID TO TRUE
               MOVE 'COMPENSATION AMOUNT NOT NUMERIC'
                   TO WS-SAVED-MSG
           END-IF.

      *    A RESOLVED incident may be re-resolved (a corrected code)
      *    right up until the bulk close runs; once CLOSED, the cases
      *    carry the package and changing it here would only make
      *    the incident disagree with them.
       6400-APPLY-RESOLUTION.
           EXEC CICS READ FILE ('CMPINCF')
                         INTO (INCIDENT-REC)
                         RIDFLD (IN-INCIDENT-ID)
                         UPDATE
                         RESP (WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP (NORMAL)
                   MOVE 'NO INCIDENT ON FILE WITH THAT ID'
                       TO WS-SAVED-MSG
                   MOVE 'N' TO WS-INCIDENT-FOUND-SWITCH
               WHEN IN-STATUS-CLOSED
                   EXEC CICS UNLOCK FILE ('CMPINCF') END-EXEC
                   SET WS-INCIDENT-FOUND TO TRUE
                   MOVE 'INCIDENT ALREADY BULK-CLOSED - NOT CHANGED'
                       TO WS-SAVED-MSG
               WHEN OTHER
                   SET WS-INCIDENT-FOUND TO TRUE
                   MOVE SPACES TO WS-OLD-RESOLUTION
                   IF IN-STATUS-RESOLVED
                       STRING IN-RESOLUTION-CODE ' ' IN-ROOT-CAUSE
                           DELIMITED BY SIZE INTO WS-OLD-RESOLUTION
                   ELSE
                       MOVE IN-INCIDENT-STATUS TO WS-OLD-RESOLUTION
                   END-IF
                   SET IN-STATUS-RESOLVED TO TRUE
                   MOVE WS-CURRENT-DATE TO IN-RESOLVED-DATE
                   MOVE EIBUSERID       TO IN-RESOLVED-BY
                   MOVE INCRESI         TO IN-RESOLUTION-CODE
                   MOVE INCRCAI         TO IN-ROOT-CAUSE
                   COMPUTE IN-COMPENSATION-AMT =
                       FUNCTION NUMVAL (INCCMPI (1:INCCMPL))
                   EXEC CICS REWRITE FILE ('CMPINCF')
                                     FROM (INCIDENT-REC)
                                     RESP (WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP (NORMAL)
                       PERFORM 8650-LOG-RESOLVE-AUDIT
                       MOVE 'INCIDENT RESOLVED - CASES CLOSE TONIGHT'
                           TO WS-SAVED-MSG
                   ELSE
                       MOVE 'RESOLVE FAILED - TRY AGAIN'
                           TO WS-SAVED-MSG
                   END-IF
           END-EVALUATE.

       8000-DISPLAY-INCIDENT.
           MOVE LOW-VALUES TO CMPINC1O
           MOVE IN-INCIDENT-ID TO INCIDO
           IF WS-INCIDENT-FOUND
               SET INC-STATE-INCIDENT-ON-SCREEN TO TRUE
               MOVE IN-DESCRIPTION TO INCDSCO
               IF IN-STATUS-OPEN
                   STRING IN-INCIDENT-STATUS ' OPENED ' IN-OPENED-DATE
                       ' BY ' IN-OPENED-BY
                       DELIMITED BY SIZE INTO INCSTAO
               ELSE
                   MOVE IN-RESOLUTION-CODE  TO INCRESO
                   MOVE IN-ROOT-CAUSE       TO INCRCAO
                   MOVE IN-COMPENSATION-AMT TO WS-EDIT-COMP-AMT
                   MOVE WS-EDIT-COMP-AMT    TO INCCMPO
                   MOVE IN-CASES-CLOSED     TO WS-EDIT-CASES
                   STRING IN-INCIDENT-STATUS ' OPENED ' IN-OPENED-DATE
                       ' RESOLVED ' IN-RESOLVED-DATE
                       ' CLOSED ' WS-EDIT-CASES
                       DELIMITED BY SIZE INTO INCSTAO
               END-IF
           ELSE
               MOVE LOW-VALUES TO INC-STATE
           END-IF
           IF WS-SAVED-MSG NOT = SPACES
               MOVE WS-SAVED-MSG TO INCMSGO
               MOVE SPACES TO WS-SAVED-MSG
           END-IF
           PERFORM 1050-RESEND-MAP.

       8600-LOG-OPEN-AUDIT.
           MOVE IN-INCIDENT-ID  TO AT-C-REF
           MOVE 'UPDATED'       TO AT-EVENT-TYPE
           MOVE 'SUPV-INCDT'    TO AT-CHANNEL
           MOVE EIBUSERID       TO AT-USER-ID
           MOVE 'INCIDENT'      TO AT-FIELD-CHANGED
           MOVE SPACES          TO AT-OLD-VALUE
           MOVE IN-DESCRIPTION (1:30) TO AT-NEW-VALUE
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       8650-LOG-RESOLVE-AUDIT.
           MOVE IN-INCIDENT-ID  TO AT-C-REF
           MOVE 'UPDATED'       TO AT-EVENT-TYPE
           MOVE 'SUPV-INCDT'    TO AT-CHANNEL
           MOVE EIBUSERID       TO AT-USER-ID
           MOVE 'RESOLUTION'    TO AT-FIELD-CHANGED
           MOVE WS-OLD-RESOLUTION TO AT-OLD-VALUE
           MOVE SPACES          TO AT-NEW-VALUE
           STRING IN-RESOLUTION-CODE ' ' IN-ROOT-CAUSE
               DELIMITED BY SIZE INTO AT-NEW-VALUE
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       8700-LOG-LINK-AUDIT.
           MOVE IL-C-REF           TO AT-C-REF
           MOVE 'UPDATED'          TO AT-EVENT-TYPE
           MOVE 'SUPV-INCDT'       TO AT-CHANNEL
           MOVE EIBUSERID          TO AT-USER-ID
           MOVE 'INCIDENT-ID'      TO AT-FIELD-CHANGED
           MOVE WS-OLD-INCIDENT-ID TO AT-OLD-VALUE
           MOVE IL-INCIDENT-ID     TO AT-NEW-VALUE
           MOVE 'LOG'              TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       9000-END-SESSION.
           EXEC CICS SEND TEXT FROM ('CMPINC SESSION ENDED')
                             ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.
