      *=============================================================*
      * PROGRAM-ID:  CMPINTG                                         *
      * Weekly cross-file integrity check.  The case lives on the    *
      * master (CMPMAST) or, once archived, on CMPARCF - never both  *
      * - and every satellite file is keyed back to it by C-REF:     *
      * the customer cross-reference CMPCXRF, the keyed audit        *
      * history CMPAUDK, the case notes CMPNOTK, and the reject-     *
      * repair file CMPREJM.  Nothing enforces those ties but the    *
      * programs that write them, so this batch walks each file and  *
      * lists every row that breaks one, one line per exception on   *
      * CMPINTO:                                                     *
      *   BOTH-FILES    C-REF on the master and the archive at once  *
      *   CLOSED-NORES  CLOSED case with no resolution code          *
      *   CLOSED-NODT   CLOSED case with a zero close date           *
      *   NO-SLA-DATE   case with a zero SLA due date                *
      *   UNASSIGNED    workable case, no assignee, opened more than *
      *                 a day ago (cases held behind an open major   *
      *                 incident are left alone - CMPASGN holds them *
      *                 on purpose)                                  *
      *   NOT-ROSTERED  case assigned to a user not on the roster    *
      *   XREF-NO-CASE  cross-reference row whose case is on neither *
      *                 file                                         *
      *   XREF-STATUS   cross-reference status differs from the case *
      *                 and the case was last updated before         *
      *                 yesterday - older than one rebuild (a case   *
      *                 touched since last night's CMPXREF is simply *
      *                 ahead of it)                                 *
      *   ORPHAN-NOTE   notes for a C-REF on neither file            *
      *   ORPHAN-AUDIT  audit history for a C-REF on neither file    *
      *                 (a C-REF that only ever got as far as        *
      *                 RECEIVED/REJECTED never made a case and is   *
      *                 not an exception, nor are the rows keyed by  *
      *                 a reference-table entry, an unrepaired       *
      *                 reject or a major incident)                  *
      *   REJ-ON-MAST   reject still awaiting repair whose C-REF is  *
      *                 on the master now                            *
      * The cross-reference is only as fresh as its nightly rebuild, *
      * so this runs after CMPXREF.  Read-only throughout.  The      *
      * optional CMPINTP parm carries the exception count the shop   *
      * will tolerate; above it the run ends RETURN-CODE 8 (the      *
      * CMPBAL convention) so the scheduler flags it.  No parm means *
      * a threshold of zero.                                         *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPINTG.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-PARM-FILE ASSIGN TO "CMPINTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT COMPLAINT-MASTER-FILE ASSIGN TO "CMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-C-REF
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CASE-ARCHIVE-FILE ASSIGN TO "CMPARCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-C-REF
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO "CMPCXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XK-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "CMPAUDK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CASE-NOTES-FILE ASSIGN TO "CMPNOTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTES-FILE-STATUS.
           SELECT REJECT-REPAIR-FILE ASSIGN TO "CMPREJM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-C-REF
               FILE STATUS IS WS-REPAIR-FILE-STATUS.
           SELECT INCIDENT-LINK-FILE ASSIGN TO "CMPINCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-C-REF
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "CMPINCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INCIDENT-ID
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "CMPINTO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRITY-PARM-FILE.
       01  INTEGRITY-PARM-REC.
           05  IP-THRESHOLD           PIC 9(5).

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

       FD  CUSTOMER-XREF-FILE.
       COPY CUSTOMER_XREF.

       FD  AUDIT-HISTORY-FILE.
       COPY AUDIT_HISTORY.

       FD  CASE-NOTES-FILE.
       COPY CASE_NOTES.

      *    Key-plus-filler for the same reason as the master FDs -
      *    COMPLAINT_REJECT.cpy's names live in WORKING-STORAGE.
       FD  REJECT-REPAIR-FILE.
       01  REJECT-REPAIR-REC.
           05  RM-C-REF               PIC X(10).
           05  RM-REJECT-BODY         PIC X(436).

       FD  INCIDENT-LINK-FILE.
       COPY INCIDENT_LINK.

       FD  INCIDENT-FILE.
       COPY INCIDENT.

       FD  INTEGRITY-REPORT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-XREF-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-HISTORY-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-NOTES-FILE-STATUS       PIC X(2)    VALUE '00'.
       01  WS-REPAIR-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-LINK-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-INCIDENT-FILE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.

      *    Open-outcome switches (the CMPERAS pattern) - the FILE
      *    STATUS fields are overwritten by every keyed READ, so
      *    "did the OPEN work" is remembered apart from them.
       01  WS-MASTER-OPEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-MASTER-IS-OPEN                  VALUE 'Y'.
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-ARCHIVE-IS-OPEN                 VALUE 'Y'.
       01  WS-INCIDENT-FILES-SWITCH   PIC X(1)    VALUE 'N'.
           88  WS-INCIDENT-FILES-OPEN             VALUE 'Y'.

       01  WS-ON-MASTER-SWITCH        PIC X(1).
           88  WS-ON-MASTER                       VALUE 'Y'.
       01  WS-ON-ARCHIVE-SWITCH       PIC X(1).
           88  WS-ON-ARCHIVE                      VALUE 'Y'.
       01  WS-INCIDENT-HOLD-SWITCH    PIC X(1).
           88  WS-INCIDENT-HELD                   VALUE 'Y'.
       01  WS-ROSTERED-SWITCH         PIC X(1).
           88  WS-IS-ROSTERED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-TIME            PIC 9(6).
           05  FILLER                 PIC X(8).

      *    A workable case opened before this date with nobody on it
      *    has missed at least one nightly distribution; a case last
      *    updated before it has been through a cross-reference
      *    rebuild since, so a status the rebuild still disagrees
      *    with is an exception.
       01  WS-STALE-BEFORE-DATE       PIC 9(8).
       01  WS-THRESHOLD               PIC 9(5)    VALUE ZERO.

       COPY COMPLAINT_MASTER.
       COPY COMPLAINT_REJECT.
       COPY CSR_ROSTER.
       COPY CMPRTBL_PARMS.

      *    The C-REF whose run of notes or audit rows is being read,
      *    how many rows it has, and whether any of them says the
      *    case got past intake.
       01  WS-GROUP-C-REF             PIC X(10)   VALUE SPACES.
       01  WS-GROUP-ROWS              PIC 9(5)    VALUE ZERO.
       01  WS-GROUP-PAST-INTAKE       PIC X(1)    VALUE 'N'.
           88  WS-GROUP-IS-CASE                   VALUE 'Y'.

       01  WS-EXCEPTION-CODE          PIC X(12).
       01  WS-EXCEPTION-C-REF         PIC X(10).
       01  WS-EXCEPTION-DETAIL        PIC X(54).
       01  WS-SOURCE-NAME             PIC X(7).
       01  WS-EDIT-ROWS               PIC ZZ,ZZ9.

       01  WS-COUNTS.
           05  WS-MASTER-READ-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-ARCHIVE-READ-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-XREF-READ-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-NOTES-READ-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-AUDIT-READ-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-REPAIR-READ-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-BOTH-FILES-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-CLOSED-NORES-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-CLOSED-NODT-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-NO-SLA-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-UNASSIGNED-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-NOT-ROSTERED-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-XREF-NO-CASE-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-XREF-STATUS-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-ORPHAN-NOTE-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-ORPHAN-AUDIT-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-REJ-ON-MAST-COUNT   PIC 9(9)    VALUE ZERO.

       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-CHECK-MASTER-FILE
           PERFORM 0300-CHECK-ARCHIVE-FILE
           PERFORM 0400-CHECK-XREF-FILE
           PERFORM 0500-CHECK-NOTES-FILE
           PERFORM 0600-CHECK-AUDIT-HISTORY
           PERFORM 0700-CHECK-REPAIR-FILE
           PERFORM 0800-WRITE-SUMMARY
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-STALE-BEFORE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1)
           OPEN INPUT INTEGRITY-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ INTEGRITY-PARM-FILE
                   NOT AT END
                       IF IP-THRESHOLD NUMERIC
                           MOVE IP-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE INTEGRITY-PARM-FILE
           END-IF
           MOVE 'ROSTER' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-ROSTER-REF-TABLE
                                 RTBL-RC
           END-CALL
           OPEN INPUT COMPLAINT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CASE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '00'
               SET WS-ARCHIVE-IS-OPEN TO TRUE
           END-IF
      *    No incident files yet just means nothing is held.
           OPEN INPUT INCIDENT-LINK-FILE
           IF WS-LINK-FILE-STATUS = '00'
               OPEN INPUT INCIDENT-FILE
               IF WS-INCIDENT-FILE-STATUS = '00'
                   SET WS-INCIDENT-FILES-OPEN TO TRUE
               ELSE
                   CLOSE INCIDENT-LINK-FILE
               END-IF
           END-IF
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'CROSS-FILE INTEGRITY CHECK - RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '  CHECK        C-REF      DETAIL' TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Master sweep: every per-case rule, plus the look across
      *    at the archive for the same C-REF.
       0200-CHECK-MASTER-FILE.
           IF WS-MASTER-IS-OPEN
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0250-READ-ONE-MASTER
                   UNTIL WS-END-OF-FILE
           END-IF.

       0250-READ-ONE-MASTER.
           READ COMPLAINT-MASTER-FILE NEXT RECORD
               INTO COMPLAINT-MASTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE 'MASTER' TO WS-SOURCE-NAME
                   PERFORM 1000-CHECK-BOTH-FILES
                   PERFORM 1100-CHECK-CASE-FIELDS
                   PERFORM 1200-CHECK-WORKABLE-CASE
           END-READ.

      *    The archive was read by key during the master sweep, so it
      *    is closed and reopened to sweep it from the top (the
      *    CMPREFU arrangement).  Archived cases are closed by
      *    definition - assignment and roster rules do not apply.
       0300-CHECK-ARCHIVE-FILE.
           IF WS-ARCHIVE-IS-OPEN
               CLOSE CASE-ARCHIVE-FILE
               OPEN INPUT CASE-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0350-READ-ONE-ARCHIVE
                   UNTIL WS-END-OF-FILE
           END-IF.

       0350-READ-ONE-ARCHIVE.
           READ CASE-ARCHIVE-FILE NEXT RECORD
               INTO COMPLAINT-MASTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
                   MOVE 'ARCHIVE' TO WS-SOURCE-NAME
                   PERFORM 1100-CHECK-CASE-FIELDS
           END-READ.

       0400-CHECK-XREF-FILE.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0450-READ-ONE-XREF
                   UNTIL WS-END-OF-FILE
               CLOSE CUSTOMER-XREF-FILE
           END-IF.

       0450-READ-ONE-XREF.
           READ CUSTOMER-XREF-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-XREF-READ-COUNT
                   MOVE XK-C-REF TO WS-EXCEPTION-C-REF
                   PERFORM 2000-LOCATE-CASE
                   IF WS-ON-MASTER OR WS-ON-ARCHIVE
                       IF XK-CASE-STATUS NOT = CM-CASE-STATUS AND
                          CM-LAST-UPDATE-DATE < WS-STALE-BEFORE-DATE
                           ADD 1 TO WS-XREF-STATUS-COUNT
                           MOVE 'XREF-STATUS' TO WS-EXCEPTION-CODE
                           MOVE SPACES TO WS-EXCEPTION-DETAIL
                           STRING 'XREF SAYS ' XK-CASE-STATUS
                               ' CASE SAYS ' CM-CASE-STATUS
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-DETAIL
                           PERFORM 3000-WRITE-EXCEPTION
                       END-IF
                   ELSE
                       ADD 1 TO WS-XREF-NO-CASE-COUNT
                       MOVE 'XREF-NO-CASE' TO WS-EXCEPTION-CODE
                       MOVE 'XREF ROW, CASE ON NEITHER FILE'
                           TO WS-EXCEPTION-DETAIL
                       PERFORM 3000-WRITE-EXCEPTION
                   END-IF
           END-READ.

      *    Notes are keyed C-REF first, so one case's notes arrive
      *    together - checked once per C-REF, not once per note.
       0500-CHECK-NOTES-FILE.
           OPEN INPUT CASE-NOTES-FILE
           IF WS-NOTES-FILE-STATUS = '00'
               MOVE SPACES TO WS-GROUP-C-REF
               MOVE ZERO TO WS-GROUP-ROWS
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0550-READ-ONE-NOTE
                   UNTIL WS-END-OF-FILE
               PERFORM 1500-FINISH-NOTES-GROUP
               CLOSE CASE-NOTES-FILE
           END-IF.

       0550-READ-ONE-NOTE.
           READ CASE-NOTES-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTES-READ-COUNT
                   IF NT-C-REF NOT = WS-GROUP-C-REF
                       PERFORM 1500-FINISH-NOTES-GROUP
                       MOVE NT-C-REF TO WS-GROUP-C-REF
                       MOVE ZERO TO WS-GROUP-ROWS
                   END-IF
                   ADD 1 TO WS-GROUP-ROWS
           END-READ.

       0600-CHECK-AUDIT-HISTORY.
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = '00'
               MOVE SPACES TO WS-GROUP-C-REF
               MOVE ZERO TO WS-GROUP-ROWS
               MOVE 'N' TO WS-GROUP-PAST-INTAKE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0650-READ-ONE-AUDIT
                   UNTIL WS-END-OF-FILE
               PERFORM 1600-FINISH-AUDIT-GROUP
               CLOSE AUDIT-HISTORY-FILE
           END-IF.

       0650-READ-ONE-AUDIT.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF AK-C-REF NOT = WS-GROUP-C-REF
                       PERFORM 1600-FINISH-AUDIT-GROUP
                       MOVE AK-C-REF TO WS-GROUP-C-REF
                       MOVE ZERO TO WS-GROUP-ROWS
                       MOVE 'N' TO WS-GROUP-PAST-INTAKE
                   END-IF
                   ADD 1 TO WS-GROUP-ROWS
                   PERFORM 0660-CHECK-AUDIT-KEY
           END-READ.

      *    Some rows on the trail are keyed by something that is not
      *    a case: the reference-table key on REF-MAINT, a reject's
      *    C-REF while it sits on the repair desk (REJECT-FIX), and
      *    the incident ID on the incident's own OPEN/RESOLVE/CLOSE
      *    rows.  Only the rest mark the C-REF as a case.  The
      *    INCIDENT-ID link rows are keyed by the linked case.
       0660-CHECK-AUDIT-KEY.
           EVALUATE TRUE
               WHEN AK-EVENT-TYPE = 'RECEIVED'
               WHEN AK-EVENT-TYPE = 'REJECTED'
               WHEN AK-CHANNEL = 'REF-MAINT'
               WHEN AK-CHANNEL = 'REJECT-FIX'
                   CONTINUE
               WHEN (AK-CHANNEL = 'SUPV-INCDT' OR
                     AK-CHANNEL = 'INCID-RUN') AND
                    (AK-FIELD-CHANGED = 'INCIDENT' OR
                     AK-FIELD-CHANGED = 'RESOLUTION')
                   CONTINUE
               WHEN OTHER
                   SET WS-GROUP-IS-CASE TO TRUE
           END-EVALUATE.

      *    A reject still awaiting repair whose C-REF has since made
      *    the master - resubmitted through another path, or a
      *    C-REF reused - will be bounced as a duplicate if it is
      *    ever repaired; the repair desk needs to close it off.
       0700-CHECK-REPAIR-FILE.
           OPEN INPUT REJECT-REPAIR-FILE
           IF WS-REPAIR-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0750-READ-ONE-REPAIR
                   UNTIL WS-END-OF-FILE
               CLOSE REJECT-REPAIR-FILE
           END-IF.

       0750-READ-ONE-REPAIR.
           READ REJECT-REPAIR-FILE NEXT RECORD
               INTO COMPLAINT-REJECT-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REPAIR-READ-COUNT
                   IF CR-AWAITING-REPAIR
                       MOVE CR-C-REF TO WS-EXCEPTION-C-REF
                       PERFORM 2000-LOCATE-CASE
                       IF WS-ON-MASTER
                           ADD 1 TO WS-REJ-ON-MAST-COUNT
                           MOVE 'REJ-ON-MAST' TO WS-EXCEPTION-CODE
                           MOVE SPACES TO WS-EXCEPTION-DETAIL
                           STRING 'REJECTED ' CR-REJECT-DATE
                               ' AWAITING REPAIR, C-REF NOW ON MASTER'
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-DETAIL
                           PERFORM 3000-WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

      *    Existence only - the master record in the work area is
      *    the one being checked, so the archive is read into its
      *    own record area.
       1000-CHECK-BOTH-FILES.
           IF WS-ARCHIVE-IS-OPEN
               MOVE CM-C-REF TO AF-C-REF
               READ CASE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-BOTH-FILES-COUNT
                       MOVE 'BOTH-FILES' TO WS-EXCEPTION-CODE
                       MOVE CM-C-REF TO WS-EXCEPTION-C-REF
                       MOVE 'ON THE MASTER AND THE ARCHIVE'
                           TO WS-EXCEPTION-DETAIL
                       PERFORM 3000-WRITE-EXCEPTION
               END-READ
           END-IF.

       1100-CHECK-CASE-FIELDS.
           MOVE CM-C-REF TO WS-EXCEPTION-C-REF
           IF CM-STATUS-CLOSED
               IF CM-RESOLUTION-CODE = SPACES
                   ADD 1 TO WS-CLOSED-NORES-COUNT
                   MOVE 'CLOSED-NORES' TO WS-EXCEPTION-CODE
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING 'CLOSED WITH NO RESOLUTION CODE ('
                       WS-SOURCE-NAME ')'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   PERFORM 3000-WRITE-EXCEPTION
               END-IF
               IF CM-CLOSE-DATE = ZERO
                   ADD 1 TO WS-CLOSED-NODT-COUNT
                   MOVE 'CLOSED-NODT' TO WS-EXCEPTION-CODE
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING 'CLOSED WITH A ZERO CLOSE DATE ('
                       WS-SOURCE-NAME ')'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   PERFORM 3000-WRITE-EXCEPTION
               END-IF
           END-IF
           IF CM-SLA-DUE-DATE = ZERO
               ADD 1 TO WS-NO-SLA-COUNT
               MOVE 'NO-SLA-DATE' TO WS-EXCEPTION-CODE
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING 'SLA DUE DATE IS ZERO (' WS-SOURCE-NAME ')'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               PERFORM 3000-WRITE-EXCEPTION
           END-IF.

      *    Master only.  Unassigned: not CLOSED, nobody on it, and
      *    opened before yesterday - unless an open incident is
      *    holding it.  Assigned: the holder has to be on the roster
      *    or nobody will ever see the queue.
       1200-CHECK-WORKABLE-CASE.
           IF NOT CM-STATUS-CLOSED
               IF CM-ASSIGNED-TO = SPACES
                   IF CM-OPEN-DATE < WS-STALE-BEFORE-DATE
                       PERFORM 1250-CHECK-INCIDENT-HOLD
                       IF NOT WS-INCIDENT-HELD
                           ADD 1 TO WS-UNASSIGNED-COUNT
                           MOVE 'UNASSIGNED' TO WS-EXCEPTION-CODE
                           MOVE SPACES TO WS-EXCEPTION-DETAIL
                           STRING CM-CASE-STATUS ' SINCE '
                               CM-OPEN-DATE ', NO ASSIGNEE'
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-DETAIL
                           PERFORM 3000-WRITE-EXCEPTION
                       END-IF
                   END-IF
               ELSE
                   PERFORM 1300-CHECK-ROSTERED
                   IF NOT WS-IS-ROSTERED
                       ADD 1 TO WS-NOT-ROSTERED-COUNT
                       MOVE 'NOT-ROSTERED' TO WS-EXCEPTION-CODE
                       MOVE SPACES TO WS-EXCEPTION-DETAIL
                       STRING 'ASSIGNED TO ' CM-ASSIGNED-TO
                           ', NOT ON THE ROSTER'
                           DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                       PERFORM 3000-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    Same rule as CMPASGN: held only while the linked incident
      *    is not yet CLOSED.
       1250-CHECK-INCIDENT-HOLD.
           MOVE 'N' TO WS-INCIDENT-HOLD-SWITCH
           IF WS-INCIDENT-FILES-OPEN
               MOVE CM-C-REF TO IL-C-REF
               READ INCIDENT-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IL-INCIDENT-ID TO IN-INCIDENT-ID
                       READ INCIDENT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOT IN-STATUS-CLOSED
                                   SET WS-INCIDENT-HELD TO TRUE
                               END-IF
                       END-READ
               END-READ
           END-IF.

       1300-CHECK-ROSTERED.
           MOVE 'N' TO WS-ROSTERED-SWITCH
           IF WS-RREF-COUNT > ZERO
               SET WS-RREF-IDX TO 1
               SEARCH WS-RREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RREF-USER-ID (WS-RREF-IDX) = CM-ASSIGNED-TO
                       SET WS-IS-ROSTERED TO TRUE
               END-SEARCH
           END-IF.

       1500-FINISH-NOTES-GROUP.
           IF WS-GROUP-C-REF NOT = SPACES
               MOVE WS-GROUP-C-REF TO WS-EXCEPTION-C-REF
               PERFORM 2000-LOCATE-CASE
               IF NOT WS-ON-MASTER AND NOT WS-ON-ARCHIVE
                   ADD 1 TO WS-ORPHAN-NOTE-COUNT
                   MOVE 'ORPHAN-NOTE' TO WS-EXCEPTION-CODE
                   MOVE WS-GROUP-ROWS TO WS-EDIT-ROWS
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING WS-EDIT-ROWS
                       ' NOTE(S), CASE ON NEITHER FILE'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   PERFORM 3000-WRITE-EXCEPTION
               END-IF
           END-IF.

       1600-FINISH-AUDIT-GROUP.
           IF WS-GROUP-C-REF NOT = SPACES AND WS-GROUP-IS-CASE
               MOVE WS-GROUP-C-REF TO WS-EXCEPTION-C-REF
               PERFORM 2000-LOCATE-CASE
               IF NOT WS-ON-MASTER AND NOT WS-ON-ARCHIVE
                   ADD 1 TO WS-ORPHAN-AUDIT-COUNT
                   MOVE 'ORPHAN-AUDIT' TO WS-EXCEPTION-CODE
                   MOVE WS-GROUP-ROWS TO WS-EDIT-ROWS
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING WS-EDIT-ROWS
                       ' AUDIT ROW(S), CASE ON NEITHER FILE'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   PERFORM 3000-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    Master first, then the archive; the case found is left in
      *    COMPLAINT-MASTER-REC for the caller.
       2000-LOCATE-CASE.
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           MOVE 'N' TO WS-ON-ARCHIVE-SWITCH
           IF WS-MASTER-IS-OPEN
               MOVE WS-EXCEPTION-C-REF TO MF-C-REF
               READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
               END-READ
           END-IF
           IF NOT WS-ON-MASTER AND WS-ARCHIVE-IS-OPEN
               MOVE WS-EXCEPTION-C-REF TO AF-C-REF
               READ CASE-ARCHIVE-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-ARCHIVE TO TRUE
               END-READ
           END-IF.

       3000-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-EXCEPTION-CODE ' ' WS-EXCEPTION-C-REF ' '
               WS-EXCEPTION-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       0800-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EXCEPTIONS BY CHECK' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BOTH-FILES-COUNT TO WS-EDIT-NUMBER
           MOVE 'BOTH-FILES' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-CLOSED-NORES-COUNT TO WS-EDIT-NUMBER
           MOVE 'CLOSED-NORES' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-CLOSED-NODT-COUNT TO WS-EDIT-NUMBER
           MOVE 'CLOSED-NODT' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-NO-SLA-COUNT TO WS-EDIT-NUMBER
           MOVE 'NO-SLA-DATE' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-UNASSIGNED-COUNT TO WS-EDIT-NUMBER
           MOVE 'UNASSIGNED' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-NOT-ROSTERED-COUNT TO WS-EDIT-NUMBER
           MOVE 'NOT-ROSTERED' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-XREF-NO-CASE-COUNT TO WS-EDIT-NUMBER
           MOVE 'XREF-NO-CASE' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-XREF-STATUS-COUNT TO WS-EDIT-NUMBER
           MOVE 'XREF-STATUS' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-ORPHAN-NOTE-COUNT TO WS-EDIT-NUMBER
           MOVE 'ORPHAN-NOTE' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-ORPHAN-AUDIT-COUNT TO WS-EDIT-NUMBER
           MOVE 'ORPHAN-AUDIT' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-REJ-ON-MAST-COUNT TO WS-EDIT-NUMBER
           MOVE 'REJ-ON-MAST' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-NUMBER
           MOVE 'TOTAL' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE WS-THRESHOLD TO WS-EDIT-NUMBER
           MOVE 'THRESHOLD' TO WS-EXCEPTION-CODE
           PERFORM 3100-WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-EXCEPTION-COUNT > WS-THRESHOLD
               MOVE 'RESULT: EXCEPTIONS OVER THRESHOLD - RC 8'
                   TO REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'RESULT: WITHIN THRESHOLD' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       3100-WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-EXCEPTION-CODE ' ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       0900-TERMINATE.
           CLOSE INTEGRITY-REPORT-FILE
           IF WS-MASTER-IS-OPEN
               CLOSE COMPLAINT-MASTER-FILE
           END-IF
           IF WS-ARCHIVE-IS-OPEN
               CLOSE CASE-ARCHIVE-FILE
           END-IF
           IF WS-INCIDENT-FILES-OPEN
               CLOSE INCIDENT-LINK-FILE
               CLOSE INCIDENT-FILE
           END-IF
           DISPLAY 'CMPINTG MASTER READ  = ' WS-MASTER-READ-COUNT
           DISPLAY 'CMPINTG ARCHIVE READ = ' WS-ARCHIVE-READ-COUNT
           DISPLAY 'CMPINTG EXCEPTIONS   = ' WS-EXCEPTION-COUNT.
