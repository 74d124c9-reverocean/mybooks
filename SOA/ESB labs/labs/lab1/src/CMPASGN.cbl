      * cases no rostered CSR can take are left OPEN and listed at    *
      * the bottom of the sheet instead of being force-fed to an      *
      * over-capacity team.                                           *
      * A case a supervisor has linked to a major incident that is    *
      * not yet CLOSED (see CMPINC and INCIDENT_LINK.cpy) is held out *
      * of distribution - the incident's bulk close (CMPINCC) will    *
      * close it, so handing it to a CSR only spends their capacity   *
      * on work nobody needs done case by case.  Held cases are       *
      * listed on the sheet so the supervisor can see what the        *
      * incident is holding back.                                     *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPASGN.
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT WORKLOAD-SHEET-FILE ASSIGN TO "CMPASGO"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  WORKLOAD-SHEET-FILE.
       01  WORKLOAD-LINE              PIC X(80).

       FD  INCIDENT-LINK-FILE.
       COPY INCIDENT_LINK.

       FD  INCIDENT-FILE.
       COPY INCIDENT.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-ROSTER-EOF-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-ROSTER-EOF                      VALUE 'Y'.
       01  WS-LINK-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-INCIDENT-FILE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-INCIDENT-FILES-SWITCH   PIC X(1)    VALUE 'N'.
           88  WS-INCIDENT-FILES-OPEN             VALUE 'Y'.
       01  WS-INCIDENT-HOLD-SWITCH    PIC X(1).
           88  WS-INCIDENT-HELD                   VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-UNASSIGNED-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-SKIPPED-COUNT       PIC 9(9)    VALUE ZERO.
           05  WS-RECLAIMED-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-HELD-COUNT          PIC 9(9)    VALUE ZERO.

       01  WS-HOLDER-SWITCH           PIC X(1).
           88  WS-HOLDER-UNAVAILABLE              VALUE 'Y'.
           OPEN INPUT CSR-ROSTER-FILE
           OPEN I-O COMPLAINT-MASTER-FILE
           OPEN OUTPUT WORKLOAD-SHEET-FILE
           PERFORM 0140-OPEN-INCIDENT-FILES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 0110-LOAD-ROSTER
               UNTIL WS-ROSTER-EOF
               TO WORKLOAD-LINE
           WRITE WORKLOAD-LINE.

      *    No incident files yet (status 35 - no incident has ever
      *    been opened) just means nothing is held.
       0140-OPEN-INCIDENT-FILES.
           OPEN INPUT INCIDENT-LINK-FILE
           IF WS-LINK-FILE-STATUS = '00'
               OPEN INPUT INCIDENT-FILE
               IF WS-INCIDENT-FILE-STATUS = '00'
                   SET WS-INCIDENT-FILES-OPEN TO TRUE
               ELSE
                   CLOSE INCIDENT-LINK-FILE
               END-IF
           END-IF.

       0150-READ-NEXT-MASTER.
           READ COMPLAINT-MASTER-FILE NEXT RECORD
               AT END
           END-IF.

       1050-DISTRIBUTE-CASE.
           PERFORM 1060-CHECK-INCIDENT-HOLD
           IF WS-INCIDENT-HELD
               ADD 1 TO WS-HELD-COUNT
               PERFORM 1310-WRITE-HELD-LINE
           ELSE
               PERFORM 1100-PICK-CSR
               IF WS-PICKED-SLOT > ZERO
                   PERFORM 1200-APPLY-ASSIGNMENT
               ELSE
                   ADD 1 TO WS-UNASSIGNED-COUNT
                   PERFORM 1300-WRITE-UNASSIGNED-LINE
               END-IF
           END-IF.

      *    Held only while the linked incident is still OPEN or
      *    RESOLVED-awaiting-close - a link row left behind by an
      *    incident that has already been bulk-closed (a case since
      *    reopened) holds nothing, and neither does a link naming
      *    an incident that is not on file.
       1060-CHECK-INCIDENT-HOLD.
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

      *    Only a CSR the roster itself flags 'N' loses their queue -
               INTO WORKLOAD-LINE
           WRITE WORKLOAD-LINE.

       1310-WRITE-HELD-LINE.
           MOVE SPACES TO WORKLOAD-LINE
           STRING '  ' CM-C-REF '  ' CM-C-TYPE
               '  HELD FOR MAJOR INCIDENT ' IL-INCIDENT-ID
               DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           WRITE WORKLOAD-LINE.

       0300-WRITE-WORKLOAD-SUMMARY.
           MOVE SPACES TO WORKLOAD-LINE
           WRITE WORKLOAD-LINE
           STRING 'CASES LEFT OPEN (NO ELIGIBLE CSR): '
               WS-EDIT-NUMBER DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           WRITE WORKLOAD-LINE
           MOVE SPACES TO WORKLOAD-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-NUMBER
           STRING 'CASES HELD FOR MAJOR INCIDENTS:    '
               WS-EDIT-NUMBER DELIMITED BY SIZE
               INTO WORKLOAD-LINE
           WRITE WORKLOAD-LINE.

       0320-WRITE-CSR-LINE.
           CLOSE CSR-ROSTER-FILE
           CLOSE COMPLAINT-MASTER-FILE
           CLOSE WORKLOAD-SHEET-FILE
           IF WS-INCIDENT-FILES-OPEN
               CLOSE INCIDENT-LINK-FILE
               CLOSE INCIDENT-FILE
           END-IF
           MOVE 'TERM' TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           DISPLAY 'CMPASGN ASSIGNED    = ' WS-ASSIGNED-COUNT
           DISPLAY 'CMPASGN RECLAIMED   = ' WS-RECLAIMED-COUNT
           DISPLAY 'CMPASGN LEFT OPEN   = ' WS-UNASSIGNED-COUNT
           DISPLAY 'CMPASGN HELD        = ' WS-HELD-COUNT
           DISPLAY 'CMPASGN SKIPPED     = ' WS-SKIPPED-COUNT.

      *    Tell the chain control this step ended normally, with its
