      *=============================================================*
      * PROGRAM-ID:  CMPINCC                                         *
      * Major-incident bulk close, run nightly after the batch       *
      * chain.  Every incident a supervisor has RESOLVED through     *
      * CMPINC since the last run has its linked cases (the CMPINCL  *
      * rows naming it) closed in one pass: each case still open on  *
      * the master is closed with the incident's resolution code,    *
      * root cause and compensation amount, logged CLOSED through    *
      * CMPAUDIT exactly as a CSR close would be, and listed on the  *
      * CMPINCO manifest.  A linked case already closed by hand or   *
      * no longer on the master (archived or erased since it was     *
      * linked) is listed but left alone.  Each incident is then     *
      * marked CLOSED with its count of cases closed, so a rerun     *
      * does nothing twice and the online screen shows the outcome. *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPINCC.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "CMPINCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-INCIDENT-ID
               FILE STATUS IS WS-INCIDENT-FILE-STATUS.
           SELECT INCIDENT-LINK-FILE ASSIGN TO "CMPINCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-C-REF
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT COMPLAINT-MASTER-FILE ASSIGN TO "CMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-C-REF
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CLOSE-MANIFEST-FILE ASSIGN TO "CMPINCO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       COPY INCIDENT.

       FD  INCIDENT-LINK-FILE.
       COPY INCIDENT_LINK.

       FD  COMPLAINT-MASTER-FILE.
       COPY COMPLAINT_MASTER.

       FD  CLOSE-MANIFEST-FILE.
       01  MANIFEST-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INCIDENT-FILE-STATUS    PIC X(2)    VALUE '00'.
       01  WS-LINK-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-INCIDENT-EOF-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-INCIDENT-EOF                    VALUE 'Y'.
       01  WS-LINK-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  WS-LINK-EOF                        VALUE 'Y'.
       01  WS-FILES-OPEN-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-FILES-ARE-OPEN                  VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).

      *    This run's RESOLVED incidents, loaded up front so one
      *    sequential pass of the link file finds every incident's
      *    cases, with the per-incident tallies for the manifest and
      *    the incident rewrite.
       01  WS-RESOLVED-TABLE.
           05  WS-RSV-ENTRY           OCCURS 100 TIMES
                                      INDEXED BY WS-RSV-IDX.
               10  WS-RSV-INCIDENT-ID PIC X(10).
               10  WS-RSV-RESOLUTION  PIC X(10).
               10  WS-RSV-ROOT-CAUSE  PIC X(10).
               10  WS-RSV-COMP-AMT    PIC 9(7)V99.
               10  WS-RSV-CLOSED      PIC 9(5).
               10  WS-RSV-SKIPPED     PIC 9(5).
       01  WS-RSV-COUNT               PIC 9(4)    VALUE ZERO.
       01  WS-RSV-FOUND-SWITCH        PIC X(1).
           88  WS-RSV-FOUND                       VALUE 'Y'.

       01  WS-OLD-STATUS              PIC X(11).
       01  WS-EDIT-COMP-AMT           PIC ZZZZZZ9.99.
       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.
       01  WS-EDIT-NUMBER-2           PIC ZZZ,ZZ9.

       01  WS-COUNTS.
           05  WS-INCIDENT-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-LINK-READ-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-CLOSED-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-SKIPPED-COUNT       PIC 9(9)    VALUE ZERO.

       COPY AUDIT_PARMS.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF WS-FILES-ARE-OPEN
               PERFORM 0200-LOAD-RESOLVED-INCIDENT
                   UNTIL WS-INCIDENT-EOF
               IF WS-RSV-COUNT > ZERO
                   PERFORM 0300-CLOSE-LINKED-CASES
                       UNTIL WS-LINK-EOF
                   PERFORM 0400-MARK-INCIDENTS-CLOSED
               END-IF
           END-IF
           PERFORM 0900-TERMINATE
           GOBACK.

      *    No incident file or no link file (status 35) means no
      *    incident has ever been opened - a quiet night, not an
      *    error; the manifest still goes out saying so.
       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN OUTPUT CLOSE-MANIFEST-FILE
           PERFORM 0130-WRITE-MANIFEST-HEADING
           OPEN I-O INCIDENT-FILE
           IF WS-INCIDENT-FILE-STATUS = '00'
               OPEN INPUT INCIDENT-LINK-FILE
               IF WS-LINK-FILE-STATUS = '00'
                   OPEN I-O COMPLAINT-MASTER-FILE
                   SET WS-FILES-ARE-OPEN TO TRUE
                   PERFORM 0150-READ-NEXT-INCIDENT
                   PERFORM 0160-READ-NEXT-LINK
               ELSE
                   CLOSE INCIDENT-FILE
               END-IF
           END-IF.

       0130-WRITE-MANIFEST-HEADING.
           MOVE SPACES TO MANIFEST-LINE
           STRING 'MAJOR INCIDENT BULK CLOSE MANIFEST - RUN DATE '
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE '  INCIDENT    C-REF       CUSTOMER             OUTCOME'
               TO MANIFEST-LINE
           WRITE MANIFEST-LINE.

       0150-READ-NEXT-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   SET WS-INCIDENT-EOF TO TRUE
           END-READ.

       0160-READ-NEXT-LINK.
           READ INCIDENT-LINK-FILE NEXT RECORD
               AT END
                   SET WS-LINK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINK-READ-COUNT
           END-READ.

       0200-LOAD-RESOLVED-INCIDENT.
           IF IN-STATUS-RESOLVED
               IF WS-RSV-COUNT < 100
                   ADD 1 TO WS-RSV-COUNT
                   SET WS-RSV-IDX TO WS-RSV-COUNT
                   MOVE IN-INCIDENT-ID
                       TO WS-RSV-INCIDENT-ID (WS-RSV-IDX)
                   MOVE IN-RESOLUTION-CODE
                       TO WS-RSV-RESOLUTION (WS-RSV-IDX)
                   MOVE IN-ROOT-CAUSE
                       TO WS-RSV-ROOT-CAUSE (WS-RSV-IDX)
                   MOVE IN-COMPENSATION-AMT
                       TO WS-RSV-COMP-AMT (WS-RSV-IDX)
                   MOVE ZERO TO WS-RSV-CLOSED (WS-RSV-IDX)
                   MOVE ZERO TO WS-RSV-SKIPPED (WS-RSV-IDX)
               ELSE
      *            Left RESOLVED - the next run picks it up.
                   DISPLAY 'CMPINCC: INCIDENT TABLE FULL - '
                       IN-INCIDENT-ID ' DEFERRED TO NEXT RUN'
               END-IF
           END-IF
           PERFORM 0150-READ-NEXT-INCIDENT.

       0300-CLOSE-LINKED-CASES.
           PERFORM 1000-CHECK-ONE-LINK
           PERFORM 0160-READ-NEXT-LINK.

       1000-CHECK-ONE-LINK.
           MOVE 'N' TO WS-RSV-FOUND-SWITCH
           SET WS-RSV-IDX TO 1
           SEARCH WS-RSV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RSV-IDX > WS-RSV-COUNT
                   CONTINUE
               WHEN WS-RSV-INCIDENT-ID (WS-RSV-IDX) = IL-INCIDENT-ID
                   SET WS-RSV-FOUND TO TRUE
           END-SEARCH
           IF WS-RSV-FOUND
               MOVE IL-C-REF TO CM-C-REF
               READ COMPLAINT-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-RSV-SKIPPED (WS-RSV-IDX)
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM 1300-WRITE-NOT-ON-MASTER-LINE
                   NOT INVALID KEY
                       PERFORM 1100-CLOSE-ONE-CASE
               END-READ
           END-IF.

      *    The close a CSR would have made, field for field - see
      *    CMPCSR's 3070-VALIDATE-AND-APPLY-CLOSE - with the package
      *    taken from the incident instead of the screen.
       1100-CLOSE-ONE-CASE.
           IF CM-STATUS-CLOSED
               ADD 1 TO WS-RSV-SKIPPED (WS-RSV-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM 1310-WRITE-ALREADY-CLOSED-LINE
           ELSE
               MOVE CM-CASE-STATUS TO WS-OLD-STATUS
               SET CM-STATUS-CLOSED TO TRUE
               MOVE WS-CURRENT-DATE TO CM-CLOSE-DATE
               MOVE WS-CURRENT-TIME TO CM-CLOSE-TIME
               MOVE WS-RSV-RESOLUTION (WS-RSV-IDX)
                   TO CM-RESOLUTION-CODE
               MOVE WS-RSV-ROOT-CAUSE (WS-RSV-IDX) TO CM-ROOT-CAUSE
               MOVE WS-RSV-COMP-AMT (WS-RSV-IDX)
                   TO CM-COMPENSATION-AMT
               MOVE WS-CURRENT-DATE TO CM-LAST-UPDATE-DATE
               MOVE WS-CURRENT-TIME TO CM-LAST-UPDATE-TIME
               REWRITE COMPLAINT-MASTER-REC
               ADD 1 TO WS-RSV-CLOSED (WS-RSV-IDX)
               ADD 1 TO WS-CLOSED-COUNT
               PERFORM 1200-LOG-CLOSE-AUDIT
               PERFORM 1250-WRITE-CLOSED-LINE
           END-IF.

      *    Same pair of CLOSED entries the CSR close writes - the
      *    status flip, then the resolution package - so the history
      *    page reads the same however the case was closed.
       1200-LOG-CLOSE-AUDIT.
           MOVE CM-C-REF        TO AT-C-REF
           MOVE 'CLOSED'        TO AT-EVENT-TYPE
           MOVE 'INCID-RUN'     TO AT-CHANNEL
           MOVE SPACES          TO AT-USER-ID
           MOVE 'CASE-STATUS'   TO AT-FIELD-CHANGED
           MOVE WS-OLD-STATUS   TO AT-OLD-VALUE
           MOVE CM-CASE-STATUS  TO AT-NEW-VALUE
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           MOVE 'RESOLUTION'    TO AT-FIELD-CHANGED
           MOVE IL-INCIDENT-ID  TO AT-OLD-VALUE
           MOVE SPACES          TO AT-NEW-VALUE
           STRING CM-RESOLUTION-CODE ' ' CM-ROOT-CAUSE
               DELIMITED BY SIZE INTO AT-NEW-VALUE
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           MOVE 'COMPENSATION'  TO AT-FIELD-CHANGED
           MOVE SPACES          TO AT-OLD-VALUE
           MOVE CM-COMPENSATION-AMT TO WS-EDIT-COMP-AMT
           MOVE WS-EDIT-COMP-AMT    TO AT-NEW-VALUE
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       1250-WRITE-CLOSED-LINE.
           MOVE SPACES TO MANIFEST-LINE
           STRING '  ' IL-INCIDENT-ID '  ' CM-C-REF '  '
               CM-N-LAST ',' CM-N-FIRST ' CLOSED ' CM-RESOLUTION-CODE
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE.

       1300-WRITE-NOT-ON-MASTER-LINE.
           MOVE SPACES TO MANIFEST-LINE
           STRING '  ' IL-INCIDENT-ID '  ' IL-C-REF '  '
               '** NOT ON MASTER (ARCHIVED/ERASED) - SKIPPED **'
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE.

       1310-WRITE-ALREADY-CLOSED-LINE.
           MOVE SPACES TO MANIFEST-LINE
           STRING '  ' IL-INCIDENT-ID '  ' CM-C-REF '  '
               CM-N-LAST ',' CM-N-FIRST ' ALREADY CLOSED - LEFT'
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE.

      *    Only after every link has been worked - an abend mid-pass
      *    leaves the incidents RESOLVED, and the rerun skips the
      *    cases already closed and finishes the rest.
       0400-MARK-INCIDENTS-CLOSED.
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE 'INCIDENTS CLOSED THIS RUN' TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE '  INCIDENT    RESOLUTION  ROOT CAUSE   CLOSED  SKIPPED'
               TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           PERFORM VARYING WS-RSV-IDX FROM 1 BY 1
               UNTIL WS-RSV-IDX > WS-RSV-COUNT
               PERFORM 0410-CLOSE-ONE-INCIDENT
           END-PERFORM.

       0410-CLOSE-ONE-INCIDENT.
           MOVE WS-RSV-INCIDENT-ID (WS-RSV-IDX) TO IN-INCIDENT-ID
           READ INCIDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET IN-STATUS-CLOSED TO TRUE
                   MOVE WS-CURRENT-DATE TO IN-CLOSED-DATE
                   MOVE WS-RSV-CLOSED (WS-RSV-IDX) TO IN-CASES-CLOSED
                   REWRITE INCIDENT-REC
                   ADD 1 TO WS-INCIDENT-COUNT
                   PERFORM 0420-LOG-INCIDENT-AUDIT
           END-READ
           MOVE WS-RSV-CLOSED (WS-RSV-IDX) TO WS-EDIT-NUMBER
           MOVE WS-RSV-SKIPPED (WS-RSV-IDX) TO WS-EDIT-NUMBER-2
           MOVE SPACES TO MANIFEST-LINE
           STRING '  ' WS-RSV-INCIDENT-ID (WS-RSV-IDX) '  '
               WS-RSV-RESOLUTION (WS-RSV-IDX) '  '
               WS-RSV-ROOT-CAUSE (WS-RSV-IDX) ' '
               WS-EDIT-NUMBER '  ' WS-EDIT-NUMBER-2
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE.

       0420-LOG-INCIDENT-AUDIT.
           MOVE IN-INCIDENT-ID  TO AT-C-REF
           MOVE 'UPDATED'       TO AT-EVENT-TYPE
           MOVE 'INCID-RUN'     TO AT-CHANNEL
           MOVE SPACES          TO AT-USER-ID
           MOVE 'INCIDENT'      TO AT-FIELD-CHANGED
           MOVE 'RESOLVED'      TO AT-OLD-VALUE
           MOVE WS-RSV-CLOSED (WS-RSV-IDX) TO WS-EDIT-NUMBER
           MOVE SPACES          TO AT-NEW-VALUE
           STRING 'CLOSED ' WS-EDIT-NUMBER ' CASES'
               DELIMITED BY SIZE INTO AT-NEW-VALUE
           MOVE 'LOG'           TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL.

       0900-TERMINATE.
           IF WS-FILES-ARE-OPEN
               CLOSE INCIDENT-FILE
               CLOSE INCIDENT-LINK-FILE
               CLOSE COMPLAINT-MASTER-FILE
           END-IF
           MOVE SPACES TO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           MOVE WS-CLOSED-COUNT TO WS-EDIT-NUMBER
           STRING 'CASES CLOSED BY INCIDENT: ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           CLOSE CLOSE-MANIFEST-FILE
           MOVE 'TERM' TO AUDIT-FUNCTION
           CALL 'CMPAUDIT' USING AUDIT-FUNCTION AUDIT-REC AUDIT-RC
           END-CALL
           DISPLAY 'CMPINCC INCIDENTS CLOSED = ' WS-INCIDENT-COUNT
           DISPLAY 'CMPINCC LINKS READ       = ' WS-LINK-READ-COUNT
           DISPLAY 'CMPINCC CASES CLOSED     = ' WS-CLOSED-COUNT
           DISPLAY 'CMPINCC CASES SKIPPED    = ' WS-SKIPPED-COUNT.
