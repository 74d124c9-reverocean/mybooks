      *=============================================================*
      * PROGRAM-ID:  CMPVACC                                         *
      * Weekly restricted-case access report off the keyed audit     *
      * history CMPAUDK, for the period on the CMPVACP parm file.    *
      * Lists every VIEWED event - a display of a FRAUD or PRIVACY   *
      * case on CMPCSR or CMPSUP - case by case: when, who, the      *
      * viewer's roster team, which page (lookup screen, pick list,  *
      * history, notes, supervisor queue), whether the viewer saw    *
      * the customer's detail in full or masked, and who the case    *
      * was assigned to at the time.  A view by anyone other than    *
      * the assignee is flagged NOT ASSIGNED - those are the lines   *
      * the privacy officer reads first.  A per-user summary and     *
      * the footing counts follow.                                   *
      *                                                              *
      * The history is keyed C-REF plus timestamp, so one sequential *
      * pass comes back case by case in the order the views          *
      * happened.  The assignee is the one the online program wrote  *
      * into the event at the time of the view, not today's - a case *
      * reassigned since does not turn old views into findings.      *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPVACC.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARM-FILE ASSIGN TO "CMPVACP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "CMPAUDK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT REPORT-OUT-FILE ASSIGN TO "CMPVACO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARM-FILE.
       01  REPORT-PARM-REC.
           05  RP-PERIOD-FROM         PIC 9(8).
           05  RP-PERIOD-TO           PIC 9(8).

       FD  AUDIT-HISTORY-FILE.
       COPY AUDIT_HISTORY.

       FD  REPORT-OUT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-HISTORY-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-RUN-ABORTED                     VALUE 'Y'.
       01  WS-UNASSIGNED-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-VIEW-UNASSIGNED                 VALUE 'Y'.
       01  WS-MASKED-SWITCH           PIC X(1)    VALUE 'N'.
           88  WS-VIEW-MASKED                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-TIME            PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-PERIOD-FROM             PIC 9(8).
       01  WS-PERIOD-TO               PIC 9(8).

      *    Who is on which team - loaded through CMPRTBL (function
      *    ROSTER); a viewer no longer on the roster reports under
      *    UNROSTERED, the CMPPROD convention.
       COPY CSR_ROSTER.
       COPY CMPRTBL_PARMS.

      *    The case whose views are being listed - its heading line
      *    goes out ahead of its first view in the period.
       01  WS-CASE-C-REF              PIC X(10)   VALUE SPACES.
       01  WS-EVENT-C-TYPE            PIC X(10).
       01  WS-EVENT-ACCESS            PIC X(6).
       01  WS-EVENT-ASSIGNEE          PIC X(8).

      *    One row per user seen viewing in the period.  Rows keep
      *    the last C-REF counted so a user's several looks at one
      *    case count it once - the pass is in C-REF order, so a
      *    case's views all arrive together.
       01  WS-VIEWER-TABLE.
           05  WS-VIEWER-ENTRY        OCCURS 150 TIMES.
               10  WS-VIEWER-USER     PIC X(8).
               10  WS-VIEWER-TEAM     PIC X(10).
               10  WS-VIEWER-VIEWS    PIC 9(7).
               10  WS-VIEWER-CASES    PIC 9(7).
               10  WS-VIEWER-UNASSGN  PIC 9(7).
               10  WS-VIEWER-MASKED   PIC 9(7).
               10  WS-VIEWER-LAST-REF PIC X(10).
       01  WS-VIEWER-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-VIEWER-MAX              PIC 9(4)    VALUE 150.

       01  WS-SUB                     PIC 9(4).
       01  WS-FOUND-SUB               PIC 9(4).
       01  WS-WANTED-USER             PIC X(8).
       01  WS-WANTED-TEAM             PIC X(10).
       01  WS-FLAG-TEXT               PIC X(12).

       01  WS-EDIT-VIEWS              PIC ZZ,ZZ9.
       01  WS-EDIT-CASES              PIC ZZ,ZZ9.
       01  WS-EDIT-UNASSGN            PIC ZZ,ZZ9.
       01  WS-EDIT-MASKED             PIC ZZ,ZZ9.
       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.

       01  WS-COUNTS.
           05  WS-EVENT-READ-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-VIEW-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-CASES-VIEWED-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-UNASSIGNED-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-MASKED-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-TABLE-FULL-COUNT    PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 0200-READ-EVENTS
                   UNTIL WS-END-OF-FILE
               PERFORM 5000-WRITE-USER-SUMMARY
               PERFORM 0900-TERMINATE
           END-IF
           GOBACK.

       0100-INITIALIZE.
           OPEN INPUT REPORT-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               SET WS-RUN-ABORTED TO TRUE
           ELSE
               READ REPORT-PARM-FILE
                   AT END
                       SET WS-RUN-ABORTED TO TRUE
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF
      *    No period parm is a mis-set job, not a mandate to report
      *    on some guessed week - fail loudly, the CMPRESR stance.
           IF WS-RUN-ABORTED
               DISPLAY 'CMPVACC: NO PERIOD PARM - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0110-OPEN-FILES
           END-IF.

      *    A blank TO date means the seven days from the FROM date.
       0110-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE RP-PERIOD-FROM TO WS-PERIOD-FROM
           IF RP-PERIOD-TO NUMERIC AND RP-PERIOD-TO > ZERO
               MOVE RP-PERIOD-TO TO WS-PERIOD-TO
           ELSE
               COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM) + 6)
           END-IF
           MOVE 'ROSTER' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-ROSTER-REF-TABLE
                                 RTBL-RC
           END-CALL
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM 0150-WRITE-HEADINGS
      *    No history file at all is a week with nothing audited -
      *    the report still goes out, empty.
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       0150-WRITE-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'RESTRICTED-CASE ACCESS REPORT - PERIOD '
               WS-PERIOD-FROM ' TO ' WS-PERIOD-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DATE     TIME   USER     TEAM       PAGE'
               '       ACCESS ASSIGNED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       0200-READ-EVENTS.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENT-READ-COUNT
                   IF AK-EVENT-TYPE = 'VIEWED' AND
                      AK-EVENT-DATE >= WS-PERIOD-FROM AND
                      AK-EVENT-DATE <= WS-PERIOD-TO
                       PERFORM 1000-APPLY-ONE-VIEW
                   END-IF
           END-READ.

      *    New value carries the C-TYPE and, from byte 12, FULL or
      *    MASKED; old value the assignee at the time of the view.
       1000-APPLY-ONE-VIEW.
           MOVE AK-NEW-VALUE (1:10)  TO WS-EVENT-C-TYPE
           MOVE AK-NEW-VALUE (12:6)  TO WS-EVENT-ACCESS
           MOVE AK-OLD-VALUE (1:8)   TO WS-EVENT-ASSIGNEE
           IF AK-C-REF NOT = WS-CASE-C-REF
               MOVE AK-C-REF TO WS-CASE-C-REF
               ADD 1 TO WS-CASES-VIEWED-COUNT
               PERFORM 1100-WRITE-CASE-HEADING
           END-IF
           ADD 1 TO WS-VIEW-COUNT
           MOVE 'N' TO WS-UNASSIGNED-SWITCH
           MOVE 'N' TO WS-MASKED-SWITCH
           MOVE SPACES TO WS-FLAG-TEXT
           IF AK-USER-ID NOT = WS-EVENT-ASSIGNEE
               SET WS-VIEW-UNASSIGNED TO TRUE
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE 'NOT ASSIGNED' TO WS-FLAG-TEXT
           END-IF
           IF WS-EVENT-ACCESS = 'MASKED'
               SET WS-VIEW-MASKED TO TRUE
               ADD 1 TO WS-MASKED-COUNT
           END-IF
           MOVE AK-USER-ID TO WS-WANTED-USER
           PERFORM 2000-FIND-VIEWER-ROW
           IF WS-FOUND-SUB > ZERO
               PERFORM 1200-TALLY-VIEWER
               MOVE WS-VIEWER-TEAM (WS-FOUND-SUB) TO WS-WANTED-TEAM
           ELSE
               PERFORM 2200-FIND-ROSTER-TEAM
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '  ' AK-EVENT-DATE ' '
                  AK-EVENT-TIME ' '
                  AK-USER-ID ' '
                  WS-WANTED-TEAM ' '
                  AK-FIELD-CHANGED (1:10) ' '
                  WS-EVENT-ACCESS ' '
                  WS-EVENT-ASSIGNEE ' '
                  WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1100-WRITE-CASE-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CASE ' AK-C-REF '  ' WS-EVENT-C-TYPE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1200-TALLY-VIEWER.
           ADD 1 TO WS-VIEWER-VIEWS (WS-FOUND-SUB)
           IF WS-VIEWER-LAST-REF (WS-FOUND-SUB) NOT = AK-C-REF
               ADD 1 TO WS-VIEWER-CASES (WS-FOUND-SUB)
               MOVE AK-C-REF TO WS-VIEWER-LAST-REF (WS-FOUND-SUB)
           END-IF
           IF WS-VIEW-UNASSIGNED
               ADD 1 TO WS-VIEWER-UNASSGN (WS-FOUND-SUB)
           END-IF
           IF WS-VIEW-MASKED
               ADD 1 TO WS-VIEWER-MASKED (WS-FOUND-SUB)
           END-IF.

      *    Find the user's row, adding it on first sight.  A full
      *    table leaves the view listed but out of the summary, and
      *    counted at the foot.
       2000-FIND-VIEWER-ROW.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-VIEWER-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-VIEWER-USER (WS-SUB) = WS-WANTED-USER
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-VIEWER-COUNT < WS-VIEWER-MAX
                   ADD 1 TO WS-VIEWER-COUNT
                   MOVE WS-VIEWER-COUNT TO WS-FOUND-SUB
                   PERFORM 2100-INIT-ROW
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       2100-INIT-ROW.
           PERFORM 2200-FIND-ROSTER-TEAM
           MOVE WS-WANTED-USER TO WS-VIEWER-USER (WS-FOUND-SUB)
           MOVE WS-WANTED-TEAM TO WS-VIEWER-TEAM (WS-FOUND-SUB)
           MOVE ZERO   TO WS-VIEWER-VIEWS (WS-FOUND-SUB)
           MOVE ZERO   TO WS-VIEWER-CASES (WS-FOUND-SUB)
           MOVE ZERO   TO WS-VIEWER-UNASSGN (WS-FOUND-SUB)
           MOVE ZERO   TO WS-VIEWER-MASKED (WS-FOUND-SUB)
           MOVE SPACES TO WS-VIEWER-LAST-REF (WS-FOUND-SUB).

       2200-FIND-ROSTER-TEAM.
           MOVE 'UNROSTERED' TO WS-WANTED-TEAM
           IF WS-RREF-COUNT > ZERO
               SET WS-RREF-IDX TO 1
               SEARCH WS-RREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RREF-USER-ID (WS-RREF-IDX) = WS-WANTED-USER
                       MOVE WS-RREF-TEAM (WS-RREF-IDX)
                           TO WS-WANTED-TEAM
               END-SEARCH
           END-IF.

       5000-WRITE-USER-SUMMARY.
           IF WS-VIEW-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE '  NO RESTRICTED CASES VIEWED IN THE PERIOD'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'VIEWS BY USER' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  USER     TEAM        VIEWS  CASES NOT-ASG'
               ' MASKED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-VIEWER-COUNT
               MOVE WS-VIEWER-VIEWS (WS-SUB)   TO WS-EDIT-VIEWS
               MOVE WS-VIEWER-CASES (WS-SUB)   TO WS-EDIT-CASES
               MOVE WS-VIEWER-UNASSGN (WS-SUB) TO WS-EDIT-UNASSGN
               MOVE WS-VIEWER-MASKED (WS-SUB)  TO WS-EDIT-MASKED
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-VIEWER-USER (WS-SUB) ' '
                      WS-VIEWER-TEAM (WS-SUB) ' '
                      WS-EDIT-VIEWS ' '
                      WS-EDIT-CASES ' '
                      WS-EDIT-UNASSGN ' '
                      WS-EDIT-MASKED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           PERFORM 5900-WRITE-FOOTINGS.

       5900-WRITE-FOOTINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VIEW-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'RESTRICTED-CASE VIEWS           ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CASES-VIEWED-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'RESTRICTED CASES VIEWED         ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNASSIGNED-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'VIEWS BY USERS NOT ASSIGNED     ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MASKED-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'VIEWS SHOWN MASKED              ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL-COUNT > ZERO
               MOVE WS-TABLE-FULL-COUNT TO WS-EDIT-NUMBER
               MOVE SPACES TO REPORT-LINE
               STRING 'VIEWS LEFT OFF SUMMARY (FULL)   ' WS-EDIT-NUMBER
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0900-TERMINATE.
           IF WS-HISTORY-FILE-STATUS = '00' OR
              WS-HISTORY-FILE-STATUS = '10'
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           CLOSE REPORT-OUT-FILE
           DISPLAY 'CMPVACC EVENTS READ = ' WS-EVENT-READ-COUNT
           DISPLAY 'CMPVACC VIEWS       = ' WS-VIEW-COUNT
           DISPLAY 'CMPVACC NOT ASSIGNED= ' WS-UNASSIGNED-COUNT.
