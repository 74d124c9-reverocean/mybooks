      *=============================================================*
      * PROGRAM-ID:  CMPPROD                                         *
      * Weekly CSR productivity report off the keyed audit history   *
      * CMPAUDK, for the period on the CMPPRDP parm file.  Per CSR,  *
      * and per roster team (RO-TEAM) as the total of its CSRs:      *
      *   - cases received (assigned to the CSR, by the nightly      *
      *     distribution or a supervisor's hand-off)                 *
      *   - cases closed, and the compensation granted on them       *
      *   - cases reassigned away (a supervisor moved them off, or   *
      *     the nightly run reclaimed them while the CSR was out -   *
      *     not a closed case reopened by a partner follow-up)       *
      *   - average and median days from a case's first assignment   *
      *     to its close                                             *
      *   - the share of closes made on or before the case's SLA     *
      *     due date                                                 *
      *   - the closure mix by resolution code (RESOLUTION_TABLE     *
      *     order, plus NONE)                                        *
      * The history is keyed C-REF plus timestamp, so one sequential *
      * pass walks each case's events in the order they happened;    *
      * events before the period are read only to learn who held the *
      * case and when it was first assigned.  A close is credited to *
      * the CSR holding the case, or the user who closed it when it  *
      * was never assigned.  The SLA due date is looked up on the    *
      * master and, failing that, the CMPARCF archive - a case       *
      * archived since it closed still counts.  Closes no CSR can be *
      * credited with (an incident bulk close of never-assigned      *
      * cases) are counted at the foot.                              *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPROD.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARM-FILE ASSIGN TO "CMPPRDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO "CMPAUDK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AK-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
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
           SELECT REPORT-OUT-FILE ASSIGN TO "CMPPRDO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PARM-FILE.
       01  REPORT-PARM-REC.
           05  RP-PERIOD-FROM         PIC 9(8).
           05  RP-PERIOD-TO           PIC 9(8).

       FD  AUDIT-HISTORY-FILE.
       COPY AUDIT_HISTORY.

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

       FD  REPORT-OUT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-HISTORY-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-ABORT-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-RUN-ABORTED                     VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-MASTER-IS-OPEN                  VALUE 'Y'.
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-ARCHIVE-IS-OPEN                 VALUE 'Y'.
       01  WS-CASE-FOUND-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-CASE-FOUND                      VALUE 'Y'.
       01  WS-IN-PERIOD-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-EVENT-IN-PERIOD                 VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-TIME            PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-PERIOD-FROM             PIC 9(8).
       01  WS-PERIOD-TO               PIC 9(8).

       COPY COMPLAINT_MASTER.
       COPY RESOLUTION_TABLE.
      *    Who is on which team - loaded through CMPRTBL (function
      *    ROSTER); a CSR no longer on the roster reports under
      *    UNROSTERED rather than vanishing from the week.
       COPY CSR_ROSTER.
       COPY CMPRTBL_PARMS.

      *    What is known about the case whose events are being read
      *    - reset at every C-REF break.
       01  WS-CASE-STATE.
           05  WS-CASE-C-REF          PIC X(10)   VALUE SPACES.
           05  WS-CASE-HOLDER         PIC X(8).
           05  WS-CASE-FIRST-ASSIGN   PIC 9(8).
           05  WS-CASE-CLOSER-SUB     PIC 9(4).

      *    One row per CSR seen in the period, then one per team
      *    appended after them at report time.  Day buckets 1-60
      *    hold closes 0-59 days after first assignment; bucket 61
      *    is 60 days or more - the median is read off the buckets.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY          OCCURS 150 TIMES.
               10  WS-PROD-KEY        PIC X(10).
               10  WS-PROD-TEAM       PIC X(10).
               10  WS-PROD-RECEIVED   PIC 9(7).
               10  WS-PROD-CLOSED     PIC 9(7).
               10  WS-PROD-AWAY       PIC 9(7).
               10  WS-PROD-COMP       PIC 9(9)V99.
               10  WS-PROD-DAYS-COUNT PIC 9(7).
               10  WS-PROD-DAYS-TOTAL PIC 9(9).
               10  WS-PROD-SLA-KNOWN  PIC 9(7).
               10  WS-PROD-SLA-MET    PIC 9(7).
               10  WS-PROD-MIX        PIC 9(7)    OCCURS 6 TIMES.
               10  WS-PROD-DAY-HIST   PIC 9(5)    OCCURS 61 TIMES.
       01  WS-CSR-COUNT               PIC 9(4)    VALUE ZERO.
       01  WS-ENTRY-COUNT             PIC 9(4)    VALUE ZERO.
       01  WS-TEAM-FIRST              PIC 9(4)    VALUE ZERO.
       01  WS-PROD-MAX                PIC 9(4)    VALUE 150.

       01  WS-SUB                     PIC 9(4).
       01  WS-TEAM-SUB                PIC 9(4).
       01  WS-SLOT-SUB                PIC 9(2).
       01  WS-BUCKET-SUB              PIC 9(2).
       01  WS-FOUND-SUB               PIC 9(4).
       01  WS-WANTED-USER             PIC X(8).
       01  WS-WANTED-TEAM             PIC X(10).
       01  WS-DAYS-TO-CLOSE           PIC 9(5).
       01  WS-EVENT-AMT               PIC 9(7)V99.

       01  WS-MEDIAN-WORK.
           05  WS-MED-POS-1           PIC 9(7).
           05  WS-MED-POS-2           PIC 9(7).
           05  WS-MED-VAL-1           PIC 9(3).
           05  WS-MED-VAL-2           PIC 9(3).
           05  WS-MED-RUNNING         PIC 9(7).
           05  WS-MEDIAN              PIC 9(3)V9.
       01  WS-AVERAGE                 PIC 9(3)V9.
       01  WS-SLA-PCT                 PIC 9(3).

       01  WS-EDIT-RECEIVED           PIC ZZ,ZZ9.
       01  WS-EDIT-CLOSED             PIC ZZ,ZZ9.
       01  WS-EDIT-AWAY               PIC ZZ,ZZ9.
       01  WS-EDIT-COMP               PIC ZZZ,ZZ9.99.
       01  WS-EDIT-AVERAGE            PIC ZZ9.9.
       01  WS-EDIT-MEDIAN             PIC ZZ9.9.
       01  WS-MEDIAN-TEXT             PIC X(5).
       01  WS-SLA-TEXT                PIC X(4).
       01  WS-EDIT-PCT                PIC ZZ9.
       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.
       01  WS-EDIT-MIX                PIC ZZZ,ZZ9 OCCURS 6 TIMES.
       01  WS-LINE-KEY                PIC X(8).

       01  WS-COUNTS.
           05  WS-EVENT-READ-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-UNCREDITED-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-NO-SLA-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-TABLE-FULL-COUNT    PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           IF NOT WS-RUN-ABORTED
               PERFORM 0200-READ-EVENTS
                   UNTIL WS-END-OF-FILE
               PERFORM 3000-BUILD-TEAM-ROWS
               PERFORM 5000-WRITE-REPORT
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
               DISPLAY 'CMPPROD: NO PERIOD PARM - RUN ABORTED'
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
           OPEN INPUT COMPLAINT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CASE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '00'
               SET WS-ARCHIVE-IS-OPEN TO TRUE
           END-IF
      *    No history file at all is a week with nothing audited -
      *    the report still goes out, empty.
           OPEN INPUT AUDIT-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           END-IF.

       0200-READ-EVENTS.
           READ AUDIT-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENT-READ-COUNT
                   PERFORM 1000-APPLY-ONE-EVENT
           END-READ.

       1000-APPLY-ONE-EVENT.
           IF AK-C-REF NOT = WS-CASE-C-REF
               MOVE AK-C-REF TO WS-CASE-C-REF
               MOVE SPACES   TO WS-CASE-HOLDER
               MOVE ZERO     TO WS-CASE-FIRST-ASSIGN
               MOVE ZERO     TO WS-CASE-CLOSER-SUB
           END-IF
           MOVE 'N' TO WS-IN-PERIOD-SWITCH
           IF AK-EVENT-DATE >= WS-PERIOD-FROM AND
              AK-EVENT-DATE <= WS-PERIOD-TO
               SET WS-EVENT-IN-PERIOD TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN AK-FIELD-CHANGED = 'ASSIGNED-TO'
                   PERFORM 1100-APPLY-ASSIGNMENT
               WHEN AK-EVENT-TYPE = 'CLOSED' AND
                    AK-FIELD-CHANGED = 'CASE-STATUS'
                   MOVE ZERO TO WS-CASE-CLOSER-SUB
                   IF WS-EVENT-IN-PERIOD
                       PERFORM 1200-APPLY-CLOSE
                   END-IF
               WHEN AK-EVENT-TYPE = 'CLOSED' AND
                    AK-FIELD-CHANGED = 'RESOLUTION' AND
                    WS-CASE-CLOSER-SUB > ZERO
                   PERFORM 1300-APPLY-RESOLUTION
               WHEN AK-EVENT-TYPE = 'CLOSED' AND
                    AK-FIELD-CHANGED = 'COMPENSATION' AND
                    WS-CASE-CLOSER-SUB > ZERO
                   COMPUTE WS-EVENT-AMT =
                       FUNCTION NUMVAL (AK-NEW-VALUE)
                   ADD WS-EVENT-AMT
                       TO WS-PROD-COMP (WS-CASE-CLOSER-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Old value is who lost the case (spaces on a first
      *    assignment), new value who got it (spaces when the
      *    nightly run reclaims a queue before redistributing it).
      *    A partner follow-up reopening a closed case clears the
      *    assignee on the intake channels (ESB-BATCH, ESB-RT); the
      *    closer did not lose that case, so it is not counted away.
       1100-APPLY-ASSIGNMENT.
           IF AK-NEW-VALUE (1:8) NOT = SPACES
               IF WS-CASE-FIRST-ASSIGN = ZERO
                   MOVE AK-EVENT-DATE TO WS-CASE-FIRST-ASSIGN
               END-IF
               IF WS-EVENT-IN-PERIOD
                   MOVE AK-NEW-VALUE (1:8) TO WS-WANTED-USER
                   PERFORM 2000-FIND-CSR-ROW
                   IF WS-FOUND-SUB > ZERO
                       ADD 1 TO WS-PROD-RECEIVED (WS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF
           IF AK-OLD-VALUE (1:8) NOT = SPACES AND WS-EVENT-IN-PERIOD
              AND AK-CHANNEL NOT = 'ESB-BATCH'
              AND AK-CHANNEL NOT = 'ESB-RT'
               MOVE AK-OLD-VALUE (1:8) TO WS-WANTED-USER
               PERFORM 2000-FIND-CSR-ROW
               IF WS-FOUND-SUB > ZERO
                   ADD 1 TO WS-PROD-AWAY (WS-FOUND-SUB)
               END-IF
           END-IF
           MOVE AK-NEW-VALUE (1:8) TO WS-CASE-HOLDER.

      *    The close goes into the NONE mix slot until the case's
      *    RESOLUTION event (logged straight after it) moves it to
      *    its code - a close from before resolution codes existed
      *    has no such event and rightly stays NONE.
       1200-APPLY-CLOSE.
           IF WS-CASE-HOLDER NOT = SPACES
               MOVE WS-CASE-HOLDER TO WS-WANTED-USER
           ELSE
               MOVE AK-USER-ID TO WS-WANTED-USER
           END-IF
           IF WS-WANTED-USER = SPACES
               ADD 1 TO WS-UNCREDITED-COUNT
           ELSE
               PERFORM 2000-FIND-CSR-ROW
               MOVE WS-FOUND-SUB TO WS-CASE-CLOSER-SUB
           END-IF
           IF WS-CASE-CLOSER-SUB > ZERO
               ADD 1 TO WS-PROD-CLOSED (WS-CASE-CLOSER-SUB)
               ADD 1 TO WS-PROD-MIX (WS-CASE-CLOSER-SUB 6)
               IF WS-CASE-FIRST-ASSIGN > ZERO AND
                  WS-CASE-FIRST-ASSIGN <= AK-EVENT-DATE
                   PERFORM 1250-TALLY-DAYS-TO-CLOSE
               END-IF
               PERFORM 1270-CHECK-SLA-MET
           END-IF.

       1250-TALLY-DAYS-TO-CLOSE.
           COMPUTE WS-DAYS-TO-CLOSE =
               FUNCTION INTEGER-OF-DATE (AK-EVENT-DATE) -
               FUNCTION INTEGER-OF-DATE (WS-CASE-FIRST-ASSIGN)
           ADD 1 TO WS-PROD-DAYS-COUNT (WS-CASE-CLOSER-SUB)
           ADD WS-DAYS-TO-CLOSE
               TO WS-PROD-DAYS-TOTAL (WS-CASE-CLOSER-SUB)
           IF WS-DAYS-TO-CLOSE > 59
               MOVE 61 TO WS-BUCKET-SUB
           ELSE
               COMPUTE WS-BUCKET-SUB = WS-DAYS-TO-CLOSE + 1
           END-IF
           ADD 1 TO WS-PROD-DAY-HIST
               (WS-CASE-CLOSER-SUB WS-BUCKET-SUB).

      *    Master first, then the archive - the SLA due date never
      *    changes after intake, so either copy answers.  A case on
      *    neither (erased out of both) or with no due date is left
      *    out of the percentage rather than counted as a miss.
       1270-CHECK-SLA-MET.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH
           IF WS-MASTER-IS-OPEN
               MOVE AK-C-REF TO MF-C-REF
               READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-CASE-FOUND AND WS-ARCHIVE-IS-OPEN
               MOVE AK-C-REF TO AF-C-REF
               READ CASE-ARCHIVE-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-CASE-FOUND AND CM-SLA-DUE-DATE > ZERO
               ADD 1 TO WS-PROD-SLA-KNOWN (WS-CASE-CLOSER-SUB)
               IF AK-EVENT-DATE <= CM-SLA-DUE-DATE
                   ADD 1 TO WS-PROD-SLA-MET (WS-CASE-CLOSER-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-NO-SLA-COUNT
           END-IF.

       1300-APPLY-RESOLUTION.
           MOVE 6 TO WS-SLOT-SUB
           SET WS-RESOL-IDX TO 1
           SEARCH WS-RESOL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RESOL-ENTRY (WS-RESOL-IDX) =
                    AK-NEW-VALUE (1:10)
                   SET WS-SLOT-SUB TO WS-RESOL-IDX
           END-SEARCH
           IF WS-SLOT-SUB < 6 AND
              WS-PROD-MIX (WS-CASE-CLOSER-SUB 6) > ZERO
               SUBTRACT 1 FROM WS-PROD-MIX (WS-CASE-CLOSER-SUB 6)
               ADD 1 TO WS-PROD-MIX (WS-CASE-CLOSER-SUB WS-SLOT-SUB)
           END-IF.

      *    Find the CSR's row, adding it (with the CSR's roster team)
      *    the first time the CSR turns up.  A full table returns
      *    zero and the event is counted at the foot, not dropped
      *    silently.
       2000-FIND-CSR-ROW.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CSR-COUNT OR WS-FOUND-SUB > ZERO
               IF WS-PROD-KEY (WS-SUB) = WS-WANTED-USER
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-CSR-COUNT < 100
                   ADD 1 TO WS-CSR-COUNT
                   MOVE WS-CSR-COUNT TO WS-FOUND-SUB
                   PERFORM 2100-INIT-ROW
                   MOVE WS-WANTED-USER TO WS-PROD-KEY (WS-FOUND-SUB)
                   PERFORM 2200-FIND-ROSTER-TEAM
                   MOVE WS-WANTED-TEAM TO WS-PROD-TEAM (WS-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.

       2100-INIT-ROW.
           MOVE SPACES TO WS-PROD-KEY (WS-FOUND-SUB)
           MOVE SPACES TO WS-PROD-TEAM (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-RECEIVED (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-CLOSED (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-AWAY (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-COMP (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-DAYS-COUNT (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-DAYS-TOTAL (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-SLA-KNOWN (WS-FOUND-SUB)
           MOVE ZERO   TO WS-PROD-SLA-MET (WS-FOUND-SUB)
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 6
               MOVE ZERO TO WS-PROD-MIX (WS-FOUND-SUB WS-SLOT-SUB)
           END-PERFORM
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 61
               MOVE ZERO TO WS-PROD-DAY-HIST
                   (WS-FOUND-SUB WS-BUCKET-SUB)
           END-PERFORM.

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

      *    Team rows go after the CSR rows, one per distinct team,
      *    each the sum of its CSRs - day buckets included, so the
      *    team median is a true median, not a median of medians.
       3000-BUILD-TEAM-ROWS.
           MOVE WS-CSR-COUNT TO WS-ENTRY-COUNT
           COMPUTE WS-TEAM-FIRST = WS-CSR-COUNT + 1
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CSR-COUNT
               PERFORM 3100-ROLL-CSR-INTO-TEAM
           END-PERFORM.

       3100-ROLL-CSR-INTO-TEAM.
           MOVE ZERO TO WS-TEAM-SUB
           PERFORM VARYING WS-FOUND-SUB FROM WS-TEAM-FIRST BY 1
               UNTIL WS-FOUND-SUB > WS-ENTRY-COUNT
                  OR WS-TEAM-SUB > ZERO
               IF WS-PROD-TEAM (WS-FOUND-SUB) = WS-PROD-TEAM (WS-SUB)
                   MOVE WS-FOUND-SUB TO WS-TEAM-SUB
               END-IF
           END-PERFORM
           IF WS-TEAM-SUB = ZERO AND WS-ENTRY-COUNT < WS-PROD-MAX
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO WS-FOUND-SUB
               PERFORM 2100-INIT-ROW
               MOVE WS-PROD-TEAM (WS-SUB) TO WS-PROD-KEY (WS-FOUND-SUB)
               MOVE WS-PROD-TEAM (WS-SUB)
                   TO WS-PROD-TEAM (WS-FOUND-SUB)
               MOVE WS-ENTRY-COUNT TO WS-TEAM-SUB
           END-IF
           IF WS-TEAM-SUB > ZERO
               ADD WS-PROD-RECEIVED (WS-SUB)
                   TO WS-PROD-RECEIVED (WS-TEAM-SUB)
               ADD WS-PROD-CLOSED (WS-SUB)
                   TO WS-PROD-CLOSED (WS-TEAM-SUB)
               ADD WS-PROD-AWAY (WS-SUB) TO WS-PROD-AWAY (WS-TEAM-SUB)
               ADD WS-PROD-COMP (WS-SUB) TO WS-PROD-COMP (WS-TEAM-SUB)
               ADD WS-PROD-DAYS-COUNT (WS-SUB)
                   TO WS-PROD-DAYS-COUNT (WS-TEAM-SUB)
               ADD WS-PROD-DAYS-TOTAL (WS-SUB)
                   TO WS-PROD-DAYS-TOTAL (WS-TEAM-SUB)
               ADD WS-PROD-SLA-KNOWN (WS-SUB)
                   TO WS-PROD-SLA-KNOWN (WS-TEAM-SUB)
               ADD WS-PROD-SLA-MET (WS-SUB)
                   TO WS-PROD-SLA-MET (WS-TEAM-SUB)
               PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 6
                   ADD WS-PROD-MIX (WS-SUB WS-SLOT-SUB)
                       TO WS-PROD-MIX (WS-TEAM-SUB WS-SLOT-SUB)
               END-PERFORM
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 61
                   ADD WS-PROD-DAY-HIST (WS-SUB WS-BUCKET-SUB)
                       TO WS-PROD-DAY-HIST (WS-TEAM-SUB WS-BUCKET-SUB)
               END-PERFORM
           END-IF.

      *    Two sections - the volume and timeliness figures, then the
      *    closure mix - each listing a team's CSRs followed by the
      *    team's total line.
       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'CSR PRODUCTIVITY REPORT - PERIOD ' WS-PERIOD-FROM
               ' TO ' WS-PERIOD-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CSR      TEAM         RECVD CLOSED   AWAY'
               ' COMPENSATN AVG-D MED-D SLA%'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TEAM-SUB FROM WS-TEAM-FIRST BY 1
               UNTIL WS-TEAM-SUB > WS-ENTRY-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CSR-COUNT
                   IF WS-PROD-TEAM (WS-SUB) =
                      WS-PROD-TEAM (WS-TEAM-SUB)
                       MOVE WS-PROD-KEY (WS-SUB) TO WS-LINE-KEY
                       PERFORM 5100-WRITE-VOLUME-LINE
                   END-IF
               END-PERFORM
               MOVE WS-TEAM-SUB TO WS-SUB
               MOVE '-TOTAL-' TO WS-LINE-KEY
               PERFORM 5100-WRITE-VOLUME-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLOSURE MIX BY RESOLUTION CODE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  CSR      TEAM        REFUND REPLACE APOLOGY'
               ' NO-ACTN REF-OUT    NONE'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TEAM-SUB FROM WS-TEAM-FIRST BY 1
               UNTIL WS-TEAM-SUB > WS-ENTRY-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CSR-COUNT
                   IF WS-PROD-TEAM (WS-SUB) =
                      WS-PROD-TEAM (WS-TEAM-SUB)
                       MOVE WS-PROD-KEY (WS-SUB) TO WS-LINE-KEY
                       PERFORM 5200-WRITE-MIX-LINE
                   END-IF
               END-PERFORM
               MOVE WS-TEAM-SUB TO WS-SUB
               MOVE '-TOTAL-' TO WS-LINE-KEY
               PERFORM 5200-WRITE-MIX-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           PERFORM 5900-WRITE-FOOTINGS
           CLOSE REPORT-OUT-FILE.

       5100-WRITE-VOLUME-LINE.
           MOVE WS-PROD-RECEIVED (WS-SUB) TO WS-EDIT-RECEIVED
           MOVE WS-PROD-CLOSED (WS-SUB)   TO WS-EDIT-CLOSED
           MOVE WS-PROD-AWAY (WS-SUB)     TO WS-EDIT-AWAY
           MOVE WS-PROD-COMP (WS-SUB)     TO WS-EDIT-COMP
           MOVE ZERO TO WS-AVERAGE
           IF WS-PROD-DAYS-COUNT (WS-SUB) > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-PROD-DAYS-TOTAL (WS-SUB) /
                   WS-PROD-DAYS-COUNT (WS-SUB)
           END-IF
           MOVE WS-AVERAGE TO WS-EDIT-AVERAGE
           PERFORM 5150-FIND-MEDIAN
           IF WS-PROD-SLA-KNOWN (WS-SUB) > ZERO
               COMPUTE WS-SLA-PCT ROUNDED =
                   WS-PROD-SLA-MET (WS-SUB) * 100 /
                   WS-PROD-SLA-KNOWN (WS-SUB)
               MOVE WS-SLA-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-SLA-TEXT
               MOVE '%' TO WS-SLA-TEXT (4:1)
           ELSE
               MOVE '  - ' TO WS-SLA-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-LINE-KEY ' ' WS-PROD-TEAM (WS-SUB) ' '
               WS-EDIT-RECEIVED ' ' WS-EDIT-CLOSED ' ' WS-EDIT-AWAY
               ' ' WS-EDIT-COMP ' ' WS-EDIT-AVERAGE ' '
               WS-MEDIAN-TEXT ' ' WS-SLA-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Walk the day buckets to the middle close (the two middle
      *    closes for an even count, averaged).  A median landing in
      *    the last bucket prints as 60+.
       5150-FIND-MEDIAN.
           MOVE '    -' TO WS-MEDIAN-TEXT
           IF WS-PROD-DAYS-COUNT (WS-SUB) > ZERO
               COMPUTE WS-MED-POS-1 =
                   (WS-PROD-DAYS-COUNT (WS-SUB) + 1) / 2
               COMPUTE WS-MED-POS-2 =
                   WS-PROD-DAYS-COUNT (WS-SUB) / 2 + 1
               MOVE ZERO TO WS-MED-RUNNING
               MOVE ZERO TO WS-MED-VAL-1
               MOVE ZERO TO WS-MED-VAL-2
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 61
                   IF WS-MED-RUNNING < WS-MED-POS-1 AND
                      WS-MED-RUNNING + WS-PROD-DAY-HIST
                          (WS-SUB WS-BUCKET-SUB) >= WS-MED-POS-1
                       COMPUTE WS-MED-VAL-1 = WS-BUCKET-SUB - 1
                   END-IF
                   IF WS-MED-RUNNING < WS-MED-POS-2 AND
                      WS-MED-RUNNING + WS-PROD-DAY-HIST
                          (WS-SUB WS-BUCKET-SUB) >= WS-MED-POS-2
                       COMPUTE WS-MED-VAL-2 = WS-BUCKET-SUB - 1
                   END-IF
                   ADD WS-PROD-DAY-HIST (WS-SUB WS-BUCKET-SUB)
                       TO WS-MED-RUNNING
               END-PERFORM
               IF WS-MED-VAL-1 > 59 OR WS-MED-VAL-2 > 59
                   MOVE '  60+' TO WS-MEDIAN-TEXT
               ELSE
                   COMPUTE WS-MEDIAN ROUNDED =
                       (WS-MED-VAL-1 + WS-MED-VAL-2) / 2
                   MOVE WS-MEDIAN TO WS-EDIT-MEDIAN
                   MOVE WS-EDIT-MEDIAN TO WS-MEDIAN-TEXT
               END-IF
           END-IF.

       5200-WRITE-MIX-LINE.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 6
               MOVE WS-PROD-MIX (WS-SUB WS-SLOT-SUB)
                   TO WS-EDIT-MIX (WS-SLOT-SUB)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-LINE-KEY ' ' WS-PROD-TEAM (WS-SUB) ' '
               WS-EDIT-MIX (1) ' ' WS-EDIT-MIX (2) ' '
               WS-EDIT-MIX (3) ' ' WS-EDIT-MIX (4) ' '
               WS-EDIT-MIX (5) ' ' WS-EDIT-MIX (6)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5900-WRITE-FOOTINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UNCREDITED-COUNT TO WS-EDIT-NUMBER
           STRING 'CLOSES WITH NO CSR TO CREDIT:       ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NO-SLA-COUNT TO WS-EDIT-NUMBER
           STRING 'CLOSES WITH NO SLA DUE DATE FOUND:  ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-TABLE-FULL-COUNT TO WS-EDIT-NUMBER
               STRING 'EVENTS NOT COUNTED - CSR TABLE FULL:'
                   WS-EDIT-NUMBER
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0900-TERMINATE.
           IF WS-HISTORY-FILE-STATUS = '00' OR
              WS-HISTORY-FILE-STATUS = '10'
               CLOSE AUDIT-HISTORY-FILE
           END-IF
           IF WS-MASTER-IS-OPEN
               CLOSE COMPLAINT-MASTER-FILE
           END-IF
           IF WS-ARCHIVE-IS-OPEN
               CLOSE CASE-ARCHIVE-FILE
           END-IF
           DISPLAY 'CMPPROD EVENTS READ = ' WS-EVENT-READ-COUNT
           DISPLAY 'CMPPROD CSRS        = ' WS-CSR-COUNT
           DISPLAY 'CMPPROD UNCREDITED  = ' WS-UNCREDITED-COUNT.
