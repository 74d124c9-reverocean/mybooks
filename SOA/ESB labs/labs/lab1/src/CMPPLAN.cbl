      *=============================================================*
      * PROGRAM-ID:  CMPPLAN                                         *
      * Weekly staffing-plan batch: forecasts the next fourteen      *
      * days' intake per C-TYPE and sets it against the CSR roster,  *
      * so a team that will run out of hands shows up a week ahead   *
      * instead of on the night CMPASGN leaves cases OPEN at the     *
      * foot of its workload sheet.                                  *
      *                                                              *
      * Forecast - off the CTYPE records the volume report appends   *
      * to CMPSTATH each night (cases opened that day per C-TYPE),   *
      * over the last eight weeks:                                   *
      *   - day-of-week pattern: the average of each weekday's       *
      *     counts (a day with no report run on file is left out,    *
      *     not read as zero; a rerun's later record wins)           *
      *   - recent trend: the last two weeks' daily average over     *
      *     the eight weeks', held between 0.50 and 2.00, applied    *
      *     to every forecast day; with under four weeks of history  *
      *     on file the pattern stands untrended                     *
      *                                                              *
      * Capacity - off the roster file CMPRSTR, read as CMPASGN      *
      * reads it: every CSR not flagged RO-AVAILABLE 'N' counts      *
      * their RO-DAILY-CAPACITY against each C-TYPE in their         *
      * RO-SPECIALTY slots, per C-TYPE and per team.                 *
      *                                                              *
      * Backlog - every case on CMPMAST not CLOSED, by C-TYPE and    *
      * CM-SLA-DUE-DATE.                                             *
      *                                                              *
      * Each C-TYPE's queue is then walked day by day: the day's     *
      * forecast joins the backlog due its SLA clock later (the SLA  *
      * table's days, the intake default of 20 for a C-TYPE with no  *
      * row), the day's capacity works the queue earliest-due first, *
      * and whatever is still queued on its due date is a projected  *
      * SLA breach.  A C-TYPE that ends a day with work left over is *
      * short that day, and the teams carrying it are named.  RC 4   *
      * when any C-TYPE is forecast short.                           *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPLAN.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-HISTORY-FILE ASSIGN TO "CMPSTATH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-FILE-STATUS.
           SELECT CSR-ROSTER-FILE ASSIGN TO "CMPRSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT COMPLAINT-MASTER-FILE ASSIGN TO "CMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-C-REF
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REPORT-OUT-FILE ASSIGN TO "CMPPLNO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-HISTORY-FILE.
       01  STATS-HISTORY-FILE-REC     PIC X(85).

       FD  CSR-ROSTER-FILE.
       01  CSR-ROSTER-FILE-REC        PIC X(62).

       FD  COMPLAINT-MASTER-FILE.
       COPY COMPLAINT_MASTER.

       FD  REPORT-OUT-FILE.
       01  REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STATS-FILE-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ROSTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-ENTRY-FOUND                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-TIME            PIC 9(6).
           05  FILLER                 PIC X(8).
       01  WS-RUN-JULIAN              PIC 9(9).
       01  WS-REC-JULIAN              PIC 9(9).
       01  WS-DAY-JULIAN              PIC 9(9).
       01  WS-DUE-JULIAN              PIC 9(9).
       01  WS-DAYS-AGO                PIC S9(9).
       01  WS-DUE-OFFSET              PIC S9(9).
       01  WS-FIRST-DAY               PIC 9(8).
       01  WS-LAST-DAY                PIC 9(8).
       01  WS-DAY-DATE                PIC 9(8).

       COPY CMPSTAT_PARMS.
       COPY CSR_ROSTER.
       COPY COMPLAINT_TYPE_TABLE.
       COPY SLA_TABLE.
       COPY CMPRTBL_PARMS.

      *    Weekday names, Monday first - the order the day number
      *    off INTEGER-OF-DATE falls in (day 1, 1601-01-01, was a
      *    Monday).
       01  WS-DOW-NAME-DATA           PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAME-DATA.
           05  WS-DOW-NAME            PIC X(3)    OCCURS 7 TIMES.

      *    Eight weeks of daily intake per C-TYPE, slot 1 the run
      *    date itself and slot 56 the oldest day, with a flag for
      *    the days a report run put figures on file at all.
       01  WS-HIST-TABLE.
           05  WS-HIST-CTYPE          OCCURS 50 TIMES.
               10  WS-HIST-COUNT      PIC 9(7)    OCCURS 56 TIMES.
       01  WS-HIST-SEEN-TABLE.
           05  WS-HIST-SEEN           PIC X(1)    OCCURS 56 TIMES.
       01  WS-HIST-DAYS-ON-FILE       PIC 9(3)    VALUE ZERO.
       01  WS-HIST-MAX                PIC 9(3)    VALUE 56.

      *    The plan per C-TYPE, in COMPLAINT_TYPE_TABLE order.  Due
      *    buckets hold the queued cases by days from the run date
      *    to their SLA due date: bucket 1 is due today or already
      *    past due, bucket n is due n-1 days out, and bucket 46
      *    anything 45 days out or more - past the fortnight, the
      *    order of work is all that matters that far out.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY          OCCURS 50 TIMES.
               10  WS-PLAN-SLA-DAYS   PIC 9(3).
               10  WS-PLAN-BACKLOG    PIC 9(7).
               10  WS-PLAN-PAST-DUE   PIC 9(7).
               10  WS-PLAN-CAPACITY   PIC 9(5).
               10  WS-PLAN-TREND      PIC 9V99.
               10  WS-PLAN-DOW-AVG    PIC 9(5)V99 OCCURS 7 TIMES.
               10  WS-PLAN-FCST       PIC 9(5)    OCCURS 14 TIMES.
               10  WS-PLAN-FCST-TOTAL PIC 9(7).
               10  WS-PLAN-QUEUE      PIC 9(7).
               10  WS-PLAN-BREACHES   PIC 9(7).
               10  WS-PLAN-SHORT-DAYS PIC 9(2).
               10  WS-PLAN-DUE-BUCKET PIC 9(7)    OCCURS 46 TIMES.

      *    Available CSRs counted in, up to CMPASGN's roster limit
      *    of 50 - which also bounds the team table - and the teams
      *    found among them with each team's daily capacity per
      *    C-TYPE.
       01  WS-ROSTER-COUNT            PIC 9(4)    VALUE ZERO.
       01  WS-ROSTER-MAX              PIC 9(4)    VALUE 50.

       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY          OCCURS 50 TIMES.
               10  WS-TEAM-NAME       PIC X(10).
               10  WS-TEAM-CAPACITY   PIC 9(5)    OCCURS 50 TIMES.
       01  WS-TEAM-COUNT              PIC 9(4)    VALUE ZERO.

       01  WS-CT-SUB                  PIC 9(4).
       01  WS-DAY-SUB                 PIC 9(2).
       01  WS-HIST-SUB                PIC 9(3).
       01  WS-DOW-SUB                 PIC 9(1).
       01  WS-BUCKET-SUB              PIC 9(2).
       01  WS-SPEC-SUB                PIC 9(1).
       01  WS-TEAM-SUB                PIC 9(4).

       01  WS-FORECAST-WORK.
           05  WS-DOW-SUM             PIC 9(9)    OCCURS 7 TIMES.
           05  WS-DOW-OBS             PIC 9(3)    OCCURS 7 TIMES.
           05  WS-RECENT-SUM          PIC 9(9).
           05  WS-RECENT-OBS          PIC 9(3).
           05  WS-BASE-SUM            PIC 9(9).
           05  WS-BASE-OBS            PIC 9(3).
           05  WS-RECENT-AVG          PIC 9(7)V9999.
           05  WS-BASE-AVG            PIC 9(7)V9999.
           05  WS-TREND-WORK          PIC 9(5)V99.
           05  WS-AVG-PER-DAY         PIC 9(5)V9.

       01  WS-DAY-WORK.
           05  WS-QUEUE-IN            PIC 9(7).
           05  WS-WORK-LEFT           PIC 9(7).
           05  WS-DAY-BREACHES        PIC 9(7).
           05  WS-ARRIVAL-BUCKET      PIC 9(5).
           05  WS-DAY-FCST-TOTAL      PIC 9(7).
           05  WS-DAY-BREACH-TOTAL    PIC 9(7).
           05  WS-DAY-SHORT-COUNT     PIC 9(4).

       01  WS-TEAM-LINE-PTR           PIC 9(3).
       01  WS-TEAM-NAMED-COUNT        PIC 9(4).

       01  WS-EDIT-FCST               PIC ZZ,ZZ9.
       01  WS-EDIT-QUEUE              PIC ZZZ,ZZ9.
       01  WS-EDIT-CAPACITY           PIC ZZZ,ZZ9.
       01  WS-EDIT-CARRIED            PIC ZZZ,ZZ9.
       01  WS-EDIT-BREACH             PIC ZZ,ZZ9.
       01  WS-EDIT-AVG                PIC ZZ,ZZ9.9.
       01  WS-EDIT-TREND              PIC Z9.99.
       01  WS-EDIT-BACKLOG            PIC ZZZ,ZZ9.
       01  WS-EDIT-PAST-DUE           PIC ZZZ,ZZ9.
       01  WS-EDIT-SLA                PIC ZZ9.
       01  WS-EDIT-DAYS               PIC Z9.
       01  WS-EDIT-TEAM-CAP           PIC ZZZZ9.
       01  WS-EDIT-NUMBER             PIC ZZZ,ZZ9.
       01  WS-SHORT-TEXT              PIC X(5).

       01  WS-COUNTS.
           05  WS-STATS-READ-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-MASTER-READ-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-OPEN-CASE-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-OFF-LIST-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-PAST-DUE-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-BREACH-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-SHORT-CTYPE-COUNT   PIC 9(4)    VALUE ZERO.
           05  WS-UNAVAILABLE-COUNT   PIC 9(4)    VALUE ZERO.
           05  WS-ROSTER-FULL-COUNT   PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LOAD-HISTORY
           PERFORM 0300-LOAD-ROSTER
           PERFORM 0400-LOAD-BACKLOG
           PERFORM 1000-BUILD-FORECASTS
           PERFORM 5000-WRITE-REPORT
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-RUN-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-FIRST-DAY =
               FUNCTION DATE-OF-INTEGER (WS-RUN-JULIAN + 1)
           COMPUTE WS-LAST-DAY =
               FUNCTION DATE-OF-INTEGER (WS-RUN-JULIAN + 14)
           MOVE 'CTYPE' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-CTYPE-TABLE
                                 RTBL-RC
           END-CALL
           MOVE 'SLA' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-SLA-TABLE
                                 RTBL-RC
           END-CALL
           MOVE ZERO   TO WS-HIST-TABLE
           MOVE SPACES TO WS-HIST-SEEN-TABLE
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTYPE-COUNT
               PERFORM 0110-INIT-PLAN-ENTRY
           END-PERFORM.

      *    A C-TYPE with no SLA row runs on the intake default clock
      *    of 20 days - the same default CMPMAINT stamps it with.
       0110-INIT-PLAN-ENTRY.
           MOVE ZERO TO WS-PLAN-ENTRY (WS-CT-SUB)
           MOVE 20   TO WS-PLAN-SLA-DAYS (WS-CT-SUB)
           MOVE 1    TO WS-PLAN-TREND (WS-CT-SUB)
           SET WS-SLA-IDX TO 1
           SEARCH WS-SLA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SLA-C-TYPE (WS-SLA-IDX) =
                    WS-CTYPE-ENTRY (WS-CT-SUB)
                   MOVE WS-SLA-DAYS (WS-SLA-IDX)
                       TO WS-PLAN-SLA-DAYS (WS-CT-SUB)
           END-SEARCH.

      *    No history file yet (status 35) plans on the backlog
      *    alone - every forecast reads zero.
       0200-LOAD-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATS-HISTORY-FILE
           IF WS-STATS-FILE-STATUS NOT = '00'
               DISPLAY 'CMPPLAN: NO STATISTICS HISTORY ON FILE'
           ELSE
               PERFORM 0250-READ-ONE-STATS-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE STATS-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-MAX
               IF WS-HIST-SEEN (WS-HIST-SUB) = 'Y'
                   ADD 1 TO WS-HIST-DAYS-ON-FILE
               END-IF
           END-PERFORM.

       0250-READ-ONE-STATS-RECORD.
           READ STATS-HISTORY-FILE INTO STATS-HISTORY-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-STATS-READ-COUNT
                   IF SH-TYPE-CTYPE AND SH-RUN-DATE NUMERIC AND
                      SH-RUN-DATE > ZERO
                       PERFORM 0260-KEEP-CTYPE-FIGURE
                   END-IF
           END-READ.

      *    The file is append-only, so a rerun's record for the same
      *    day comes after the first run's and replaces it rather
      *    than doubling the day.
       0260-KEEP-CTYPE-FIGURE.
           COMPUTE WS-REC-JULIAN =
               FUNCTION INTEGER-OF-DATE (SH-RUN-DATE)
           COMPUTE WS-DAYS-AGO = WS-RUN-JULIAN - WS-REC-JULIAN
           IF WS-DAYS-AGO >= ZERO AND WS-DAYS-AGO < WS-HIST-MAX
               COMPUTE WS-HIST-SUB = WS-DAYS-AGO + 1
               MOVE 'Y' TO WS-HIST-SEEN (WS-HIST-SUB)
               SET WS-CTYPE-IDX TO 1
               SEARCH WS-CTYPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTYPE-ENTRY (WS-CTYPE-IDX) = SH-KEY-VALUE
                       SET WS-CT-SUB TO WS-CTYPE-IDX
                       MOVE SH-COUNT-1
                           TO WS-HIST-COUNT (WS-CT-SUB WS-HIST-SUB)
               END-SEARCH
           END-IF.

      *    No roster file is no capacity anywhere - every C-TYPE
      *    with work forecast or queued reads short.
       0300-LOAD-ROSTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CSR-ROSTER-FILE
           IF WS-ROSTER-FILE-STATUS NOT = '00'
               DISPLAY 'CMPPLAN: NO CSR ROSTER ON FILE'
           ELSE
               PERFORM 0350-READ-ONE-ROSTER-RECORD
                   UNTIL WS-END-OF-FILE
               CLOSE CSR-ROSTER-FILE
           END-IF.

       0350-READ-ONE-ROSTER-RECORD.
           READ CSR-ROSTER-FILE INTO CSR-ROSTER-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF RO-IS-UNAVAILABLE
                       ADD 1 TO WS-UNAVAILABLE-COUNT
                   ELSE
                       IF WS-ROSTER-COUNT < WS-ROSTER-MAX
                           PERFORM 0360-ADD-CSR-CAPACITY
                       ELSE
                           ADD 1 TO WS-ROSTER-FULL-COUNT
                       END-IF
                   END-IF
           END-READ.

       0360-ADD-CSR-CAPACITY.
           ADD 1 TO WS-ROSTER-COUNT
           PERFORM 0370-FIND-OR-ADD-TEAM
           PERFORM VARYING WS-SPEC-SUB FROM 1 BY 1
               UNTIL WS-SPEC-SUB > 4
               IF RO-SPECIALTY (WS-SPEC-SUB) NOT = SPACES
                   PERFORM 0380-ADD-SPECIALTY-CAPACITY
               END-IF
           END-PERFORM.

       0370-FIND-OR-ADD-TEAM.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
               UNTIL WS-TEAM-SUB > WS-TEAM-COUNT OR WS-ENTRY-FOUND
               IF WS-TEAM-NAME (WS-TEAM-SUB) = RO-TEAM
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TEAM-SUB
           ELSE
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO WS-TEAM-SUB
               MOVE ZERO    TO WS-TEAM-ENTRY (WS-TEAM-SUB)
               MOVE RO-TEAM TO WS-TEAM-NAME (WS-TEAM-SUB)
           END-IF.

      *    A specialty off the approved C-TYPE list has nothing to
      *    plan against and is passed over.
       0380-ADD-SPECIALTY-CAPACITY.
           SET WS-CTYPE-IDX TO 1
           SEARCH WS-CTYPE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CTYPE-ENTRY (WS-CTYPE-IDX) =
                    RO-SPECIALTY (WS-SPEC-SUB)
                   SET WS-CT-SUB TO WS-CTYPE-IDX
                   ADD RO-DAILY-CAPACITY
                       TO WS-PLAN-CAPACITY (WS-CT-SUB)
                   ADD RO-DAILY-CAPACITY
                       TO WS-TEAM-CAPACITY (WS-TEAM-SUB WS-CT-SUB)
           END-SEARCH.

      *    Every case not yet CLOSED is work still to do, whoever
      *    holds it.  A case with no SLA due date on it sorts last.
       0400-LOAD-BACKLOG.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT COMPLAINT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CMPPLAN: NO COMPLAINT MASTER ON FILE'
           ELSE
               PERFORM 0450-READ-ONE-CASE
                   UNTIL WS-END-OF-FILE
               CLOSE COMPLAINT-MASTER-FILE
           END-IF.

       0450-READ-ONE-CASE.
           READ COMPLAINT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
                   IF NOT CM-STATUS-CLOSED
                       ADD 1 TO WS-OPEN-CASE-COUNT
                       PERFORM 0460-ADD-TO-BACKLOG
                   END-IF
           END-READ.

       0460-ADD-TO-BACKLOG.
           SET WS-CTYPE-IDX TO 1
           SEARCH WS-CTYPE-ENTRY
               AT END
                   ADD 1 TO WS-OFF-LIST-COUNT
               WHEN WS-CTYPE-ENTRY (WS-CTYPE-IDX) = CM-C-TYPE
                   SET WS-CT-SUB TO WS-CTYPE-IDX
                   PERFORM 0470-BUCKET-ONE-CASE
           END-SEARCH.

       0470-BUCKET-ONE-CASE.
           ADD 1 TO WS-PLAN-BACKLOG (WS-CT-SUB)
           ADD 1 TO WS-PLAN-QUEUE (WS-CT-SUB)
           IF CM-SLA-DUE-DATE NUMERIC AND
              CM-SLA-DUE-DATE > 16010101
               COMPUTE WS-DUE-JULIAN =
                   FUNCTION INTEGER-OF-DATE (CM-SLA-DUE-DATE)
               COMPUTE WS-DUE-OFFSET = WS-DUE-JULIAN - WS-RUN-JULIAN
           ELSE
               MOVE 45 TO WS-DUE-OFFSET
           END-IF
           EVALUATE TRUE
               WHEN WS-DUE-OFFSET <= ZERO
                   MOVE 1 TO WS-BUCKET-SUB
                   ADD 1 TO WS-PLAN-PAST-DUE (WS-CT-SUB)
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN WS-DUE-OFFSET >= 45
                   MOVE 46 TO WS-BUCKET-SUB
               WHEN OTHER
                   COMPUTE WS-BUCKET-SUB = WS-DUE-OFFSET + 1
           END-EVALUATE
           ADD 1 TO WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-BUCKET-SUB).

       1000-BUILD-FORECASTS.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTYPE-COUNT
               PERFORM 1100-WEEKDAY-PATTERN
               PERFORM 1200-RECENT-TREND
               PERFORM 1300-FORECAST-DAYS
           END-PERFORM.

      *    Slot 1 is the run date; each older slot is a day further
      *    back, so its weekday is the run date's less the slot.
       1100-WEEKDAY-PATTERN.
           MOVE ZERO TO WS-FORECAST-WORK
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-MAX
               IF WS-HIST-SEEN (WS-HIST-SUB) = 'Y'
                   COMPUTE WS-DAY-JULIAN =
                       WS-RUN-JULIAN - WS-HIST-SUB + 1
                   COMPUTE WS-DOW-SUB =
                       FUNCTION MOD (WS-DAY-JULIAN - 1, 7) + 1
                   ADD WS-HIST-COUNT (WS-CT-SUB WS-HIST-SUB)
                       TO WS-DOW-SUM (WS-DOW-SUB)
                   ADD 1 TO WS-DOW-OBS (WS-DOW-SUB)
                   ADD WS-HIST-COUNT (WS-CT-SUB WS-HIST-SUB)
                       TO WS-BASE-SUM
                   ADD 1 TO WS-BASE-OBS
                   IF WS-HIST-SUB <= 14
                       ADD WS-HIST-COUNT (WS-CT-SUB WS-HIST-SUB)
                           TO WS-RECENT-SUM
                       ADD 1 TO WS-RECENT-OBS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DOW-SUB FROM 1 BY 1
               UNTIL WS-DOW-SUB > 7
               IF WS-DOW-OBS (WS-DOW-SUB) > ZERO
                   COMPUTE WS-PLAN-DOW-AVG (WS-CT-SUB WS-DOW-SUB)
                       ROUNDED = WS-DOW-SUM (WS-DOW-SUB)
                                 / WS-DOW-OBS (WS-DOW-SUB)
               END-IF
           END-PERFORM.

      *    Four weeks on file is the least the comparison is worth
      *    making on; an eight-week average of zero has no trend.
       1200-RECENT-TREND.
           IF WS-BASE-OBS >= 28 AND WS-BASE-SUM > ZERO AND
              WS-RECENT-OBS > ZERO
               COMPUTE WS-RECENT-AVG ROUNDED =
                   WS-RECENT-SUM / WS-RECENT-OBS
               COMPUTE WS-BASE-AVG ROUNDED =
                   WS-BASE-SUM / WS-BASE-OBS
               COMPUTE WS-TREND-WORK ROUNDED =
                   WS-RECENT-AVG / WS-BASE-AVG
               EVALUATE TRUE
                   WHEN WS-TREND-WORK < 0.50
                       MOVE 0.50 TO WS-PLAN-TREND (WS-CT-SUB)
                   WHEN WS-TREND-WORK > 2.00
                       MOVE 2.00 TO WS-PLAN-TREND (WS-CT-SUB)
                   WHEN OTHER
                       MOVE WS-TREND-WORK TO WS-PLAN-TREND (WS-CT-SUB)
               END-EVALUATE
           END-IF.

       1300-FORECAST-DAYS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 14
               COMPUTE WS-DAY-JULIAN = WS-RUN-JULIAN + WS-DAY-SUB
               COMPUTE WS-DOW-SUB =
                   FUNCTION MOD (WS-DAY-JULIAN - 1, 7) + 1
               COMPUTE WS-PLAN-FCST (WS-CT-SUB WS-DAY-SUB) ROUNDED =
                   WS-PLAN-DOW-AVG (WS-CT-SUB WS-DOW-SUB)
                   * WS-PLAN-TREND (WS-CT-SUB)
               ADD WS-PLAN-FCST (WS-CT-SUB WS-DAY-SUB)
                   TO WS-PLAN-FCST-TOTAL (WS-CT-SUB)
           END-PERFORM.

      *    The queue walk runs inside the day-by-day section, one day
      *    for every C-TYPE before the next day, so each day's lines
      *    print as the day is worked.
       5000-WRITE-REPORT.
           OPEN OUTPUT REPORT-OUT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'INTAKE FORECAST AND STAFFING-GAP REPORT - RUN DATE '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HIST-DAYS-ON-FILE TO WS-EDIT-SLA
           MOVE SPACES TO REPORT-LINE
           STRING 'FORECAST ' WS-FIRST-DAY ' TO ' WS-LAST-DAY
               ' - ' WS-EDIT-SLA ' DAYS OF HISTORY USED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 5100-WRITE-BASIS-SECTION
           PERFORM 5200-WRITE-DAY-SECTION
           PERFORM 5500-WRITE-BREACH-SECTION
           PERFORM 5900-WRITE-FOOTINGS
           CLOSE REPORT-OUT-FILE.

       5100-WRITE-BASIS-SECTION.
           MOVE 'FORECAST BASIS BY C-TYPE' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  C-TYPE      AVG/DAY TREND BACKLOG PAST-DUE'
               ' CAPACITY SLA-D'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTYPE-COUNT
               COMPUTE WS-AVG-PER-DAY ROUNDED =
                   WS-PLAN-FCST-TOTAL (WS-CT-SUB) / 14
               MOVE WS-AVG-PER-DAY                TO WS-EDIT-AVG
               MOVE WS-PLAN-TREND (WS-CT-SUB)     TO WS-EDIT-TREND
               MOVE WS-PLAN-BACKLOG (WS-CT-SUB)   TO WS-EDIT-BACKLOG
               MOVE WS-PLAN-PAST-DUE (WS-CT-SUB)  TO WS-EDIT-PAST-DUE
               MOVE WS-PLAN-CAPACITY (WS-CT-SUB)  TO WS-EDIT-CAPACITY
               MOVE WS-PLAN-SLA-DAYS (WS-CT-SUB)  TO WS-EDIT-SLA
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-CTYPE-ENTRY (WS-CT-SUB) ' '
                      WS-EDIT-AVG ' '
                      WS-EDIT-TREND ' '
                      WS-EDIT-BACKLOG '  '
                      WS-EDIT-PAST-DUE '  '
                      WS-EDIT-CAPACITY '   '
                      WS-EDIT-SLA
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       5200-WRITE-DAY-SECTION.
           MOVE 'DAY-BY-DAY STAFFING GAP' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  DATE     DAY C-TYPE       FCST QUEUE-IN'
               ' CAPACITY  CARRIED BREACH'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 14
               PERFORM 5300-WORK-ONE-DAY
           END-PERFORM.

       5300-WORK-ONE-DAY.
           COMPUTE WS-DAY-JULIAN = WS-RUN-JULIAN + WS-DAY-SUB
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-JULIAN)
           COMPUTE WS-DOW-SUB =
               FUNCTION MOD (WS-DAY-JULIAN - 1, 7) + 1
           MOVE ZERO TO WS-DAY-FCST-TOTAL
           MOVE ZERO TO WS-DAY-BREACH-TOTAL
           MOVE ZERO TO WS-DAY-SHORT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTYPE-COUNT
               PERFORM 5310-WORK-ONE-CTYPE
           END-PERFORM
           MOVE WS-DAY-FCST-TOTAL   TO WS-EDIT-QUEUE
           MOVE WS-DAY-BREACH-TOTAL TO WS-EDIT-CARRIED
           MOVE WS-DAY-SHORT-COUNT  TO WS-EDIT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-DAY-DATE ' ' WS-DOW-NAME (WS-DOW-SUB)
               ' FORECAST ' WS-EDIT-QUEUE
               '  BREACHES ' WS-EDIT-CARRIED
               '  C-TYPES SHORT ' WS-EDIT-DAYS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    The day's forecast joins the queue in the bucket its SLA
      *    clock puts it in; the day's capacity then works the queue
      *    from the earliest-due bucket up, and whatever is left in
      *    the bucket falling due today has breached.
       5310-WORK-ONE-CTYPE.
           COMPUTE WS-ARRIVAL-BUCKET =
               WS-DAY-SUB + WS-PLAN-SLA-DAYS (WS-CT-SUB) + 1
           IF WS-ARRIVAL-BUCKET > 46
               MOVE 46 TO WS-ARRIVAL-BUCKET
           END-IF
           ADD WS-PLAN-FCST (WS-CT-SUB WS-DAY-SUB)
               TO WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-ARRIVAL-BUCKET)
           ADD WS-PLAN-FCST (WS-CT-SUB WS-DAY-SUB)
               TO WS-PLAN-QUEUE (WS-CT-SUB)
           ADD WS-PLAN-FCST (WS-CT-SUB WS-DAY-SUB)
               TO WS-DAY-FCST-TOTAL
           MOVE WS-PLAN-QUEUE (WS-CT-SUB) TO WS-QUEUE-IN
           MOVE WS-PLAN-CAPACITY (WS-CT-SUB) TO WS-WORK-LEFT
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 46 OR WS-WORK-LEFT = ZERO
               PERFORM 5320-WORK-ONE-BUCKET
           END-PERFORM
           COMPUTE WS-PLAN-QUEUE (WS-CT-SUB) =
               WS-QUEUE-IN - (WS-PLAN-CAPACITY (WS-CT-SUB)
                              - WS-WORK-LEFT)
           COMPUTE WS-BUCKET-SUB = WS-DAY-SUB + 1
           MOVE WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-BUCKET-SUB)
               TO WS-DAY-BREACHES
           ADD WS-DAY-BREACHES TO WS-PLAN-BREACHES (WS-CT-SUB)
           ADD WS-DAY-BREACHES TO WS-DAY-BREACH-TOTAL
           ADD WS-DAY-BREACHES TO WS-BREACH-COUNT
           MOVE SPACES TO WS-SHORT-TEXT
           IF WS-PLAN-QUEUE (WS-CT-SUB) > ZERO
               MOVE 'SHORT' TO WS-SHORT-TEXT
               ADD 1 TO WS-PLAN-SHORT-DAYS (WS-CT-SUB)
               ADD 1 TO WS-DAY-SHORT-COUNT
           END-IF
           IF WS-QUEUE-IN > ZERO
               PERFORM 5330-WRITE-CTYPE-DAY-LINE
               IF WS-SHORT-TEXT NOT = SPACES
                   PERFORM 5340-WRITE-TEAM-LINE
               END-IF
           END-IF.

       5320-WORK-ONE-BUCKET.
           IF WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-BUCKET-SUB)
                  <= WS-WORK-LEFT
               SUBTRACT WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-BUCKET-SUB)
                   FROM WS-WORK-LEFT
               MOVE ZERO
                   TO WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-BUCKET-SUB)
           ELSE
               SUBTRACT WS-WORK-LEFT
                   FROM WS-PLAN-DUE-BUCKET (WS-CT-SUB WS-BUCKET-SUB)
               MOVE ZERO TO WS-WORK-LEFT
           END-IF.

       5330-WRITE-CTYPE-DAY-LINE.
           MOVE WS-PLAN-FCST (WS-CT-SUB WS-DAY-SUB) TO WS-EDIT-FCST
           MOVE WS-QUEUE-IN                    TO WS-EDIT-QUEUE
           MOVE WS-PLAN-CAPACITY (WS-CT-SUB)   TO WS-EDIT-CAPACITY
           MOVE WS-PLAN-QUEUE (WS-CT-SUB)      TO WS-EDIT-CARRIED
           MOVE WS-DAY-BREACHES                TO WS-EDIT-BREACH
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-DAY-DATE ' '
                  WS-DOW-NAME (WS-DOW-SUB) ' '
                  WS-CTYPE-ENTRY (WS-CT-SUB) ' '
                  WS-EDIT-FCST '  '
                  WS-EDIT-QUEUE '  '
                  WS-EDIT-CAPACITY '  '
                  WS-EDIT-CARRIED ' '
                  WS-EDIT-BREACH ' '
                  WS-SHORT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    Name every team carrying the short C-TYPE, with the daily
      *    capacity it brings to it, as far as the line holds.
       5340-WRITE-TEAM-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-TEAM-LINE-PTR
           MOVE ZERO TO WS-TEAM-NAMED-COUNT
           STRING '      TEAMS:' DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER WS-TEAM-LINE-PTR
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
               UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
               IF WS-TEAM-CAPACITY (WS-TEAM-SUB WS-CT-SUB) > ZERO
                   AND WS-TEAM-LINE-PTR < 62
                   MOVE WS-TEAM-CAPACITY (WS-TEAM-SUB WS-CT-SUB)
                       TO WS-EDIT-TEAM-CAP
                   STRING ' ' DELIMITED BY SIZE
                          WS-TEAM-NAME (WS-TEAM-SUB)
                              DELIMITED BY SPACE
                          ' (' DELIMITED BY SIZE
                          WS-EDIT-TEAM-CAP DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER WS-TEAM-LINE-PTR
                   ADD 1 TO WS-TEAM-NAMED-COUNT
               END-IF
           END-PERFORM
           IF WS-TEAM-NAMED-COUNT = ZERO
               STRING ' NO AVAILABLE CSR CARRIES THIS C-TYPE'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER WS-TEAM-LINE-PTR
           END-IF
           WRITE REPORT-LINE.

       5500-WRITE-BREACH-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PROJECTED SLA BREACHES OVER THE FORTNIGHT'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  C-TYPE     SHORT-DAYS BREACHES PAST-DUE-NOW'
               '  STILL QUEUED'
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
               UNTIL WS-CT-SUB > WS-CTYPE-COUNT
               IF WS-PLAN-SHORT-DAYS (WS-CT-SUB) > ZERO
                   ADD 1 TO WS-SHORT-CTYPE-COUNT
               END-IF
               MOVE WS-PLAN-SHORT-DAYS (WS-CT-SUB) TO WS-EDIT-DAYS
               MOVE WS-PLAN-BREACHES (WS-CT-SUB)   TO WS-EDIT-BACKLOG
               MOVE WS-PLAN-PAST-DUE (WS-CT-SUB)   TO WS-EDIT-PAST-DUE
               MOVE WS-PLAN-QUEUE (WS-CT-SUB)      TO WS-EDIT-CARRIED
               MOVE SPACES TO REPORT-LINE
               STRING '  ' WS-CTYPE-ENTRY (WS-CT-SUB) '         '
                      WS-EDIT-DAYS '  '
                      WS-EDIT-BACKLOG '      '
                      WS-EDIT-PAST-DUE '       '
                      WS-EDIT-CARRIED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       5900-WRITE-FOOTINGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SHORT-CTYPE-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'C-TYPES FORECAST SHORT          ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BREACH-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'PROJECTED SLA BREACHES          ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-CASE-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN CASES ON THE MASTER        ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAST-DUE-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN CASES ALREADY DUE/PAST DUE ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OFF-LIST-COUNT > ZERO
               MOVE WS-OFF-LIST-COUNT TO WS-EDIT-NUMBER
               MOVE SPACES TO REPORT-LINE
               STRING 'OPEN CASES OFF THE C-TYPE LIST  ' WS-EDIT-NUMBER
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-UNAVAILABLE-COUNT TO WS-EDIT-NUMBER
           MOVE SPACES TO REPORT-LINE
           STRING 'CSRS UNAVAILABLE - NOT COUNTED  ' WS-EDIT-NUMBER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ROSTER-FULL-COUNT > ZERO
               MOVE WS-ROSTER-FULL-COUNT TO WS-EDIT-NUMBER
               MOVE SPACES TO REPORT-LINE
               STRING 'CSRS PAST THE ROSTER TABLE      ' WS-EDIT-NUMBER
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0900-TERMINATE.
           IF WS-SHORT-CTYPE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CMPPLAN HISTORY READ  = ' WS-STATS-READ-COUNT
           DISPLAY 'CMPPLAN OPEN CASES    = ' WS-OPEN-CASE-COUNT
           DISPLAY 'CMPPLAN C-TYPES SHORT = ' WS-SHORT-CTYPE-COUNT
           DISPLAY 'CMPPLAN SLA BREACHES  = ' WS-BREACH-COUNT.
