      *=============================================================*
      * PROGRAM-ID:  CMPPFED                                         *
      * Nightly partner case-progress feed.  The acknowledgement     *
      * feed tells a partner a complaint arrived; this tells it how  *
      * the case is getting on after that.  Every case that moved    *
      * on the business date - taken in, assigned or reclaimed,      *
      * changed status (closed included), had its priority bumped,   *
      * or was archived, restored or erased - as the day's CMPAUDT   *
      * audit events record it, gets one progress record             *
      * (CASE_PROGRESS.cpy): its status, priority, SLA due date,     *
      * once closed its resolution code, and whether it is on the    *
      * archive, as the case stands on the master (or the archive)   *
      * when the feed is built.  An erased case is sent as status    *
      * ERASED with nothing more, as CMPSTQ answers it.  A case that *
      * moved five times today is sent once.                         *
      * Records are routed onto the submitting partner's own feed    *
      * file by CM-PARTNER-ID and the partner table's slot column,   *
      * exactly as CMPACK routes acknowledgements - CMPPFDO1..5 for  *
      * slots 1-5, and the combined CMPPFDO for legacy no-partner    *
      * cases and any ID not on the table.                           *
      * The day's moving cases are collected on the CMPPFDW work     *
      * file, keyed by C-REF, since the trail holds them in the      *
      * order they happened rather than case by case.                *
      * The business date is today unless the optional CMPPFDP parm  *
      * names one (the CMPCORR arrangement).  Run after the batch    *
      * chain, so the night's assignment and SLA sweep are in.       *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPPFED.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-PARM-FILE ASSIGN TO "CMPPFDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "CMPAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FEED-WORK-FILE ASSIGN TO "CMPPFDW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-C-REF
               FILE STATUS IS WS-WORK-FILE-STATUS.
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
      *    One progress output per partner feed slot, the CMPACK
      *    arrangement - CMPPFDO is slot 0.
           SELECT FEED-OUT-FILE ASSIGN TO "CMPPFDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-OUT-P1-FILE ASSIGN TO "CMPPFDO1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-OUT-P2-FILE ASSIGN TO "CMPPFDO2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-OUT-P3-FILE ASSIGN TO "CMPPFDO3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-OUT-P4-FILE ASSIGN TO "CMPPFDO4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-OUT-P5-FILE ASSIGN TO "CMPPFDO5"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-PARM-FILE.
       01  FEED-PARM-REC.
           05  FP-BUSINESS-DATE       PIC 9(8).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-FILE-REC       PIC X(127).

      *    One row per case that moved today, holding the stamp of
      *    its latest move.
       FD  FEED-WORK-FILE.
       01  FEED-WORK-REC.
           05  PW-C-REF               PIC X(10).
           05  PW-UPDATE-DATE         PIC 9(8).
           05  PW-UPDATE-TIME         PIC 9(6).

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

       FD  FEED-OUT-FILE.
       01  FEED-OUT-FILE-REC          PIC X(74).

       FD  FEED-OUT-P1-FILE.
       01  FEED-OUT-P1-REC            PIC X(74).

       FD  FEED-OUT-P2-FILE.
       01  FEED-OUT-P2-REC            PIC X(74).

       FD  FEED-OUT-P3-FILE.
       01  FEED-OUT-P3-REC            PIC X(74).

       FD  FEED-OUT-P4-FILE.
       01  FEED-OUT-P4-REC            PIC X(74).

       FD  FEED-OUT-P5-FILE.
       01  FEED-OUT-P5-REC            PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-AUDIT-FILE-STATUS       PIC X(2)    VALUE '00'.
       01  WS-WORK-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-MASTER-IS-OPEN                  VALUE 'Y'.
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-ARCHIVE-IS-OPEN                 VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-CASE-FOUND                      VALUE 'Y'.
       01  WS-ON-ARCHIVE-SWITCH       PIC X(1)    VALUE 'N'.
           88  WS-CASE-ON-ARCHIVE                 VALUE 'Y'.
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).
       01  WS-BUSINESS-DATE           PIC 9(8).

       01  WS-COUNTS.
           05  WS-EVENTS-READ-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-EVENTS-TAKEN-COUNT  PIC 9(9)    VALUE ZERO.
           05  WS-CASES-SENT-COUNT    PIC 9(9)    VALUE ZERO.
           05  WS-NOT-ON-FILE-COUNT   PIC 9(9)    VALUE ZERO.
           05  WS-SLOT-SENT-COUNT     PIC 9(9)    OCCURS 6 TIMES.

       COPY AUDIT_PARMS.
       COPY COMPLAINT_MASTER.
       COPY CASE_PROGRESS.

      *    Partner reference table - CM-PARTNER-ID is looked up here
      *    to pick the feed slot, the same lookup CMPACK makes.
       COPY PARTNER_TABLE.
       COPY CMPRTBL_PARMS.
       01  WS-FEED-SLOT               PIC 9(1).
       01  WS-SLOT-SUB                PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-COLLECT-MOVING-CASES
           PERFORM 0300-WRITE-PROGRESS-FEED
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 0110-READ-BUSINESS-DATE-PARM
           MOVE ZERO TO WS-SLOT-SENT-COUNT (1) WS-SLOT-SENT-COUNT (2)
                        WS-SLOT-SENT-COUNT (3) WS-SLOT-SENT-COUNT (4)
                        WS-SLOT-SENT-COUNT (5) WS-SLOT-SENT-COUNT (6)
           MOVE 'PARTNER' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-PARTNER-TABLE
                                 RTBL-RC
           END-CALL
           OPEN OUTPUT FEED-WORK-FILE
           CLOSE FEED-WORK-FILE
           OPEN I-O FEED-WORK-FILE
           OPEN OUTPUT FEED-OUT-FILE
           OPEN OUTPUT FEED-OUT-P1-FILE
           OPEN OUTPUT FEED-OUT-P2-FILE
           OPEN OUTPUT FEED-OUT-P3-FILE
           OPEN OUTPUT FEED-OUT-P4-FILE
           OPEN OUTPUT FEED-OUT-P5-FILE.

      *    No parm file, or a blank/zero date on it, is the normal
      *    nightly run - today's progress.
       0110-READ-BUSINESS-DATE-PARM.
           OPEN INPUT FEED-PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ FEED-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FP-BUSINESS-DATE NUMERIC AND
                          FP-BUSINESS-DATE > ZERO
                           MOVE FP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE FEED-PARM-FILE
           END-IF.

      *    No audit trail yet (status 35) is a day with nothing to
      *    send - the feed files are still written, empty.
       0200-COLLECT-MOVING-CASES.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0250-COLLECT-ONE-EVENT
                   UNTIL WS-END-OF-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF
           CLOSE FEED-WORK-FILE.

       0250-COLLECT-ONE-EVENT.
           READ AUDIT-TRAIL-FILE INTO AUDIT-REC
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ-COUNT
                   IF AT-EVENT-DATE = WS-BUSINESS-DATE
                       PERFORM 1000-CHECK-PROGRESS-EVENT
                   END-IF
           END-READ.

      *    The moves a partner cares about: intake, assignment,
      *    status and priority, and the case going to or coming back
      *    from the archive or being erased.  Reference-table
      *    maintenance and reject repair log against other files and
      *    are passed over even where a field name matches.  The
      *    trail is in time order, so a later move simply restamps
      *    the row.
       1000-CHECK-PROGRESS-EVENT.
           IF AT-CHANNEL NOT = 'REF-MAINT' AND
              AT-CHANNEL NOT = 'REJECT-FIX' AND
              (AT-EVENT-TYPE = 'VALIDATED' OR 'ARCHIVED' OR
                               'RESTORED' OR 'ERASED' OR
               ((AT-EVENT-TYPE = 'UPDATED' OR 'CLOSED') AND
                (AT-FIELD-CHANGED = 'ASSIGNED-TO' OR 'CASE-STATUS'
                 OR 'PRIORITY')))
               ADD 1 TO WS-EVENTS-TAKEN-COUNT
               MOVE AT-C-REF      TO PW-C-REF
               MOVE AT-EVENT-DATE TO PW-UPDATE-DATE
               MOVE AT-EVENT-TIME TO PW-UPDATE-TIME
               WRITE FEED-WORK-REC
                   INVALID KEY
                       REWRITE FEED-WORK-REC
               END-WRITE
           END-IF.

      *    Second pass, case by case in C-REF order.  A case closed
      *    and archived the same night is answered from the archive.
      *    A C-REF on neither file (intake never completed) is
      *    counted and not sent.
       0300-WRITE-PROGRESS-FEED.
           OPEN INPUT COMPLAINT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = '00'
               SET WS-MASTER-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT CASE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '00'
               SET WS-ARCHIVE-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT FEED-WORK-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO PW-C-REF
           START FEED-WORK-FILE KEY >= PW-C-REF
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM 0350-SEND-ONE-CASE
               UNTIL WS-END-OF-FILE
           CLOSE FEED-WORK-FILE
           IF WS-MASTER-IS-OPEN
               CLOSE COMPLAINT-MASTER-FILE
           END-IF
           IF WS-ARCHIVE-IS-OPEN
               CLOSE CASE-ARCHIVE-FILE
           END-IF.

       0350-SEND-ONE-CASE.
           READ FEED-WORK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM 2000-LOCATE-CASE
                   IF WS-CASE-FOUND
                       PERFORM 1100-BUILD-PROGRESS-REC
                       PERFORM 1900-WRITE-PROGRESS
                       ADD 1 TO WS-CASES-SENT-COUNT
                   ELSE
                       ADD 1 TO WS-NOT-ON-FILE-COUNT
                   END-IF
           END-READ.

      *    An erased case tells the partner it is gone and nothing
      *    else - the CMPSTQ answer.  The stamp, feed date and
      *    partner ID still go on it; they route and date the
      *    record, not the case.
       1100-BUILD-PROGRESS-REC.
           MOVE SPACES            TO CASE-PROGRESS-REC
           MOVE CM-C-REF          TO PG-C-REF
           IF CM-N-FIRST = WS-ERASED-MARKER OR
              CM-N-LAST = WS-ERASED-MARKER
               MOVE 'ERASED'          TO PG-CASE-STATUS
               MOVE ZERO              TO PG-SLA-DUE-DATE
           ELSE
               MOVE CM-CASE-STATUS    TO PG-CASE-STATUS
               MOVE CM-PRIORITY       TO PG-PRIORITY
               MOVE CM-SLA-DUE-DATE   TO PG-SLA-DUE-DATE
               IF CM-STATUS-CLOSED
                   MOVE CM-RESOLUTION-CODE TO PG-RESOLUTION-CODE
               END-IF
               IF WS-CASE-ON-ARCHIVE
                   SET PG-CASE-ARCHIVED TO TRUE
               ELSE
                   MOVE 'N' TO PG-ARCHIVED-IND
               END-IF
           END-IF
           MOVE PW-UPDATE-DATE    TO PG-UPDATE-DATE
           MOVE PW-UPDATE-TIME    TO PG-UPDATE-TIME
           MOVE WS-BUSINESS-DATE  TO PG-FEED-DATE
           MOVE CM-PARTNER-ID     TO PG-PARTNER-ID.

      *    Route the progress record onto its partner's own feed
      *    file by the reference table's slot column - spaces or an
      *    ID not on the table goes to the combined slot-0 file.
       1900-WRITE-PROGRESS.
           MOVE ZERO TO WS-FEED-SLOT
           IF PG-PARTNER-ID NOT = SPACES
               SET WS-PARTNER-IDX TO 1
               SEARCH WS-PARTNER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PARTNER-ID (WS-PARTNER-IDX) =
                        PG-PARTNER-ID
                       MOVE WS-PARTNER-SLOT (WS-PARTNER-IDX)
                           TO WS-FEED-SLOT
               END-SEARCH
           END-IF
           EVALUATE WS-FEED-SLOT
               WHEN 1
                   MOVE CASE-PROGRESS-REC TO FEED-OUT-P1-REC
                   WRITE FEED-OUT-P1-REC
               WHEN 2
                   MOVE CASE-PROGRESS-REC TO FEED-OUT-P2-REC
                   WRITE FEED-OUT-P2-REC
               WHEN 3
                   MOVE CASE-PROGRESS-REC TO FEED-OUT-P3-REC
                   WRITE FEED-OUT-P3-REC
               WHEN 4
                   MOVE CASE-PROGRESS-REC TO FEED-OUT-P4-REC
                   WRITE FEED-OUT-P4-REC
               WHEN 5
                   MOVE CASE-PROGRESS-REC TO FEED-OUT-P5-REC
                   WRITE FEED-OUT-P5-REC
               WHEN OTHER
                   MOVE ZERO TO WS-FEED-SLOT
                   MOVE CASE-PROGRESS-REC TO FEED-OUT-FILE-REC
                   WRITE FEED-OUT-FILE-REC
           END-EVALUATE
           COMPUTE WS-SLOT-SUB = WS-FEED-SLOT + 1
           ADD 1 TO WS-SLOT-SENT-COUNT (WS-SLOT-SUB).

       2000-LOCATE-CASE.
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE 'N' TO WS-ON-ARCHIVE-SWITCH
           IF WS-MASTER-IS-OPEN
               MOVE PW-C-REF TO MF-C-REF
               READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-CASE-FOUND AND WS-ARCHIVE-IS-OPEN
               MOVE PW-C-REF TO AF-C-REF
               READ CASE-ARCHIVE-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-FOUND TO TRUE
                       SET WS-CASE-ON-ARCHIVE TO TRUE
               END-READ
           END-IF.

       0900-TERMINATE.
           CLOSE FEED-OUT-FILE
           CLOSE FEED-OUT-P1-FILE
           CLOSE FEED-OUT-P2-FILE
           CLOSE FEED-OUT-P3-FILE
           CLOSE FEED-OUT-P4-FILE
           CLOSE FEED-OUT-P5-FILE
           DISPLAY 'CMPPFED BUSINESS DATE   = ' WS-BUSINESS-DATE
           DISPLAY 'CMPPFED EVENTS READ     = ' WS-EVENTS-READ-COUNT
           DISPLAY 'CMPPFED PROGRESS EVENTS = ' WS-EVENTS-TAKEN-COUNT
           DISPLAY 'CMPPFED CASES SENT      = ' WS-CASES-SENT-COUNT
           DISPLAY 'CMPPFED   SLOT 0        = ' WS-SLOT-SENT-COUNT (1)
           DISPLAY 'CMPPFED   SLOT 1        = ' WS-SLOT-SENT-COUNT (2)
           DISPLAY 'CMPPFED   SLOT 2        = ' WS-SLOT-SENT-COUNT (3)
           DISPLAY 'CMPPFED   SLOT 3        = ' WS-SLOT-SENT-COUNT (4)
           DISPLAY 'CMPPFED   SLOT 4        = ' WS-SLOT-SENT-COUNT (5)
           DISPLAY 'CMPPFED   SLOT 5        = ' WS-SLOT-SENT-COUNT (6)
           DISPLAY 'CMPPFED NOT ON FILE     = ' WS-NOT-ON-FILE-COUNT.
