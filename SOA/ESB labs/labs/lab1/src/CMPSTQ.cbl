      *=============================================================*
      * PROGRAM-ID:  CMPSTQ                                          *
      * Partner case-status query, answered in batch.  Partners that *
      * want the standing of a case between progress feeds send its  *
      * C-REF on the inbound CMPSTQI query file (STATUS_QUERY.cpy);  *
      * every query gets exactly one reply (STATUS_REPLY.cpy) routed *
      * onto the asking partner's own reply file by the partner      *
      * table's slot column, the CMPACK arrangement - CMPSTQO1..5    *
      * for slots 1-5, the combined CMPSTQO for anything else.       *
      * The case is looked for on the master first and then on the   *
      * archive CMPARCF, so a closed and archived case still         *
      * answers FOUND with its closing status and resolution code.   *
      * A C-REF on neither file, or one a different partner sent     *
      * us, is NOT-FOUND - one partner never learns of another's     *
      * cases.  A case whose personal data has been erased (see      *
      * CMPERAS) answers ERASED and nothing more.                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPSTQ.
       AUTHOR. MYBOOKS-SOA-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-QUERY-FILE ASSIGN TO "CMPSTQI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-FILE-STATUS.
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
      *    One reply output per partner feed slot - CMPSTQO is
      *    slot 0.
           SELECT REPLY-OUT-FILE ASSIGN TO "CMPSTQO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLY-OUT-P1-FILE ASSIGN TO "CMPSTQO1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLY-OUT-P2-FILE ASSIGN TO "CMPSTQO2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLY-OUT-P3-FILE ASSIGN TO "CMPSTQO3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLY-OUT-P4-FILE ASSIGN TO "CMPSTQO4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLY-OUT-P5-FILE ASSIGN TO "CMPSTQO5"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-QUERY-FILE.
       COPY STATUS_QUERY.

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

       FD  REPLY-OUT-FILE.
       01  REPLY-OUT-FILE-REC         PIC X(75).

       FD  REPLY-OUT-P1-FILE.
       01  REPLY-OUT-P1-REC           PIC X(75).

       FD  REPLY-OUT-P2-FILE.
       01  REPLY-OUT-P2-REC           PIC X(75).

       FD  REPLY-OUT-P3-FILE.
       01  REPLY-OUT-P3-REC           PIC X(75).

       FD  REPLY-OUT-P4-FILE.
       01  REPLY-OUT-P4-REC           PIC X(75).

       FD  REPLY-OUT-P5-FILE.
       01  REPLY-OUT-P5-REC           PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-QUERY-FILE-STATUS       PIC X(2)    VALUE '00'.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-END-OF-FILE                     VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  WS-MASTER-IS-OPEN                  VALUE 'Y'.
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-ARCHIVE-IS-OPEN                 VALUE 'Y'.
       01  WS-FOUND-SWITCH            PIC X(1)    VALUE 'N'.
           88  WS-CASE-ON-MASTER                  VALUE 'M'.
           88  WS-CASE-ON-ARCHIVE                 VALUE 'A'.
           88  WS-CASE-NOT-FOUND                  VALUE 'N'.
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE        PIC 9(8).
           05  WS-CURRENT-TIME        PIC 9(6).
           05  FILLER                 PIC X(8).

       01  WS-COUNTS.
           05  WS-QUERY-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-FOUND-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-ARCHIVED-COUNT      PIC 9(9)    VALUE ZERO.
           05  WS-NOT-FOUND-COUNT     PIC 9(9)    VALUE ZERO.
           05  WS-ERASED-COUNT        PIC 9(9)    VALUE ZERO.

       COPY COMPLAINT_MASTER.
       COPY STATUS_REPLY.

      *    Partner reference table - SQ-PARTNER-ID is looked up here
      *    to pick the reply slot, the same lookup CMPACK makes.
       COPY PARTNER_TABLE.
       COPY CMPRTBL_PARMS.
       01  WS-REPLY-SLOT              PIC 9(1).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-ANSWER-QUERIES
           PERFORM 0900-TERMINATE
           GOBACK.

       0100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'PARTNER' TO RTBL-FUNCTION
           CALL 'CMPRTBL' USING RTBL-FUNCTION WS-PARTNER-TABLE
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
           OPEN OUTPUT REPLY-OUT-FILE
           OPEN OUTPUT REPLY-OUT-P1-FILE
           OPEN OUTPUT REPLY-OUT-P2-FILE
           OPEN OUTPUT REPLY-OUT-P3-FILE
           OPEN OUTPUT REPLY-OUT-P4-FILE
           OPEN OUTPUT REPLY-OUT-P5-FILE.

      *    No query file (status 35) is a night nobody asked.
       0200-ANSWER-QUERIES.
           OPEN INPUT STATUS-QUERY-FILE
           IF WS-QUERY-FILE-STATUS = '00'
               PERFORM 0250-ANSWER-ONE-QUERY
                   UNTIL WS-END-OF-FILE
               CLOSE STATUS-QUERY-FILE
           END-IF.

       0250-ANSWER-ONE-QUERY.
           READ STATUS-QUERY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUERY-COUNT
                   PERFORM 2000-LOCATE-CASE
                   PERFORM 1100-BUILD-REPLY
                   PERFORM 1900-WRITE-REPLY
           END-READ.

      *    Another partner's case is answered exactly as if there
      *    were no such case.
       1100-BUILD-REPLY.
           MOVE SPACES          TO STATUS-REPLY-REC
           MOVE ZERO            TO SR-SLA-DUE-DATE
           MOVE SQ-C-REF        TO SR-C-REF
           MOVE WS-CURRENT-DATE TO SR-REPLY-DATE
           MOVE WS-CURRENT-TIME TO SR-REPLY-TIME
           MOVE SQ-PARTNER-ID   TO SR-PARTNER-ID
           IF NOT WS-CASE-NOT-FOUND AND
              CM-PARTNER-ID NOT = SQ-PARTNER-ID
               SET WS-CASE-NOT-FOUND TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-CASE-NOT-FOUND
                   SET SR-RESULT-NOT-FOUND TO TRUE
                   ADD 1 TO WS-NOT-FOUND-COUNT
               WHEN CM-N-FIRST = WS-ERASED-MARKER OR
                    CM-N-LAST = WS-ERASED-MARKER
                   SET SR-RESULT-ERASED TO TRUE
                   ADD 1 TO WS-ERASED-COUNT
               WHEN OTHER
                   SET SR-RESULT-FOUND TO TRUE
                   MOVE CM-CASE-STATUS  TO SR-CASE-STATUS
                   MOVE CM-PRIORITY     TO SR-PRIORITY
                   MOVE CM-SLA-DUE-DATE TO SR-SLA-DUE-DATE
                   IF CM-STATUS-CLOSED
                       MOVE CM-RESOLUTION-CODE TO SR-RESOLUTION-CODE
                   END-IF
                   IF WS-CASE-ON-ARCHIVE
                       SET SR-CASE-ARCHIVED TO TRUE
                       ADD 1 TO WS-ARCHIVED-COUNT
                   ELSE
                       MOVE 'N' TO SR-ARCHIVED-IND
                   END-IF
                   ADD 1 TO WS-FOUND-COUNT
           END-EVALUATE.

      *    Route the reply onto the asking partner's own file by the
      *    reference table's slot column - an ID not on the table
      *    goes to the combined slot-0 file.
       1900-WRITE-REPLY.
           MOVE ZERO TO WS-REPLY-SLOT
           IF SR-PARTNER-ID NOT = SPACES
               SET WS-PARTNER-IDX TO 1
               SEARCH WS-PARTNER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PARTNER-ID (WS-PARTNER-IDX) =
                        SR-PARTNER-ID
                       MOVE WS-PARTNER-SLOT (WS-PARTNER-IDX)
                           TO WS-REPLY-SLOT
               END-SEARCH
           END-IF
           EVALUATE WS-REPLY-SLOT
               WHEN 1
                   MOVE STATUS-REPLY-REC TO REPLY-OUT-P1-REC
                   WRITE REPLY-OUT-P1-REC
               WHEN 2
                   MOVE STATUS-REPLY-REC TO REPLY-OUT-P2-REC
                   WRITE REPLY-OUT-P2-REC
               WHEN 3
                   MOVE STATUS-REPLY-REC TO REPLY-OUT-P3-REC
                   WRITE REPLY-OUT-P3-REC
               WHEN 4
                   MOVE STATUS-REPLY-REC TO REPLY-OUT-P4-REC
                   WRITE REPLY-OUT-P4-REC
               WHEN 5
                   MOVE STATUS-REPLY-REC TO REPLY-OUT-P5-REC
                   WRITE REPLY-OUT-P5-REC
               WHEN OTHER
                   MOVE STATUS-REPLY-REC TO REPLY-OUT-FILE-REC
                   WRITE REPLY-OUT-FILE-REC
           END-EVALUATE.

       2000-LOCATE-CASE.
           SET WS-CASE-NOT-FOUND TO TRUE
           IF WS-MASTER-IS-OPEN
               MOVE SQ-C-REF TO MF-C-REF
               READ COMPLAINT-MASTER-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-ON-MASTER TO TRUE
               END-READ
           END-IF
           IF WS-CASE-NOT-FOUND AND WS-ARCHIVE-IS-OPEN
               MOVE SQ-C-REF TO AF-C-REF
               READ CASE-ARCHIVE-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-ON-ARCHIVE TO TRUE
               END-READ
           END-IF.

       0900-TERMINATE.
           IF WS-MASTER-IS-OPEN
               CLOSE COMPLAINT-MASTER-FILE
           END-IF
           IF WS-ARCHIVE-IS-OPEN
               CLOSE CASE-ARCHIVE-FILE
           END-IF
           CLOSE REPLY-OUT-FILE
           CLOSE REPLY-OUT-P1-FILE
           CLOSE REPLY-OUT-P2-FILE
           CLOSE REPLY-OUT-P3-FILE
           CLOSE REPLY-OUT-P4-FILE
           CLOSE REPLY-OUT-P5-FILE
           DISPLAY 'CMPSTQ QUERIES       = ' WS-QUERY-COUNT
           DISPLAY 'CMPSTQ FOUND         = ' WS-FOUND-COUNT
           DISPLAY 'CMPSTQ   OF WHICH ARCHIVED = ' WS-ARCHIVED-COUNT
           DISPLAY 'CMPSTQ NOT-FOUND     = ' WS-NOT-FOUND-COUNT
           DISPLAY 'CMPSTQ ERASED        = ' WS-ERASED-COUNT.
