      *   INQUIRE  - read a case into CMPMAINT-REC by CMPMAINT-C-REF  *
      *   ADDLINE  - append CMPMAINT-A-LINE (1) as address line        *
      *              CMPMAINT-ADDLINE-SEQ (3 or 4) on an existing case *
      *   FOLLOWUP - apply a partner's follow-up contact: the        *
      *              CMPMAINT-C-TEXT goes onto CMPNOTK as notes, the *
      *              priority goes up one level, and a CLOSED case - *
      *              brought back off CMPARCF first if archived -    *
      *              reopens OPEN and unassigned for the next        *
      *              assignment run                                  *
      *   TERM     - close the master file (end of run/session)       *
      *                                                               *
      * CMPMAINT-RC values:                                           *
      *   00 - OK     04 - CASE NOT FOUND     08 - CASE ALREADY EXISTS*
      *   12 - INVALID FUNCTION CODE OR ADDLINE SEQUENCE               *
      * On FOLLOWUP, 04 means not on the master or the archive, and  *
      * 08 means not applied - the case was erased, or the same      *
      * contact from the same partner is already on its notes today. *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMAINT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XK-KEY
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CASE-ARCHIVE-FILE ASSIGN TO "CMPARCF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-C-REF
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CASE-NOTES-FILE ASSIGN TO "CMPNOTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-KEY
               FILE STATUS IS WS-NOTES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-XREF-FILE.
       COPY CUSTOMER_XREF.

      *    The archive holds the master's own layout, so it is
      *    declared key-plus-filler and read INTO the master record
      *    above - a FOLLOWUP on an archived case writes that image
      *    straight back onto the master.
       FD  CASE-ARCHIVE-FILE.
       01  ARCHIVE-FILE-REC.
           05  AF-C-REF               PIC X(10).
           05  AF-CASE-BODY           PIC X(454).

       FD  CASE-NOTES-FILE.
       COPY CASE_NOTES.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS      PIC X(2)    VALUE '00'.
       01  WS-XREF-FILE-STATUS        PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS     PIC X(2)    VALUE '00'.
       01  WS-NOTES-FILE-STATUS       PIC X(2)    VALUE '00'.
       01  WS-ARCHIVE-OPEN-SWITCH     PIC X(1)    VALUE 'N'.
           88  WS-ARCHIVE-IS-OPEN                 VALUE 'Y'.
       01  WS-FILE-OPEN-SWITCH        PIC X(1)    VALUE 'N'.
           88  WS-FILE-IS-OPEN                    VALUE 'Y'.

       01  WS-SLA-DAYS-WORK           PIC 9(3).
       01  WS-SLA-DUE-JULIAN          PIC 9(9).

      *    FOLLOWUP work areas.  The contact text is cut into pieces
      *    of the width the CMPCSR PF8 notes page shows, one note per
      *    piece, so the CSR reads all of it - up to four notes for
      *    the 200-byte C-TEXT.
       01  WS-FU-TEXT-AREA            PIC X(216).
       01  WS-FU-TEXT-PIECES REDEFINES WS-FU-TEXT-AREA.
           05  WS-FU-PIECE            PIC X(54) OCCURS 4 TIMES.
       01  WS-FU-PIECE-COUNT          PIC 9(1).
       01  WS-FU-PIECE-SUB            PIC 9(1).
       01  WS-FU-OLD-ASSIGNED-TO      PIC X(8).
       01  WS-NOTE-SCAN-SWITCH        PIC X(1).
           88  WS-NOTE-SCAN-DONE                  VALUE 'Y'.
       01  WS-NOTE-WRITE-SWITCH       PIC X(1).
           88  WS-NOTE-WRITTEN                    VALUE 'Y'.
       01  WS-ERASED-MARKER           PIC X(10)   VALUE 'ERASED'.

       LINKAGE SECTION.
       COPY CMPMAINT_PARMS.

                   PERFORM 2000-INQUIRE-CASE
               WHEN 'ADDLINE'
                   PERFORM 6500-ADD-ADDRESS-LINE
               WHEN 'FOLLOWUP'
                   PERFORM 3000-APPLY-FOLLOWUP
               WHEN 'TERM'
                   PERFORM 9000-TERM-MASTER-FILE
               WHEN OTHER
               CLOSE CUSTOMER-XREF-FILE
               OPEN I-O CUSTOMER-XREF-FILE
           END-IF
           OPEN I-O CASE-NOTES-FILE
           IF WS-NOTES-FILE-STATUS = '35'
               OPEN OUTPUT CASE-NOTES-FILE
               CLOSE CASE-NOTES-FILE
               OPEN I-O CASE-NOTES-FILE
           END-IF
      *    No archive file yet just means nothing was ever archived -
      *    a FOLLOWUP then finds its case on the master or nowhere.
           OPEN I-O CASE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = '00'
               SET WS-ARCHIVE-IS-OPEN TO TRUE
           END-IF
           SET WS-FILE-IS-OPEN TO TRUE
           IF NOT WS-SLA-LOADED
               MOVE 'SLA' TO RTBL-FUNCTION
               PERFORM 7000-MOVE-MASTER-TO-LINKAGE
           END-IF.

      *    A partner's follow-up contact on a case it already sent -
      *    the customer chasing it.  The customer's new words go on
      *    the case's notes where the CSR reads them, the case moves
      *    up one priority level, and a CLOSED case reopens OPEN and
      *    unassigned so the next assignment run hands it out again.
      *    A case already archived is brought back onto the master
      *    first, the way a CSR's PF5 restore would.  The text is
      *    cut into pieces here, before the rewrite refreshes
      *    CMPMAINT-C-TEXT with the case's own text.
       3000-APPLY-FOLLOWUP.
           MOVE 'N' TO CMPMAINT-FU-RESTORED-IND
           MOVE CMPMAINT-C-TEXT TO WS-FU-TEXT-AREA
           MOVE 4 TO WS-FU-PIECE-COUNT
           PERFORM UNTIL WS-FU-PIECE-COUNT = 1
                      OR WS-FU-PIECE (WS-FU-PIECE-COUNT) NOT = SPACES
               SUBTRACT 1 FROM WS-FU-PIECE-COUNT
           END-PERFORM
           PERFORM 8000-READ-FOR-UPDATE
           IF CMPMAINT-RC = 04
               PERFORM 3100-READ-ARCHIVED-CASE
           END-IF
           IF CMPMAINT-RC = ZERO
               IF CM-N-FIRST = WS-ERASED-MARKER OR
                  CM-N-LAST = WS-ERASED-MARKER
                   MOVE 08 TO CMPMAINT-RC
               ELSE
                   PERFORM 3200-CHECK-CONTACT-ON-FILE
               END-IF
           END-IF
           IF CMPMAINT-RC = ZERO AND CMPMAINT-FU-RESTORED
               PERFORM 3300-RESTORE-ARCHIVED-CASE
           END-IF
           IF CMPMAINT-RC = ZERO
               MOVE CM-CASE-STATUS TO CMPMAINT-FU-OLD-STATUS
               MOVE CM-PRIORITY    TO CMPMAINT-FU-OLD-PRIORITY
               MOVE CM-ASSIGNED-TO TO WS-FU-OLD-ASSIGNED-TO
               PERFORM 3400-BUMP-PRIORITY
               IF CM-STATUS-CLOSED
                   SET CM-STATUS-OPEN TO TRUE
                   MOVE SPACES TO CM-ASSIGNED-TO
               END-IF
               PERFORM 8100-STAMP-AND-REWRITE
               IF CMPMAINT-RC = ZERO
                   PERFORM 3500-WRITE-CONTACT-NOTES
                   PERFORM 3600-LOG-FOLLOWUP-AUDIT
                   IF CM-CASE-STATUS NOT = CMPMAINT-FU-OLD-STATUS
                       PERFORM 1200-WRITE-XREF-ROW
                   END-IF
               END-IF
           END-IF.

       3100-READ-ARCHIVED-CASE.
           IF WS-ARCHIVE-IS-OPEN
               MOVE CMPMAINT-C-REF TO AF-C-REF
               READ CASE-ARCHIVE-FILE INTO COMPLAINT-MASTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO CMPMAINT-RC
                       SET CMPMAINT-FU-RESTORED TO TRUE
               END-READ
           END-IF.

      *    The same contact from the same partner already on the
      *    case's notes today means this record was applied once
      *    before - a partner retry, or the one record an intake
      *    restart reprocesses - and it is not applied twice.
       3200-CHECK-CONTACT-ON-FILE.
           MOVE CMPMAINT-C-REF  TO NT-C-REF
           MOVE WS-CURRENT-DATE TO NT-NOTE-DATE
           MOVE ZERO            TO NT-NOTE-TIME
           MOVE ZERO            TO NT-NOTE-SEQ
           MOVE 'N' TO WS-NOTE-SCAN-SWITCH
           START CASE-NOTES-FILE KEY >= NT-KEY
               INVALID KEY
                   SET WS-NOTE-SCAN-DONE TO TRUE
           END-START
           PERFORM 3250-SCAN-ONE-NOTE
               UNTIL WS-NOTE-SCAN-DONE.

       3250-SCAN-ONE-NOTE.
           READ CASE-NOTES-FILE NEXT RECORD
               AT END
                   SET WS-NOTE-SCAN-DONE TO TRUE
               NOT AT END
                   IF NT-C-REF NOT = CMPMAINT-C-REF OR
                      NT-NOTE-DATE NOT = WS-CURRENT-DATE
                       SET WS-NOTE-SCAN-DONE TO TRUE
                   ELSE
                       IF NT-USER-ID = CMPMAINT-USER-ID AND
                          NT-NOTE-TEXT = WS-FU-PIECE (1)
                           MOVE 08 TO CMPMAINT-RC
                           SET WS-NOTE-SCAN-DONE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Write-then-delete, the CMPCSR restore order - an
      *    interruption leaves the case on both files (the archival
      *    batch tolerates that) rather than on neither.
       3300-RESTORE-ARCHIVED-CASE.
           WRITE COMPLAINT-MASTER-REC
               INVALID KEY
                   MOVE 08 TO CMPMAINT-RC
           END-WRITE
           IF CMPMAINT-RC = ZERO
               DELETE CASE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'RESTORED'     TO AT-EVENT-TYPE
               MOVE SPACES         TO AT-FIELD-CHANGED
               MOVE SPACES         TO AT-OLD-VALUE
               MOVE SPACES         TO AT-NEW-VALUE
               PERFORM 8200-LOG-AUDIT-EVENT
           END-IF.

      *    One level per contact, the SLA sweep's ladder - a case
      *    already URGENT stays URGENT.
       3400-BUMP-PRIORITY.
           EVALUATE TRUE
               WHEN CM-PRIORITY-LOW
                   SET CM-PRIORITY-MEDIUM TO TRUE
               WHEN CM-PRIORITY-MEDIUM
                   SET CM-PRIORITY-HIGH TO TRUE
               WHEN CM-PRIORITY-HIGH
                   SET CM-PRIORITY-URGENT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    One note per piece, signed with the partner's ID.  The
      *    pieces are written last piece first so they take rising
      *    sequence numbers in reverse order: PF8 pages notes
      *    newest-first, which puts the first piece on top and lets
      *    the contact read top to bottom.  A sequence number
      *    already taken (a note made in the same second) moves up
      *    one, the walk CMPCSR uses for its own notes.
       3500-WRITE-CONTACT-NOTES.
           MOVE CMPMAINT-C-REF   TO NT-C-REF
           MOVE WS-CURRENT-DATE  TO NT-NOTE-DATE
           MOVE WS-CURRENT-TIME  TO NT-NOTE-TIME
           MOVE ZERO             TO NT-NOTE-SEQ
           MOVE CMPMAINT-USER-ID TO NT-USER-ID
           PERFORM 3550-WRITE-ONE-NOTE
               VARYING WS-FU-PIECE-SUB FROM WS-FU-PIECE-COUNT BY -1
               UNTIL WS-FU-PIECE-SUB < 1.

       3550-WRITE-ONE-NOTE.
           MOVE WS-FU-PIECE (WS-FU-PIECE-SUB) TO NT-NOTE-TEXT
           MOVE 'N' TO WS-NOTE-WRITE-SWITCH
           PERFORM 3560-TRY-NOTE-WRITE
               UNTIL WS-NOTE-WRITTEN OR NT-NOTE-SEQ > 998
           IF NT-NOTE-SEQ < 999
               ADD 1 TO NT-NOTE-SEQ
           END-IF.

       3560-TRY-NOTE-WRITE.
           WRITE CASE-NOTES-REC
               INVALID KEY
                   ADD 1 TO NT-NOTE-SEQ
               NOT INVALID KEY
                   SET WS-NOTE-WRITTEN TO TRUE
           END-WRITE.

      *    The contact itself is a FOLLOWUP event carrying the first
      *    words of the text, the CMPCSR note convention; what it
      *    did to the case is logged field by field as UPDATED, the
      *    same entries a CSR or the nightly runs would have made,
      *    so the reopen reads on the history page like any other.
       3600-LOG-FOLLOWUP-AUDIT.
           MOVE 'FOLLOWUP'         TO AT-EVENT-TYPE
           MOVE 'CASE-NOTE'        TO AT-FIELD-CHANGED
           MOVE SPACES             TO AT-OLD-VALUE
           MOVE WS-FU-PIECE (1)    TO AT-NEW-VALUE
           PERFORM 8200-LOG-AUDIT-EVENT
           IF CM-PRIORITY NOT = CMPMAINT-FU-OLD-PRIORITY
               MOVE 'UPDATED'      TO AT-EVENT-TYPE
               MOVE 'PRIORITY'     TO AT-FIELD-CHANGED
               MOVE CMPMAINT-FU-OLD-PRIORITY TO AT-OLD-VALUE
               MOVE CM-PRIORITY    TO AT-NEW-VALUE
               PERFORM 8200-LOG-AUDIT-EVENT
           END-IF
           IF CM-CASE-STATUS NOT = CMPMAINT-FU-OLD-STATUS
               MOVE 'UPDATED'      TO AT-EVENT-TYPE
               MOVE 'CASE-STATUS'  TO AT-FIELD-CHANGED
               MOVE CMPMAINT-FU-OLD-STATUS TO AT-OLD-VALUE
               MOVE CM-CASE-STATUS TO AT-NEW-VALUE
               PERFORM 8200-LOG-AUDIT-EVENT
               IF WS-FU-OLD-ASSIGNED-TO NOT = SPACES
                   MOVE 'UPDATED'      TO AT-EVENT-TYPE
                   MOVE 'ASSIGNED-TO'  TO AT-FIELD-CHANGED
                   MOVE WS-FU-OLD-ASSIGNED-TO TO AT-OLD-VALUE
                   MOVE SPACES         TO AT-NEW-VALUE
                   PERFORM 8200-LOG-AUDIT-EVENT
               END-IF
           END-IF.

      *    Append a 3rd/4th address line to a case already on the
      *    master - the overflow path for addresses longer than the
      *    two lines the header record itself can carry.
           IF WS-FILE-IS-OPEN
               CLOSE COMPLAINT-MASTER-FILE
               CLOSE CUSTOMER-XREF-FILE
               CLOSE CASE-NOTES-FILE
               IF WS-ARCHIVE-IS-OPEN
                   CLOSE CASE-ARCHIVE-FILE
                   MOVE 'N' TO WS-ARCHIVE-OPEN-SWITCH
               END-IF
               MOVE 'N' TO WS-FILE-OPEN-SWITCH
           END-IF.
