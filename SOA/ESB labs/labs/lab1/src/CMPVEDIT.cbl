           05 LS-REASON-CODE          PIC X(4).
           05 LS-REASON-TEXT          PIC X(40).
           05 LS-SEVERITY             PIC X(8).
           05 LS-FOLLOWUP-SWITCH      PIC X(1).
              88  LS-FOLLOWUP                     VALUE 'Y'.

       PROCEDURE DIVISION USING LS-VEDIT-RAW-RECORD
                                 WS-COMPLAINT-NORM
           MOVE SPACES TO LS-REASON-CODE
           MOVE SPACES TO LS-REASON-TEXT
           MOVE SPACES TO LS-SEVERITY
           MOVE 'N'    TO LS-FOLLOWUP-SWITCH
           MOVE LS-VEDIT-RAW-RECORD TO CMP-RAW-RECORD

           PERFORM 2000-DISPATCH-VERSION
           MOVE CMP-V3-C-TYPE      TO WS-NORM-C-TYPE
           MOVE CMP-V3-C-REF       TO WS-NORM-C-REF
           MOVE CMP-V3-C-TEXT      TO WS-NORM-C-TEXT
           MOVE CMP-V3-PARTNER-ID  TO WS-NORM-PARTNER-ID
      *        Only VERSION 3 can flag a follow-up contact; VERSION
      *        1/2 records are always first submissions.
           IF CMP-V3-FOLLOWUP-CONTACT
               SET LS-FOLLOWUP TO TRUE
           END-IF.

       1200-EDIT-CTYPE.
           SET WS-CTYPE-IDX TO 1
