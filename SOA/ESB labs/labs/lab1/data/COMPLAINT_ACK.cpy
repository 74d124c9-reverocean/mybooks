      * text are filled for REJECTED (off the reject record), the     *
      * match type for DUPLICATE (off the duplicate-review record);   *
      * both are spaces on an ACCEPTED acknowledgement.               *
      * FOLLOWUP answers a follow-up contact applied to a case       *
      * already on file; its reason text says what the contact did   *
      * to the case (raised its priority, reopened it).              *
      *=============================================================*
       01 COMPLAINT-ACK-REC.
             10 CA-C-REF              PIC X(10).
                88  CA-DISP-ACCEPTED          VALUE 'ACCEPTED'.
                88  CA-DISP-REJECTED          VALUE 'REJECTED'.
                88  CA-DISP-DUPLICATE         VALUE 'DUPLICATE'.
                88  CA-DISP-FOLLOWUP          VALUE 'FOLLOWUP'.
             10 CA-REASON-CODE        PIC X(4).
             10 CA-REASON-TEXT        PIC X(40).
             10 CA-MATCH-TYPE         PIC X(10).
