      *=============================================================*
      * STATUS_QUERY.cpy                                             *
      * Inbound ESB case-status query - one C-REF a partner wants    *
      * the current standing of, collected onto CMPSTQI and          *
      * answered in batch by CMPSTQ.  SQ-PARTNER-ID is the asking    *
      * partner; it routes the reply and limits the answer to that   *
      * partner's own cases.                                         *
      *=============================================================*
       01 STATUS-QUERY-REC.
             10 SQ-PARTNER-ID         PIC X(4).
             10 SQ-C-REF              PIC X(10).
