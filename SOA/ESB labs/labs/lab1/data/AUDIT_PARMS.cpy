      *   TERM - close the audit trail file (end of run)              *
      *                                                                *
      * AT-EVENT-TYPE is one of: RECEIVED, VALIDATED, REJECTED,        *
      * UPDATED, CLOSED, ARCHIVED, RESTORED, ERASED, CORRESPOND,       *
      * FOLLOWUP, VIEWED.                                              *
      * CORRESPOND is a customer letter written by CMPCORR - field     *
      * LETTER, new value ACK or CLOSURE plus the resolution code.     *
      * FOLLOWUP is a customer follow-up contact attached to an        *
      * existing case by CMPMAINT - field CASE-NOTE, new value the     *
      * opening words of the contact.                                  *
      * VIEWED is a display of a restricted (FRAUD/PRIVACY) case on    *
      * CMPCSR or CMPSUP - field the page shown (CASE, PICK-LIST,      *
      * HISTORY, NOTES, QUEUE-LIST), old value the case's assignee at  *
      * the time, new value the C-TYPE then FULL or MASKED from byte   *
      * 12.                                                            *
      *=============================================================*
       01 AUDIT-FUNCTION              PIC X(8).

