      *=============================================================*
      * STATUS_REPLY.cpy                                             *
      * Outbound ESB reply to a case-status query (STATUS_QUERY.cpy) *
      * - one per query, routed onto the asking partner's own reply  *
      * file the way acknowledgements are routed (CMPSTQO1..CMPSTQO5 *
      * by partner slot; slot 0, the combined CMPSTQO, for an ID     *
      * not on the partner table).                                   *
      *   FOUND     - the case is on the master or the archive; the  *
      *               status fields are filled, SR-ARCHIVED-IND 'Y'  *
      *               when it was answered from the archive          *
      *   NOT-FOUND - no such case, or not one this partner sent     *
      *   ERASED    - the customer's personal data has been erased   *
      *               (see CMPERAS); nothing more is said about it   *
      * The status fields are spaces/zero on anything but FOUND.     *
      *=============================================================*
       01 STATUS-REPLY-REC.
             10 SR-C-REF              PIC X(10).
             10 SR-RESULT             PIC X(9).
                88  SR-RESULT-FOUND           VALUE 'FOUND'.
                88  SR-RESULT-NOT-FOUND       VALUE 'NOT-FOUND'.
                88  SR-RESULT-ERASED          VALUE 'ERASED'.
             10 SR-CASE-STATUS        PIC X(11).
             10 SR-PRIORITY           PIC X(8).
             10 SR-SLA-DUE-DATE       PIC 9(8).
             10 SR-RESOLUTION-CODE    PIC X(10).
             10 SR-ARCHIVED-IND       PIC X(1).
                88  SR-CASE-ARCHIVED          VALUE 'Y'.
             10 SR-REPLY-DATE         PIC 9(8).
             10 SR-REPLY-TIME         PIC 9(6).
             10 SR-PARTNER-ID         PIC X(4).
