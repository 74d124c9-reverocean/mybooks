      *   SEVKEY  - WS-SEV-KEYWORD-TABLE (SEVERITY_TABLE.cpy)        *
      *   SEVBASE - WS-SEV-CTYPE-TABLE   (SEVERITY_TABLE.cpy)        *
      *   PARTNER - WS-PARTNER-TABLE    (PARTNER_TABLE.cpy)          *
      *   PAYLIMIT - WS-PAYLIM-TABLE    (PAYMENT_LIMIT_TABLE.cpy)    *
      *   ROSTER  - WS-ROSTER-REF-TABLE  (CSR_ROSTER.cpy), read     *
      *             from the flat CSR roster file rather than the   *
      *             reference unload                                 *
      *   00 - table loaded from the reference file                  *
      *   04 - reference file absent or empty for this table;        *
      *        the built-in seed rows (the old hardcoded copybook    *
      *        lists) were loaded instead - except ROSTER and       *
      *        PAYLIMIT, which have no seed and come back with a    *
      *        zero count                                            *
      *   12 - invalid function code                                 *
      *=============================================================*
       01 RTBL-FUNCTION               PIC X(8).
