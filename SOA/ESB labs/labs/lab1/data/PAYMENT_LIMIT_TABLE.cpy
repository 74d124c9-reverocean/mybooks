      *=============================================================*
      * PAYMENT_LIMIT_TABLE.cpy                                      *
      * Compensation approval limit per C-TYPE.  The payment extract *
      * (CMPPAYX) sends a closed case's compensation straight to the *
      * payment request file when it is at or under its C-TYPE's     *
      * limit and holds anything larger for a supervisor to approve  *
      * on CMPPAYA.  Loaded at program start from the reference file *
      * by CMPRTBL (function PAYLIMIT) and maintained on CMPMNT like *
      * every other approved list.  There is no built-in seed: a     *
      * C-TYPE with no limit row - or the whole table missing - has  *
      * no auto-approval allowance, so every payment for it is held. *
      *=============================================================*
       01 WS-PAYLIM-TABLE.
             05 WS-PAYLIM-COUNT       PIC 9(4).
             05 WS-PAYLIM-ENTRY
                   OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-PAYLIM-COUNT
                   INDEXED BY WS-PAYLIM-IDX.
                10 WS-PAYLIM-C-TYPE     PIC X(10).
                10 WS-PAYLIM-AMT        PIC 9(7)V99.
