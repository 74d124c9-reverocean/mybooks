      *=============================================================*
      * PAYMENT_CONFIRM.cpy                                          *
      * Inbound payment confirmation record on CMPPAYC, sent back by *
      * the payments system for every compensation payment it has   *
      * actually made - matched to CMPPAYF by C-REF in the           *
      * reconciliation run CMPPAYR.                                  *
      *=============================================================*
       01 PAYMENT-CONFIRM-REC.
             10 PC-C-REF              PIC X(10).
             10 PC-PAID-AMT           PIC 9(7)V99.
             10 PC-PAID-DATE          PIC 9(8).
             10 PC-PAYMENT-REF        PIC X(12).
