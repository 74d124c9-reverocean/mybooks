      *=============================================================*
      * CMPPAYM.cpy                                                  *
      * Symbolic map for mapset CMPPAYM, map CMPPAY1 - the           *
      * compensation payment approval screen for CMPPAYA.  Hand-     *
      * authored in the standard DFHMDF symbolic-map shape (length/  *
      * attribute/data per field, -I for the input map, -O for the   *
      * output map), the same way CMPCSRM.cpy is, since this repo    *
      * keeps no BMS map source.  PAYREF names the case, PAYACT the  *
      * action (SHOW, APPROVE, DECLINE).  PAYSTA and PAYDTL are      *
      * display-only lines carrying the payment's status, amount     *
      * against its limit, and who approved it when, then the        *
      * message line.                                                *
      *=============================================================*
       01  CMPPAY1I.
           02  FILLER PIC X(12).
           02  PAYREFL   COMP PIC S9(4).
           02  PAYREFF   PIC X.
           02  FILLER REDEFINES PAYREFF.
               03  PAYREFA PIC X.
           02  PAYREFI   PIC X(10).
           02  PAYACTL   COMP PIC S9(4).
           02  PAYACTF   PIC X.
           02  FILLER REDEFINES PAYACTF.
               03  PAYACTA PIC X.
           02  PAYACTI   PIC X(8).
           02  PAYSTAL   COMP PIC S9(4).
           02  PAYSTAF   PIC X.
           02  FILLER REDEFINES PAYSTAF.
               03  PAYSTAA PIC X.
           02  PAYSTAI   PIC X(60).
           02  PAYDTLL   COMP PIC S9(4).
           02  PAYDTLF   PIC X.
           02  FILLER REDEFINES PAYDTLF.
               03  PAYDTLA PIC X.
           02  PAYDTLI   PIC X(60).
           02  PAYMSGL   COMP PIC S9(4).
           02  PAYMSGF   PIC X.
           02  FILLER REDEFINES PAYMSGF.
               03  PAYMSGA PIC X.
           02  PAYMSGI   PIC X(60).

       01  CMPPAY1O REDEFINES CMPPAY1I.
           02  FILLER PIC X(12).
           02  FILLER PIC X(3).
           02  PAYREFO   PIC X(10).
           02  FILLER PIC X(3).
           02  PAYACTO   PIC X(8).
           02  FILLER PIC X(3).
           02  PAYSTAO   PIC X(60).
           02  FILLER PIC X(3).
           02  PAYDTLO   PIC X(60).
           02  FILLER PIC X(3).
           02  PAYMSGO   PIC X(60).
