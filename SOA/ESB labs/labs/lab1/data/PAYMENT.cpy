      *=============================================================*
      * PAYMENT.cpy                                                  *
      * Compensation payment status record - one per C-REF that was  *
      * closed with a non-zero compensation amount - on the keyed    *
      * payment file CMPPAYF (key PY-C-REF).  Raised by the payment  *
      * extract CMPPAYX the first night it sees the close, then      *
      * carried through its life:                                    *
      *   HELD      - over the C-TYPE's PAYLIMIT row; waiting for a  *
      *               supervisor on CMPPAYA                          *
      *   APPROVED  - a supervisor approved it; the next extract     *
      *               run sends it                                   *
      *   DECLINED  - a supervisor refused it; never sent            *
      *   REQUESTED - written to the payment request file (at or     *
      *               under the limit goes straight here, approved   *
      *               by AUTO)                                       *
      *   PAID      - the payments system's confirmation was matched *
      *               by the reconciliation run CMPPAYR              *
      * PY-PAID-COUNT counts confirmations received, so a second     *
      * confirmation for the same case shows as a double payment     *
      * rather than quietly overwriting the first.                   *
      *=============================================================*
       01 PAYMENT-REC.
             10 PY-C-REF              PIC X(10).
             10 PY-C-TYPE             PIC X(10).
             10 PY-RESOLUTION-CODE    PIC X(10).
             10 PY-CLOSE-DATE         PIC 9(8).
             10 PY-REQUESTED-AMT      PIC 9(7)V99.
             10 PY-LIMIT-AMT          PIC 9(7)V99.
             10 PY-PAY-STATUS         PIC X(9).
                88  PY-STATUS-HELD            VALUE 'HELD'.
                88  PY-STATUS-APPROVED        VALUE 'APPROVED'.
                88  PY-STATUS-DECLINED        VALUE 'DECLINED'.
                88  PY-STATUS-REQUESTED       VALUE 'REQUESTED'.
                88  PY-STATUS-PAID            VALUE 'PAID'.
             10 PY-RAISED-DATE        PIC 9(8).
             10 PY-APPROVED-BY        PIC X(8).
             10 PY-APPROVED-DATE      PIC 9(8).
             10 PY-REQUESTED-DATE     PIC 9(8).
             10 PY-PAID-AMT           PIC 9(7)V99.
             10 PY-PAID-DATE          PIC 9(8).
             10 PY-PAID-COUNT         PIC 9(2).
             10 PY-PAYMENT-REF        PIC X(12).
