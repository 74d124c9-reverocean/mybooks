      *=============================================================*
      * PAYMENT_REQUEST.cpy                                          *
      * Fixed-format payment request record written by CMPPAYX onto  *
      * CMPPAYO for the payments system - one per compensation       *
      * payment released that night, addressed from the case's name  *
      * and address lines.  PR-APPROVED-BY is the approving          *
      * supervisor's user ID, or AUTO for a payment at or under its  *
      * C-TYPE's approval limit.                                     *
      *=============================================================*
       01 PAYMENT-REQUEST-REC.
             10 PR-C-REF              PIC X(10).
             10 PR-PAYEE-NAME         PIC X(21).
             10 PR-A-LINE             PIC X(20) OCCURS 4 TIMES.
             10 PR-TOWN               PIC X(10).
             10 PR-ZIP                PIC X(10).
             10 PR-COUNTRY            PIC X(2).
             10 PR-AMOUNT             PIC 9(7)V99.
             10 PR-RESOLUTION-CODE    PIC X(10).
             10 PR-C-TYPE             PIC X(10).
             10 PR-REQUEST-DATE       PIC 9(8).
             10 PR-APPROVED-BY        PIC X(8).
