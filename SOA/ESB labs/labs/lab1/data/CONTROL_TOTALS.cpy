      * CT-CONTINUATION-COUNT covers address continuation records,   *
      * which are read from the input feed but produce no good/      *
      * reject/duplicate output of their own.                        *
      * CT-FOLLOWUP-COUNT covers follow-up contacts applied to a case*
      * already on file, which land on CMPFUPR instead.              *
      *=============================================================*
       01 CONTROL-TOTALS-REC.
             10 CT-RUN-DATE           PIC 9(8).
             10 CT-REJECT-COUNT       PIC 9(9).
             10 CT-DUPLICATE-COUNT    PIC 9(9).
             10 CT-CONTINUATION-COUNT PIC 9(9).
             10 CT-FOLLOWUP-COUNT     PIC 9(9).
