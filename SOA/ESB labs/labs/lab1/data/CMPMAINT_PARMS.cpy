      *        Used only by the ADDLINE function: which address line
      *        (3 or 4) CMPMAINT-A-LINE (1) is being added as.
             10 CMPMAINT-ADDLINE-SEQ     PIC 9(2).
      *        Set by the caller on the ADDLINE and FOLLOWUP
      *        functions so CMPMAINT can write an audit trail entry
      *        that records who made the change and over which
      *        channel - see AUDIT_PARMS.cpy.  On FOLLOWUP the user
      *        is the submitting partner's ID, which also signs the
      *        contact notes.
             10 CMPMAINT-CHANNEL         PIC X(10).
             10 CMPMAINT-USER-ID         PIC X(8).
      *        Returned by the FOLLOWUP function: the case's status
      *        and priority before the contact was applied (the
      *        fields above carry them after), and whether the case
      *        had to be brought back from the CMPARCF archive.
             10 CMPMAINT-FU-OLD-STATUS   PIC X(11).
             10 CMPMAINT-FU-OLD-PRIORITY PIC X(8).
             10 CMPMAINT-FU-RESTORED-IND PIC X(1).
                88  CMPMAINT-FU-RESTORED      VALUE 'Y'.

       01 CMPMAINT-RC                 PIC 9(2).
