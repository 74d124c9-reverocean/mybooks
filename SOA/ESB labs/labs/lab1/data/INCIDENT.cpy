      *=============================================================*
      * INCIDENT.cpy                                                 *
      * Keyed major-incident record for the CMPINCF file - one row   *
      * per outage, bad batch of product, carrier failure or other   *
      * single event that drives hundreds of near-identical          *
      * complaints.  Opened, resolved and maintained online by       *
      * supervisors through CMPINC under CICS file control; cases    *
      * are tied to an incident by CMPINCL rows (INCIDENT_LINK.cpy). *
      *                                                              *
      * IN-INCIDENT-STATUS moves OPEN -> RESOLVED -> CLOSED:          *
      *   OPEN     - incident under way; cases may be linked to it   *
      *              and the assignment run holds linked cases back  *
      *              from distribution                               *
      *   RESOLVED - supervisor has stamped the resolution code,     *
      *              root cause and compensation every linked case   *
      *              will close with; the next CMPINCC run does the   *
      *              bulk close                                      *
      *   CLOSED   - CMPINCC has closed the linked cases;             *
      *              IN-CASES-CLOSED says how many                    *
      * The resolution fields are held to the RESOLUTION_TABLE.cpy   *
      * lists, the same as a CSR close.                              *
      *=============================================================*
       01 INCIDENT-REC.
             10 IN-INCIDENT-ID        PIC X(10).
             10 IN-DESCRIPTION        PIC X(60).
             10 IN-INCIDENT-STATUS    PIC X(8).
                88  IN-STATUS-OPEN            VALUE 'OPEN'.
                88  IN-STATUS-RESOLVED        VALUE 'RESOLVED'.
                88  IN-STATUS-CLOSED          VALUE 'CLOSED'.
             10 IN-OPENED-DATE        PIC 9(8).
             10 IN-OPENED-BY          PIC X(8).
             10 IN-RESOLVED-DATE      PIC 9(8).
             10 IN-RESOLVED-BY        PIC X(8).
             10 IN-RESOLUTION-CODE    PIC X(10).
             10 IN-ROOT-CAUSE         PIC X(10).
             10 IN-COMPENSATION-AMT   PIC 9(7)V99.
             10 IN-CLOSED-DATE        PIC 9(8).
             10 IN-CASES-CLOSED       PIC 9(5).
