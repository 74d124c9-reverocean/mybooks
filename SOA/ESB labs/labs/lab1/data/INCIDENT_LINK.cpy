      *=============================================================*
      * INCIDENT_LINK.cpy                                            *
      * Keyed case-to-incident link record for the CMPINCL file -    *
      * one row per case a supervisor has tied to a major incident   *
      * on CMPINCF (INCIDENT.cpy).  Keyed by C-REF, so a case        *
      * belongs to at most one incident and the assignment run can   *
      * ask "is this case held?" with one keyed read; the bulk-close *
      * batch CMPINCC reads the file sequentially to collect an      *
      * incident's cases.  Rows are kept after the bulk close as the *
      * record of which cases the incident closed - an incident that *
      * is CLOSED no longer holds anything back.                     *
      * Written and deleted online by CMPINC under CICS file         *
      * control, the same ownership CMPMAST has.                     *
      *=============================================================*
       01 INCIDENT-LINK-REC.
             10 IL-C-REF              PIC X(10).
             10 IL-INCIDENT-ID        PIC X(10).
             10 IL-LINK-DATE          PIC 9(8).
             10 IL-LINK-TIME          PIC 9(6).
             10 IL-LINKED-BY          PIC X(8).
