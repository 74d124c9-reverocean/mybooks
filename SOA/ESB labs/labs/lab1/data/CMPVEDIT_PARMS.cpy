      * On return the normalized record is filled whenever the       *
      * VERSION was recognized; the reason code/text name the first  *
      * failed edit; VEDIT-SEVERITY carries the CMPSEV text          *
      * classification for records that passed every edit, and      *
      * VEDIT-FOLLOWUP-SWITCH says whether the record is a follow-up *
      * contact on an existing C-REF rather than a new complaint.    *
      * Continuation records (VERSION 9) are not edited here - test  *
      * CMP-ACONT-IS-CONTINUATION before calling.                    *
      *=============================================================*
             10 VEDIT-REASON-CODE        PIC X(4).
             10 VEDIT-REASON-TEXT        PIC X(40).
             10 VEDIT-SEVERITY           PIC X(8).
             10 VEDIT-FOLLOWUP-SWITCH    PIC X(1).
                88  VEDIT-FOLLOWUP            VALUE 'Y'.
