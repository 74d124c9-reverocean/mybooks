      *=============================================================*
      * CASE_FOLLOWUP.cpy                                            *
      * One record per partner follow-up contact the intake edit run *
      * applied to a case already on file (see CMPMAINT's FOLLOWUP   *
      * function) - what the contact did to the case, so the         *
      * acknowledgement feed can tell the partner FOLLOWUP instead of*
      * bouncing the record back as a DUPLICATE, and the balancing   *
      * step can count it as the fourth way an input record ends up. *
      *=============================================================*
       01 CASE-FOLLOWUP-REC.
             10 FU-C-REF              PIC X(10).
             10 FU-ACTION             PIC X(10).
                88  FU-ACTION-UPDATED         VALUE 'UPDATED'.
                88  FU-ACTION-REOPENED        VALUE 'REOPENED'.
             10 FU-OLD-STATUS         PIC X(11).
             10 FU-OLD-PRIORITY       PIC X(8).
             10 FU-NEW-PRIORITY       PIC X(8).
      *        'Y' when the case had already been archived and was
      *        brought back onto the master to take the contact.
             10 FU-RESTORED-IND       PIC X(1).
                88  FU-CASE-RESTORED          VALUE 'Y'.
             10 FU-DETECTED-DATE      PIC 9(8).
             10 FU-DETECTED-TIME      PIC 9(6).
             10 FU-PARTNER-ID         PIC X(4).
