      *               acknowledgement feed can be routed per partner *
      *               instead of ops splitting one combined file by  *
      *               C-REF prefix guesswork.                        *
      *               Its CMP-V3-FOLLOWUP-IND, cut from the trailing *
      *               filler, marks a follow-up contact on a C-REF   *
      *               the partner already sent.                      *
      *=============================================================*
       01 CMP-RAW-RECORD                   PIC X(320).

                15 CMP-V3-C-TYPE           PIC X(10).
                15 CMP-V3-C-REF            PIC X(10).
                15 CMP-V3-C-TEXT           PIC X(200).
      *        'Y' marks a follow-up contact - the customer chasing a
      *        complaint the partner already sent, resent under the
      *        same C-REF with the customer's new words in C-TEXT.
      *        Anything else is a first submission, as before the
      *        flag existed.
             10 CMP-V3-FOLLOWUP-IND        PIC X(1).
                88  CMP-V3-FOLLOWUP-CONTACT    VALUE 'Y'.
             10 FILLER                     PIC X(9).

      *    Address continuation record - a separate physical record
      *    following its parent complaint on the intake feed when
