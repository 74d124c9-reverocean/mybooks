      * reference tables get.  It has no built-in seed: an absent   *
      * roster is a zero count, not a guessed team.                 *
      *                                                              *
      * PAYLIMIT has no built-in seed either: it postdates the old  *
      * copybook tables, and a missing approval limit must mean     *
      * every payment waits for a supervisor, never a guessed       *
      * allowance.                                                  *
      *                                                              *
      * Reads flat input files only and owns no indexed file, so it *
      * is safe to CALL from a CICS task for the same reason        *
      * CMPAUDIT is - the files are outside CICS file control and   *
           05 LS-PARTNER-ENTRY        OCCURS 50 TIMES.
              10 LS-PARTNER-ID        PIC X(4).
              10 LS-PARTNER-REST      PIC X(21).
       01  LS-PAYLIM-TABLE REDEFINES LS-TABLE-AREA.
           05 LS-PAYLIM-COUNT         PIC 9(4).
           05 LS-PAYLIM-ENTRY         OCCURS 50 TIMES.
              10 LS-PAYLIM-C-TYPE     PIC X(10).
              10 LS-PAYLIM-REST       PIC X(9).
       01  LS-ROSTER-TABLE REDEFINES LS-TABLE-AREA.
           05 LS-ROSTER-COUNT         PIC 9(4).
           05 LS-ROSTER-ENTRY         OCCURS 50 TIMES.
                       MOVE 04 TO RTBL-RC
                   END-IF
                   PERFORM 3000-SET-TABLE-COUNT
               WHEN 'PAYLIMIT'
                   MOVE RTBL-FUNCTION TO WS-WANTED-TABLE-ID
                   PERFORM 1000-LOAD-FROM-FILE
                   IF WS-LOADED-COUNT = ZERO
                       MOVE 04 TO RTBL-RC
                   END-IF
                   PERFORM 3000-SET-TABLE-COUNT
               WHEN 'ROSTER'
                   PERFORM 1500-LOAD-ROSTER-FILE
                   IF WS-LOADED-COUNT = ZERO
                       TO LS-PARTNER-ID (WS-LOADED-COUNT)
                   MOVE RF-ENTRY-DATA (1:21)
                       TO LS-PARTNER-REST (WS-LOADED-COUNT)
               WHEN 'PAYLIMIT'
                   MOVE RF-ENTRY-KEY (1:10)
                       TO LS-PAYLIM-C-TYPE (WS-LOADED-COUNT)
                   MOVE RF-ENTRY-DATA (1:9)
                       TO LS-PAYLIM-REST (WS-LOADED-COUNT)
           END-EVALUATE.

      *    The roster is its own flat reference file, not part of
                   MOVE 5 TO WS-LOADED-COUNT
           END-EVALUATE.

      *    The count is first in every block, so one move serves
      *    every shape.
       3000-SET-TABLE-COUNT.
           MOVE WS-LOADED-COUNT TO LS-CTYPE-COUNT.
