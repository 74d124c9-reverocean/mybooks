      *=============================================================*
      * CORRESPONDENCE.cpy                                           *
      * Customer letter record on the CMPLETR print/mail-merge file  *
      * written nightly by CMPCORR - one record per letter, already  *
      * addressed and worded, so the mail house merges it onto the   *
      * letterhead as-is and nobody here types letters by hand.      *
      *   ACK     - acknowledgement of a case opened that day,       *
      *             quoting the C-TYPE and the SLA due date          *
      *   CLOSURE - notice of a case closed that day, worded by the  *
      *             resolution code, with a compensation line when   *
      *             an amount was granted                            *
      * LT-WORDING carries the body paragraph in 80-byte print       *
      * lines; unused lines are spaces.  LT-COUNTRY-NAME is the full *
      * name off the CNTRY reference rows (COUNTRY_TABLE.cpy), not   *
      * the two-letter code.                                         *
      *=============================================================*
       01 CORRESPONDENCE-REC.
             10 LT-LETTER-TYPE        PIC X(8).
                88  LT-LETTER-ACK             VALUE 'ACK'.
                88  LT-LETTER-CLOSURE         VALUE 'CLOSURE'.
             10 LT-LETTER-DATE        PIC 9(8).
             10 LT-C-REF              PIC X(10).
             10 LT-C-TYPE             PIC X(10).
             10 LT-ADDRESSEE          PIC X(21).
             10 LT-A-LINE             PIC X(20) OCCURS 4 TIMES.
             10 LT-TOWN               PIC X(10).
             10 LT-ZIP                PIC X(10).
             10 LT-COUNTRY-NAME       PIC X(20).
             10 LT-SLA-DUE-DATE       PIC 9(8).
             10 LT-RESOLUTION-CODE    PIC X(10).
             10 LT-COMPENSATION-AMT   PIC 9(7)V99.
             10 LT-WORDING            PIC X(80) OCCURS 3 TIMES.
