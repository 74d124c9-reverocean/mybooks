      *=============================================================*
      * CASE_PROGRESS.cpy                                            *
      * Outbound ESB case-progress record - one per case that moved  *
      * on the business date, written nightly by CMPPFED onto the    *
      * submitting partner's own progress feed (CMPPFDO1..CMPPFDO5   *
      * by the PARTNER_TABLE.cpy slot column; slot 0, the combined   *
      * CMPPFDO, for legacy no-partner cases), so a partner hears    *
      * how the complaints it sent are getting on without phoning    *
      * the service desk.  The values are the case as it stands      *
      * when the feed is built, however many times it moved that     *
      * day; PG-UPDATE-DATE/TIME is the day's last move.  The        *
      * resolution code is filled only on a CLOSED case, and         *
      * PG-ARCHIVED-IND is 'Y' when the case is on the archive.  An  *
      * erased case carries PG-CASE-STATUS 'ERASED' and nothing more *
      * about the case - as the status query answers it.             *
      *=============================================================*
       01 CASE-PROGRESS-REC.
             10 PG-C-REF              PIC X(10).
             10 PG-CASE-STATUS        PIC X(11).
             10 PG-PRIORITY           PIC X(8).
             10 PG-SLA-DUE-DATE       PIC 9(8).
             10 PG-RESOLUTION-CODE    PIC X(10).
             10 PG-UPDATE-DATE        PIC 9(8).
             10 PG-UPDATE-TIME        PIC 9(6).
             10 PG-FEED-DATE          PIC 9(8).
             10 PG-PARTNER-ID         PIC X(4).
             10 PG-ARCHIVED-IND       PIC X(1).
                88  PG-CASE-ARCHIVED          VALUE 'Y'.
