      *              acknowledgement feed slot (1)                   *
      *   SUPVUSER - key: supervisor user ID (8) authorized to run   *
      *              the reference maintenance transaction           *
      *   PAYLIMIT - key: C-TYPE code; data: compensation approval   *
      *              limit (9, implied 2 decimals - 000050000 is     *
      *              500.00) a payment may reach without a           *
      *              supervisor's approval                           *
      *   CASEAUTH - key: restricted C-TYPE code (10) plus roster    *
      *              team (10) cleared to see those cases unmasked   *
      *              on CMPCSR; data unused                          *
      *                                                              *
      * A row only takes effect once RF-EFFECTIVE-DATE arrives and   *
      * while it is ACTIVE - CMPMNT retires rows rather than         *
