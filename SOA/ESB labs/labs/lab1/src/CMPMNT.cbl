               WHEN 'CNTRY'
               WHEN 'PARTNER'
               WHEN 'SUPVUSER'
               WHEN 'PAYLIMIT'
               WHEN 'CASEAUTH'
                   SET WS-TABLE-ID-OK TO TRUE
               WHEN OTHER
                   CONTINUE
