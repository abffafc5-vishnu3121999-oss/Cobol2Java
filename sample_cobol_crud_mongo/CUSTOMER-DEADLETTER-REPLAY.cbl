               WHEN "NOTE-ADD"
               WHEN "NOTE-LIST"
               WHEN "ANONYMIZE"
               WHEN "HOUSEHOLD-LINK"
               WHEN "HOUSEHOLD-UNLINK"
                   CALL "CUSTOMER-SERVICE"
                       USING REQUEST-CTX RESPONSE-CTX
               WHEN OTHER
