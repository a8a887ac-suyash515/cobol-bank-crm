      * - so "who was in the March mailing" is a query, and CMPGNREP
      * can measure response against an actual membership list.
      * Blank means an operational extract with no campaign tracking.
      * Either one makes the run a marketing extract, which leaves out
      * every customer with an active SPECIAL_HANDLING flag (SPECHNDL)
      * unless a marketing override is recorded on it.
       01  WS-CAMPAIGN-ID        PIC X(10) VALUE SPACES.

      * Restart control (req023): rather than a WORKING-STORAGE flag
                      OR LAST_UPDATED <= :HV-DATE-TO)
                 AND (:HV-RESTART-FROM-ID = SPACES
                      OR CUSTOMER_ID > :HV-RESTART-FROM-ID)
                 AND DATE_OF_DEATH IS NULL
                 AND (:HV-CONSENT-CHANNEL = SPACES
                      OR EXISTS
                         (SELECT 1 FROM CUSTOMER_CONSENT CC
                                CUSTOMER_MASTER.CUSTOMER_ID
                            AND CC.CHANNEL = :HV-CONSENT-CHANNEL
                            AND CC.CONSENT_FLAG = 'Y'))
                 AND ((:HV-CONSENT-CHANNEL = SPACES
                       AND :HV-CAMPAIGN-ID = SPACES)
                      OR NOT EXISTS
                         (SELECT 1 FROM SPECIAL_HANDLING SH
                          WHERE SH.CUSTOMER_ID =
                                CUSTOMER_MASTER.CUSTOMER_ID
                            AND SH.FLAG_STATUS = 'ACTIVE'
                            AND SH.MKT_OVERRIDE_BY IS NULL))
               ORDER BY CUSTOMER_ID
           END-EXEC

