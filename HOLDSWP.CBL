      * stops suppressing the customer's available balance the night
      * it expires. RELEASED_BY is stamped with this program's name
      * so the register shows the sweep (not a person) let it go.
      * A hold placed under a garnishment or levy still being held
      * is skipped: GARNSWP releases it when it remits the funds,
      * and letting it lapse here would hand the money back first.
      * So is a hold ATODET placed on an account-takeover case the
      * fraud desk has not cleared: it stays until ATOCASE clears
      * the case, or the desk releases it through ACCTHOLD.
       MAIN-LOGIC.
           DISPLAY "STARTING EXPIRED AUTHORIZATION HOLD SWEEP"

                   RELEASED_BY = 'HOLDSWP'
               WHERE RELEASED_AT IS NULL
                 AND EXPIRY_DATE < CURRENT DATE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM LEGAL_ORDER_ACCOUNTS L, LEGAL_ORDERS O
                      WHERE L.HOLD_ID = ACCOUNT_HOLDS.HOLD_ID
                        AND O.ORDER_ID = L.ORDER_ID
                        AND O.ORDER_STATUS = 'HELD')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM ATO_CASE_HOLDS K, ATO_CASES C
                      WHERE K.HOLD_ID = ACCOUNT_HOLDS.HOLD_ID
                        AND C.CASE_ID = K.CASE_ID
                        AND C.CASE_STATUS IN ('OPEN', 'CONFIRMED'))
           END-EXEC

           EVALUATE TRUE
