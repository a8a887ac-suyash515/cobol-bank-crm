      * remembering to name a customer: every CLOSED customer past
      * the CUSTOMER_MASTER retention period is reviewed against the
      * same guards DATAPURGE enforces - no open or owned accounts,
      * no rented safe-deposit box, no active legal hold - and lands
      * on the review list as ELIGIBLE or with its blocking
      * condition shown. The list is rebuilt in PURGE_CANDIDATES
      * each run, where it feeds the DATAPURGE runs.
       MAIN-LOGIC.
           DISPLAY "STARTING PURGE ELIGIBILITY SCAN"

      * Same guards DATAPURGE itself enforces, evaluated here so the
      * reviewer sees WHY a candidate cannot go: an active legal
      * hold first (counsel outranks housekeeping), then any open or
      * funded account the customer holds or co-holds, then a
      * safe-deposit box they still rent.
       REVIEW-ONE-CANDIDATE.
           MOVE 'ELIGIBLE' TO HV-ELIGIBILITY
           MOVE SPACES TO HV-BLOCK-REASON
               END-IF
           END-IF

           IF HV-ELIGIBILITY = 'ELIGIBLE'
               MOVE SPACES TO HV-BLOCKED
               EXEC SQL
                   SELECT 'Y' INTO :HV-BLOCKED
                   FROM SDB_RENTERS N, SDB_RENTALS R
                   WHERE N.CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND N.REMOVED_AT IS NULL
                     AND R.BRANCH_ID = N.BRANCH_ID
                     AND R.BOX_NUMBER = N.BOX_NUMBER
                     AND R.RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'BLOCKED' TO HV-ELIGIBILITY
                   MOVE 'SAFE DEPOSIT BOX RENTAL' TO HV-BLOCK-REASON
               END-IF
           END-IF

           IF HV-ELIGIBILITY = 'ELIGIBLE'
               ADD 1 TO WS-ELIGIBLE-COUNT
           ELSE
