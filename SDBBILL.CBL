       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBBILL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-BOX-NUMBER         PIC X(06).
       01  HV-BOX-SIZE           PIC X(06).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-RENTAL-STATUS      PIC X(10).
       01  HV-PAID-THROUGH       PIC X(10).
       01  HV-RENT-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-RETRY-DAYS         PIC S9(4) COMP-5.
       01  HV-TODAY              PIC X(10).
       01  HV-NOTES              PIC X(250).
       01  HV-PARM-NAME          PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-TIMESTAMP          PIC X(26).
       01  HV-RUN-START          PIC X(26).
       01  HV-RUN-END            PIC X(26).
       01  HV-RUN-COUNT          PIC S9(9) COMP-5.
       01  HV-RUN-STATUS         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-RESPONSE           PIC X(100).
       01  WS-BILLED-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-UNPAID-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-FLAGGED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-RENT-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-RENT-FOUND         PIC X VALUE 'N'.
           88  RENT-FOUND            VALUE 'Y'.
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-RC-DISPLAY         PIC 9(02).

      * SDBBILL posts as its own operator, so it must be an active
      * employee whose role holds TXNPOST POST before any rental is
      * touched - otherwise every debit would come back refused.
       01  WS-OPERATOR-OK        PIC X VALUE 'N'.
           88  OPERATOR-OK           VALUE 'Y'.

      * Set when TXNPOST's refusal lies with the payer (no funds,
      * account not open or stopped, account gone, renter no longer
      * on the account) rather than with the run itself.
       01  WS-PAYER-REFUSED      PIC X VALUE 'N'.
           88  PAYER-REFUSED         VALUE 'Y'.

      * Days before an unpaid rent is tried again. The RETRYDAYS row
      * in BATCH_PARMS moves it; anything but a two-digit day count
      * leaves the default.
       01  WS-RETRY-DAYS         PIC 9(02) VALUE 30.

      * The per-rental posting issues its own work inside the fetch
      * loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.

      * Commarea for the TXNPOST CALL that debits the rent.
       01  WS-TXNPOST-COMMAREA.
           05  WS-TP-ACCOUNT-ID      PIC X(12).
           05  WS-TP-CUSTOMER-ID     PIC X(10).
           05  WS-TP-TXN-DATE        PIC X(10).
           05  WS-TP-TXN-TYPE        PIC X(10).
           05  WS-TP-AMOUNT          PIC S9(9)V99.
           05  WS-TP-DESCRIPTION     PIC X(100).
           05  WS-TP-NEW-BALANCE     PIC S9(9)V99.
           05  WS-TP-TO-ACCOUNT-ID   PIC X(12).
           05  WS-TP-FUNCTION        PIC X(08).
           05  WS-TP-EMPLOYEE-ID     PIC X(08).
           05  WS-TP-BRANCH-ID       PIC X(06).
           05  WS-TP-CHANNEL         PIC X(08).
           05  WS-TP-OVERRIDE-FLAG   PIC X(01).
           05  WS-TP-FEE-CODE        PIC X(08).
           05  WS-TP-RETURN-CODE     PIC 9(02).

       PROCEDURE DIVISION.

      * Annual safe-deposit box billing. Every ACTIVE or PASTDUE
      * rental SDBOXMGT keeps whose next bill date has come round is
      * charged the year's rent for its box size (FEE_SCHEDULE
      * SDBRENT, product code = box size, else ALL), debited from
      * the linked account through TXNPOST as an SDBRENT fee so it
      * lands on FEEREP with the other fees. A paid rental is paid
      * through its next anniversary - a late payment does not move
      * the anniversary. A debit TXNPOST refuses leaves the rental
      * PASTDUE, vault access stops, the debit is tried again after
      * the retry interval, and the primary renter goes on the
      * morning FOLLOWUP tickler for the drilling and escheat
      * notice. Each rental commits on its own, so a rerun only
      * picks up what is still due. A run whose SDBBILL operator has
      * lost its employee row or its TXNPOST POST entitlement stops
      * before the cursor opens and fails, leaving every rental as
      * it was.
       MAIN-LOGIC.
           DISPLAY "STARTING SAFE DEPOSIT BOX BILLING"

           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP
           MOVE HV-TIMESTAMP TO HV-RUN-START
           MOVE HV-TIMESTAMP(1:10) TO HV-TODAY
           MOVE 'SUCCESS' TO HV-RUN-STATUS

           PERFORM READ-BATCH-PARMS

           PERFORM CHECK-BATCH-OPERATOR

           IF NOT OPERATOR-OK
               DISPLAY "SDBBILL IS NOT AN ACTIVE OPERATOR WITH TXNPOST "
                   "POST AUTHORITY - NO RENTALS BILLED"
               MOVE 'FAILURE' TO HV-RUN-STATUS
               MOVE ZERO TO HV-RUN-COUNT
               PERFORM WRITE-RUN-LOG
               GOBACK
           END-IF

           EXEC SQL
               DECLARE SDB_BILL_CUR CURSOR WITH HOLD FOR
               SELECT R.BRANCH_ID, R.BOX_NUMBER, R.CUSTOMER_ID,
                      R.BILL_ACCOUNT_ID, R.RENTAL_STATUS, B.BOX_SIZE,
                      CHAR(COALESCE(R.PAID_THROUGH_DATE,
                                    DATE(R.RENTED_AT)), ISO)
               FROM SDB_RENTALS R, SDB_BOXES B
               WHERE R.BRANCH_ID = B.BRANCH_ID
                 AND R.BOX_NUMBER = B.BOX_NUMBER
                 AND R.RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
                 AND R.NEXT_BILL_DATE <= :HV-TODAY
               ORDER BY R.BRANCH_ID, R.BOX_NUMBER
           END-EXEC

           EXEC SQL OPEN SDB_BILL_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE
               EXEC SQL
                   FETCH SDB_BILL_CUR INTO
                       :HV-BRANCH-ID,
                       :HV-BOX-NUMBER,
                       :HV-CUSTOMER-ID,
                       :HV-ACCOUNT-ID,
                       :HV-RENTAL-STATUS,
                       :HV-BOX-SIZE,
                       :HV-PAID-THROUGH
               END-EXEC

               IF SQLCODE = 0
                   PERFORM BILL-ONE-RENTAL
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE SDB_BILL_CUR END-EXEC

           EXEC SQL COMMIT END-EXEC

           IF WS-ERROR-COUNT = 0
               MOVE 'SAFE DEPOSIT BOX BILLING COMPLETE' TO WS-RESPONSE
           ELSE
               MOVE 'SAFE DEPOSIT BOX BILLING COMPLETED WITH ERRORS'
                   TO WS-RESPONSE
               MOVE 'FAILURE' TO HV-RUN-STATUS
           END-IF

           DISPLAY WS-RESPONSE
           DISPLAY "RENTALS BILLED  : " WS-BILLED-COUNT
           DISPLAY "RENT COLLECTED  : " WS-RENT-TOTAL
           DISPLAY "RENTS UNPAID    : " WS-UNPAID-COUNT
           DISPLAY "FOLLOW-UPS      : " WS-FLAGGED-COUNT
           DISPLAY "ERRORS          : " WS-ERROR-COUNT

           MOVE WS-BILLED-COUNT TO HV-RUN-COUNT
           PERFORM WRITE-RUN-LOG

           GOBACK.

       READ-BATCH-PARMS.
           MOVE 'RETRYDAYS' TO HV-PARM-NAME
           PERFORM READ-ONE-BATCH-PARM
           IF HV-PARM-VALUE(1:2) NUMERIC
                   AND HV-PARM-VALUE(1:2) NOT = '00'
                   AND HV-PARM-VALUE(3:1) = SPACE
               MOVE HV-PARM-VALUE(1:2) TO WS-RETRY-DAYS
           END-IF

           MOVE WS-RETRY-DAYS TO HV-RETRY-DAYS.

       READ-ONE-BATCH-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'SDBBILL'
                 AND PARM_NAME = :HV-PARM-NAME
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-PARM-VALUE
           END-IF.

      * The same employee and entitlement test TXNPOST applies to
      * every POST, made once up front.
       CHECK-BATCH-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK

           EXEC SQL
               SELECT 'Y' INTO :WS-OPERATOR-OK
               FROM EMPLOYEE_MASTER E, ROLE_ENTITLEMENTS R
               WHERE E.EMPLOYEE_ID = 'SDBBILL'
                 AND E.ACTIVE_FLAG = 'Y'
                 AND R.ROLE = E.ROLE
                 AND R.PROGRAM_NAME = 'TXNPOST'
                 AND R.FUNCTION_CODE = 'POST'
                 AND R.ACTIVE_FLAG = 'Y'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-OPERATOR-OK
           END-IF.

      * A box size with no rent on the schedule is an error, not a
      * free year - the rental is left due and picked up again once
      * the schedule row is in. Only a refusal that lies with the
      * payer makes the rent unpaid; anything else TXNPOST sends back
      * (an SQL failure, the branch, the role ceiling) is the run's
      * problem, so it is counted as an error and the rental is left
      * due for tomorrow rather than sent down the drilling path.
       BILL-ONE-RENTAL.
           PERFORM READ-RENT-SCHEDULE

           IF NOT RENT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "NO SDBRENT FEE FOR BOX SIZE " HV-BOX-SIZE
                   ", BOX: " HV-BRANCH-ID "/" HV-BOX-NUMBER
           ELSE
               PERFORM POST-RENT-DEBIT

               IF WS-TP-RETURN-CODE = 00
                   PERFORM MARK-RENT-PAID
               ELSE
                   PERFORM CLASSIFY-RENT-REFUSAL
                   IF PAYER-REFUSED
                       PERFORM MARK-RENT-UNPAID
                   ELSE
                       IF WS-TP-RETURN-CODE = 12
                           EXEC SQL ROLLBACK END-EXEC
                       ELSE
                           EXEC SQL COMMIT END-EXEC
                       END-IF
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE WS-TP-RETURN-CODE TO WS-RC-DISPLAY
                       DISPLAY "ERROR POSTING RENT, BOX: " HV-BRANCH-ID
                           "/" HV-BOX-NUMBER " ACCOUNT: " HV-ACCOUNT-ID
                           " TXNPOST RC: " WS-RC-DISPLAY
                   END-IF
               END-IF
           END-IF.

      * NSF (20), account not open or a stop (16) and account not
      * found (04) are the payer's. TXNPOST's 08 covers run-side
      * refusals too, so it only counts when the renter really holds
      * no authority on the account any more - the same owner test
      * TXNPOST's signer check makes.
       CLASSIFY-RENT-REFUSAL.
           MOVE 'N' TO WS-PAYER-REFUSED

           IF WS-TP-RETURN-CODE = 20 OR 16 OR 04
               MOVE 'Y' TO WS-PAYER-REFUSED
           ELSE IF WS-TP-RETURN-CODE = 08
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM ACCOUNTS A
                   WHERE A.ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND (A.CUSTOMER_ID = :HV-CUSTOMER-ID
                          OR EXISTS
                             (SELECT 1 FROM ACCOUNT_OWNERS O
                              WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                                AND O.CUSTOMER_ID = :HV-CUSTOMER-ID
                                AND O.REMOVED_AT IS NULL))
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'Y' TO WS-PAYER-REFUSED
               END-IF
           END-IF
           END-IF.

      * Box-size row before the ALL row, latest effective date first.
       READ-RENT-SCHEDULE.
           MOVE 'N' TO WS-RENT-FOUND

           EXEC SQL
               SELECT FEE_AMOUNT INTO :HV-RENT-AMOUNT
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = 'SDBRENT'
                 AND PRODUCT_CODE IN (:HV-BOX-SIZE, 'ALL')
                 AND EFFECTIVE_DATE <= :HV-TODAY
                 AND ACTIVE_FLAG = 'Y'
               ORDER BY CASE WHEN PRODUCT_CODE = 'ALL' THEN 1
                             ELSE 0 END,
                        EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0 AND HV-RENT-AMOUNT > ZERO
               MOVE 'Y' TO WS-RENT-FOUND
           END-IF.

      * The primary renter is presented as the customer, so TXNPOST
      * also refuses the debit once they no longer hold the account.
       POST-RENT-DEBIT.
           MOVE SPACES TO WS-TXNPOST-COMMAREA
           MOVE HV-ACCOUNT-ID          TO WS-TP-ACCOUNT-ID
           MOVE HV-CUSTOMER-ID         TO WS-TP-CUSTOMER-ID
           MOVE HV-TODAY               TO WS-TP-TXN-DATE
           MOVE 'FEE'                  TO WS-TP-TXN-TYPE
           COMPUTE WS-TP-AMOUNT = ZERO - HV-RENT-AMOUNT
           STRING 'SAFE DEPOSIT BOX RENT ' HV-BRANCH-ID '/'
                  HV-BOX-NUMBER
               DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
           END-STRING
           MOVE 'POST    '             TO WS-TP-FUNCTION
           MOVE 'SDBBILL'              TO WS-TP-EMPLOYEE-ID
           MOVE HV-BRANCH-ID           TO WS-TP-BRANCH-ID
           MOVE 'SYSTEM'               TO WS-TP-CHANNEL
           MOVE 'N'                    TO WS-TP-OVERRIDE-FLAG
           MOVE 'SDBRENT'              TO WS-TP-FEE-CODE
           MOVE 00 TO WS-TP-RETURN-CODE
           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA.

       MARK-RENT-PAID.
           EXEC SQL
               UPDATE SDB_RENTALS
               SET RENTAL_STATUS = 'ACTIVE',
                   PAID_THROUGH_DATE =
                       DATE(:HV-PAID-THROUGH) + 1 YEAR,
                   NEXT_BILL_DATE =
                       DATE(:HV-PAID-THROUGH) + 1 YEAR,
                   UNPAID_SINCE = NULL,
                   LAST_BILLED_AT = :HV-TIMESTAMP
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-BILLED-COUNT
               ADD HV-RENT-AMOUNT TO WS-RENT-TOTAL
               DISPLAY "RENT BILLED, BOX: " HV-BRANCH-ID "/"
                   HV-BOX-NUMBER " ACCOUNT: " HV-ACCOUNT-ID
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR UPDATING RENTAL, BOX: " HV-BRANCH-ID
                   "/" HV-BOX-NUMBER " SQLCODE: " SQLCODE
           END-IF.

      * The refusal stands (TXNPOST's NSF fee on a bounce included);
      * UNPAID_SINCE keeps the date the rent first went unpaid, which
      * is where the drilling and escheat notice period runs from.
       MARK-RENT-UNPAID.
           EXEC SQL
               UPDATE SDB_RENTALS
               SET RENTAL_STATUS = 'PASTDUE',
                   UNPAID_SINCE = COALESCE(UNPAID_SINCE, CURRENT DATE),
                   NEXT_BILL_DATE =
                       DATE(:HV-TODAY) + :HV-RETRY-DAYS DAYS,
                   LAST_BILLED_AT = :HV-TIMESTAMP
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
           END-EXEC

           IF SQLCODE = 0
               PERFORM FLAG-UNPAID-RENT
           END-IF

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-UNPAID-COUNT
               MOVE WS-TP-RETURN-CODE TO WS-RC-DISPLAY
               DISPLAY "RENT UNPAID, BOX: " HV-BRANCH-ID "/"
                   HV-BOX-NUMBER " ACCOUNT: " HV-ACCOUNT-ID
                   " TXNPOST RC: " WS-RC-DISPLAY
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "ERROR MARKING RENT UNPAID, BOX: " HV-BRANCH-ID
                   "/" HV-BOX-NUMBER " SQLCODE: " SQLCODE
           END-IF.

      * The flag is a follow-up-required interaction, so the notice
      * lands on the same morning tickler every other chase already
      * uses. A renter already carrying an open one is not flagged
      * again on a retry.
       FLAG-UNPAID-RENT.
           MOVE 'N' TO WS-FOUND
           EXEC SQL
               SELECT 'X' INTO :WS-FOUND
               FROM CUSTOMER_INTERACTIONS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND INTERACTION_TYPE = 'SDB UNPAID RENT'
                 AND FOLLOWUP_REQUIRED = 'Y'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
               MOVE SPACES TO HV-NOTES
               STRING 'SAFE DEPOSIT BOX ' HV-BRANCH-ID '/'
                      HV-BOX-NUMBER ' RENT UNPAID FROM ACCOUNT '
                      HV-ACCOUNT-ID
                      ' - SEND DRILLING AND ESCHEAT NOTICE'
                   DELIMITED BY SIZE INTO HV-NOTES
               END-STRING

               EXEC SQL
                   INSERT INTO CUSTOMER_INTERACTIONS
                       (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                        INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                        FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
                   VALUES
                       (:HV-CUSTOMER-ID, 'SDBBILL', 'SDB UNPAID RENT',
                        :HV-NOTES, :HV-TIMESTAMP, 'Y', :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF.

      * Run-log row for the morning operations report: program,
      * start, end, records processed and outcome. The job return
      * code is set too, so a scheduler can see a run that blew up.
       WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-RUN-END

           EXEC SQL
               INSERT INTO BATCH_RUN_LOG
                   (PROGRAM_NAME, STARTED_AT, ENDED_AT,
                    RECORDS_PROCESSED, RUN_STATUS)
               VALUES
                   ('SDBBILL', :HV-RUN-START, :HV-RUN-END,
                    :HV-RUN-COUNT, :HV-RUN-STATUS)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "ERROR WRITING RUN LOG ROW, SQLCODE: " SQLCODE
           END-IF

           IF HV-RUN-STATUS = 'FAILURE'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
