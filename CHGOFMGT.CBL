       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFMGT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CHGOFF-ID          PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-CHGOFF-STATUS      PIC X(10).
       01  HV-PROPOSED-AMOUNT    PIC S9(9)V99 COMP-3.
       01  HV-CHGOFF-AMOUNT      PIC S9(9)V99 COMP-3.
       01  HV-RECOVERED-AMOUNT   PIC S9(9)V99 COMP-3.
       01  HV-POST-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-APPLY       VALUE 'APPLY '.
           88  FUNC-DECLIN      VALUE 'DECLIN'.
           88  FUNC-RECOVR      VALUE 'RECOVR'.
           88  FUNC-INQ         VALUE 'INQ   '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-OUTSTANDING        PIC S9(9)V99 COMP-3.
       01  WS-POST-FAILED        PIC X VALUE 'N'.
           88  POST-FAILED           VALUE 'Y'.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CHGOFF-ID       PIC X(10).
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-CHGOFF-STATUS   PIC X(10).
           05  LK-CHGOFF-AMOUNT   PIC S9(9)V99.
           05  LK-RECOVERED-AMOUNT PIC S9(9)V99.
           05  LK-POSTED-AMOUNT   PIC S9(9)V99.
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Posting side of the CHARGE_OFFS register. CHGOFF proposes
      * the month's charge-offs from COLLECTION_QUEUE; what falls
      * under the approval limit it posts straight away through
      * here, and anything larger waits PENDAPPR in APPRVQUE.
      *   APPLY  - writes the account off: a CHGOFF credit takes the
      *            balance to zero, the account goes CHARGEDOFF and
      *            its collections entry closes. APPRVQUE's approval
      *            lands here under the checker's ID.
      *   DECLIN - APPRVQUE's rejection: the account stays on the
      *            books and on the collections queue.
      *   RECOVR - money that has come in on a charged-off account
      *            since is taken back against the amount written
      *            off with a CHGOFFRCV debit, so the account stays
      *            at zero and the recovery is booked to its own GL
      *            account; anything over what was written off is
      *            left with the customer.
      *   INQ    - the register row.
      * The TRANSACTIONS row and the balance move land together, the
      * pairing TXNPOST and ESCHEAT use, so RECONCIL still proves out
      * and GLEXTRCT carries both to the GL by TXN_TYPE.
       MAIN-LOGIC.
           MOVE LK-CHGOFF-ID      TO HV-CHGOFF-ID.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO HV-TXN-DATE.
           MOVE ZERO TO LK-POSTED-AMOUNT.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF NOT EMPLOYEE-IS-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-APPLY
                   PERFORM APPLY-CHARGE-OFF
               WHEN FUNC-DECLIN
                   PERFORM DECLINE-CHARGE-OFF
               WHEN FUNC-RECOVR
                   PERFORM RECOVER-CHARGE-OFF
               WHEN FUNC-INQ
                   PERFORM INQUIRE-CHARGE-OFF
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-SECURITY-AUDIT.

           GOBACK.

      * Rejects an unknown or deactivated operator, then applies the
      * ROLE_ENTITLEMENTS gate the other commarea programs carry.
       VALIDATE-EMPLOYEE-ID.
           MOVE 'N' TO WS-EMP-VALID
           MOVE 'N' TO WS-AUTH-DENIED
           MOVE SPACES TO WS-EMP-ROLE

           EXEC SQL
               SELECT COALESCE(ROLE, ' ') INTO :WS-EMP-ROLE
               FROM EMPLOYEE_MASTER
               WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               PERFORM CHECK-FUNCTION-AUTHORITY
           ELSE
               MOVE 'UNKNOWN OR INACTIVE EMPLOYEE ID' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       CHECK-FUNCTION-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LIMIT

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'CHGOFMGT'
                 AND FUNCTION_CODE = :WS-FUNCTION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-EMP-VALID
           ELSE
               MOVE 'Y' TO WS-AUTH-DENIED
               MOVE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * The balance written off is the balance on the day it posts,
      * not the one proposed - interest and fees may have moved it
      * while the request waited on a checker. An account that has
      * come back to zero or better in the meantime is not written
      * off at all; the proposal is cancelled instead.
       APPLY-CHARGE-OFF.
           PERFORM READ-CHARGE-OFF

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CHGOFF-STATUS NOT = 'PENDING'
                   AND HV-CHGOFF-STATUS NOT = 'PENDAPPR'
               MOVE 'CHARGE-OFF IS NOT AWAITING POSTING' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-CHARGE-OFF-ACCOUNT

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF HV-BALANCE NOT < ZERO
                   PERFORM CANCEL-CHARGE-OFF
               ELSE IF HV-ACCOUNT-STATUS = 'CLOSED'
                       OR HV-ACCOUNT-STATUS = 'CHARGEDOFF'
                   MOVE 'ACCOUNT IS CLOSED OR ALREADY CHARGED OFF'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   PERFORM POST-CHARGE-OFF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The write-off credit, the CHARGEDOFF status with its
      * ACCOUNT_AUDIT row, the register stamp and the closed
      * collections entry are one unit of work.
       POST-CHARGE-OFF.
           COMPUTE HV-POST-AMOUNT = ZERO - HV-BALANCE
           MOVE SPACES TO HV-DESCRIPTION
           STRING 'CHARGED OFF - ' HV-CHGOFF-ID
                  ' - BALANCE WRITTEN OFF TO LOSS'
               DELIMITED BY SIZE INTO HV-DESCRIPTION
           END-STRING

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, CHANNEL, EMPLOYEE_ID)
               VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID, :HV-TXN-DATE,
                       'CHGOFF', :HV-POST-AMOUNT, :HV-DESCRIPTION,
                       'SYSTEM', :LK-EMPLOYEE-ID)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE + :HV-POST-AMOUNT,
                       ACCOUNT_STATUS = 'CHARGEDOFF',
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND ACCOUNT_STATUS = :HV-ACCOUNT-STATUS
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO ACCOUNT_AUDIT
                        (ACCOUNT_ID, CHANGED_AT, CHANGE_TYPE,
                         OLD_STATUS, NEW_STATUS)
                   VALUES (:HV-ACCOUNT-ID, :HV-TIMESTAMP, 'CHGOFF',
                           :HV-ACCOUNT-STATUS, 'CHARGEDOFF')
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CHARGE_OFFS
                   SET CHGOFF_STATUS = 'CHARGEDOFF',
                       CHGOFF_AMOUNT = :HV-POST-AMOUNT,
                       CHGOFF_DATE = :HV-TXN-DATE,
                       RECOVERED_AMOUNT = 0,
                       DECIDED_BY = :LK-EMPLOYEE-ID,
                       DECIDED_AT = :HV-TIMESTAMP
                   WHERE CHGOFF_ID = :HV-CHGOFF-ID
                     AND CHGOFF_STATUS = :HV-CHGOFF-STATUS
               END-EXEC
           END-IF

           MOVE 'N' TO WS-POST-FAILED
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-POST-FAILED
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               PERFORM CLOSE-COLLECTION-ENTRY
           END-IF

           IF POST-FAILED
               MOVE 'ERROR POSTING CHARGE-OFF, NOTHING POSTED'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE 'CHARGEDOFF'   TO LK-CHGOFF-STATUS
               MOVE HV-POST-AMOUNT TO LK-CHGOFF-AMOUNT
               MOVE HV-POST-AMOUNT TO LK-POSTED-AMOUNT
               MOVE ZERO           TO LK-RECOVERED-AMOUNT
               MOVE 'ACCOUNT CHARGED OFF' TO WS-RESPONSE
           END-IF.

      * The open queue entry closes as CHARGEDOFF rather than waiting
      * for COLLSCAN to clear it as recovered, and a promise still
      * pending on it is cancelled - there is nothing left to keep it
      * against. No open entry is not an error.
       CLOSE-COLLECTION-ENTRY.
           EXEC SQL
               UPDATE COLLECTION_QUEUE
               SET QUEUE_STATUS = 'CHARGEDOFF',
                   CURRENT_BALANCE = 0,
                   CLEARED_DATE = CURRENT DATE
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND CLEARED_DATE IS NULL
           END-EXEC

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE COLLECTION_PROMISES
                   SET PROMISE_STATUS = 'CANCELLED',
                       RESOLVED_DATE = CURRENT DATE
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND PROMISE_STATUS = 'PENDING'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'Y' TO WS-POST-FAILED
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       CANCEL-CHARGE-OFF.
           EXEC SQL
               UPDATE CHARGE_OFFS
               SET CHGOFF_STATUS = 'CANCELLED',
                   DECIDED_BY = :LK-EMPLOYEE-ID,
                   DECIDED_AT = :HV-TIMESTAMP
               WHERE CHGOFF_ID = :HV-CHGOFF-ID
                 AND CHGOFF_STATUS = :HV-CHGOFF-STATUS
           END-EXEC

           IF SQLCODE = 0
               MOVE 'CANCELLED' TO LK-CHGOFF-STATUS
               MOVE 'ACCOUNT NO LONGER OVERDRAWN, CHARGE-OFF CANCELLED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR CANCELLING CHARGE-OFF' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * APPRVQUE's rejection: the proposal is refused and the account
      * stays on the books at its balance. CHGOFF proposes it again
      * at a later month-end if it is still overdrawn then.
       DECLINE-CHARGE-OFF.
           PERFORM READ-CHARGE-OFF

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CHGOFF-STATUS NOT = 'PENDAPPR'
               MOVE 'CHARGE-OFF IS NOT AWAITING APPROVAL'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE CHARGE_OFFS
                   SET CHGOFF_STATUS = 'REJECTED',
                       DECIDED_BY = :LK-EMPLOYEE-ID,
                       DECIDED_AT = :HV-TIMESTAMP
                   WHERE CHGOFF_ID = :HV-CHGOFF-ID
                     AND CHGOFF_STATUS = 'PENDAPPR'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'REJECTED' TO LK-CHGOFF-STATUS
                   MOVE 'CHARGE-OFF REJECTED' TO WS-RESPONSE
               ELSE
                   MOVE 'CHARGE-OFF IS NO LONGER AWAITING APPROVAL'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Takes back whatever has come in on the account, up to the
      * part of the write-off not yet recovered. Fully recovered, the
      * register row goes RECOVERED; a partial recovery leaves it
      * CHARGEDOFF for the next one.
       RECOVER-CHARGE-OFF.
           PERFORM READ-CHARGE-OFF

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CHGOFF-STATUS NOT = 'CHARGEDOFF'
               MOVE 'ACCOUNT IS NOT CHARGED OFF' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-CHARGE-OFF-ACCOUNT

               COMPUTE WS-OUTSTANDING =
                   HV-CHGOFF-AMOUNT - HV-RECOVERED-AMOUNT

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF HV-BALANCE NOT > ZERO
                       OR WS-OUTSTANDING NOT > ZERO
                   MOVE 'NOTHING TO RECOVER ON THIS ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   IF HV-BALANCE < WS-OUTSTANDING
                       MOVE HV-BALANCE TO HV-POST-AMOUNT
                   ELSE
                       MOVE WS-OUTSTANDING TO HV-POST-AMOUNT
                   END-IF
                   PERFORM POST-RECOVERY
               END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       POST-RECOVERY.
           ADD HV-POST-AMOUNT TO HV-RECOVERED-AMOUNT

           IF HV-RECOVERED-AMOUNT NOT < HV-CHGOFF-AMOUNT
               MOVE 'RECOVERED' TO HV-CHGOFF-STATUS
           END-IF

           MOVE SPACES TO HV-DESCRIPTION
           STRING 'RECOVERY ON CHARGE-OFF ' HV-CHGOFF-ID
               DELIMITED BY SIZE INTO HV-DESCRIPTION
           END-STRING

           EXEC SQL
               INSERT INTO TRANSACTIONS
                    (ACCOUNT_ID, CUSTOMER_ID, TXN_DATE, TXN_TYPE,
                     AMOUNT, DESCRIPTION, CHANNEL, EMPLOYEE_ID)
               VALUES (:HV-ACCOUNT-ID, :HV-CUSTOMER-ID, :HV-TXN-DATE,
                       'CHGOFFRCV', - :HV-POST-AMOUNT, :HV-DESCRIPTION,
                       'SYSTEM', :LK-EMPLOYEE-ID)
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET BALANCE = BALANCE - :HV-POST-AMOUNT,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC
           END-IF

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CHARGE_OFFS
                   SET RECOVERED_AMOUNT = :HV-RECOVERED-AMOUNT,
                       LAST_RECOVERY_DATE = :HV-TXN-DATE,
                       CHGOFF_STATUS = :HV-CHGOFF-STATUS
                   WHERE CHGOFF_ID = :HV-CHGOFF-ID
                     AND CHGOFF_STATUS = 'CHARGEDOFF'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING RECOVERY, NOTHING POSTED'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE HV-CHGOFF-STATUS    TO LK-CHGOFF-STATUS
               MOVE HV-RECOVERED-AMOUNT TO LK-RECOVERED-AMOUNT
               MOVE HV-POST-AMOUNT      TO LK-POSTED-AMOUNT
               MOVE 'RECOVERY POSTED AGAINST CHARGE-OFF'
                   TO WS-RESPONSE
           END-IF.

       INQUIRE-CHARGE-OFF.
           PERFORM READ-CHARGE-OFF

           IF LK-RETURN-CODE = 00
               MOVE 'CHARGE-OFF RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-CHARGE-OFF.
           MOVE SPACES TO HV-ACCOUNT-ID HV-CUSTOMER-ID HV-CHGOFF-STATUS
           MOVE ZERO TO HV-PROPOSED-AMOUNT HV-CHGOFF-AMOUNT
                        HV-RECOVERED-AMOUNT

           EXEC SQL
               SELECT ACCOUNT_ID, CUSTOMER_ID, CHGOFF_STATUS,
                      PROPOSED_AMOUNT, COALESCE(CHGOFF_AMOUNT, 0),
                      COALESCE(RECOVERED_AMOUNT, 0)
               INTO :HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                    :HV-CHGOFF-STATUS, :HV-PROPOSED-AMOUNT,
                    :HV-CHGOFF-AMOUNT, :HV-RECOVERED-AMOUNT
               FROM CHARGE_OFFS
               WHERE CHGOFF_ID = :HV-CHGOFF-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'CHARGE-OFF NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING CHARGE-OFF' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-ACCOUNT-ID       TO LK-ACCOUNT-ID
               MOVE HV-CHGOFF-STATUS    TO LK-CHGOFF-STATUS
               MOVE HV-RECOVERED-AMOUNT TO LK-RECOVERED-AMOUNT
               IF HV-CHGOFF-AMOUNT = ZERO
                   MOVE HV-PROPOSED-AMOUNT TO LK-CHGOFF-AMOUNT
               ELSE
                   MOVE HV-CHGOFF-AMOUNT TO LK-CHGOFF-AMOUNT
               END-IF
           END-IF
           END-IF.

       READ-CHARGE-OFF-ACCOUNT.
           MOVE SPACES TO HV-ACCOUNT-STATUS
           MOVE ZERO TO HV-BALANCE

           EXEC SQL
               SELECT BALANCE, ACCOUNT_STATUS
               INTO :HV-BALANCE, :HV-ACCOUNT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'ACCOUNT NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING ACCOUNT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP

           EVALUATE TRUE
               WHEN AUTH-DENIED
                   MOVE 'DENIED' TO WS-SEC-OUTCOME
               WHEN RC-SUCCESS
                   MOVE 'SUCCESS' TO WS-SEC-OUTCOME
               WHEN OTHER
                   MOVE 'FAILURE' TO WS-SEC-OUTCOME
           END-EVALUATE

           EXEC SQL
               INSERT INTO SECURITY_AUDIT_LOG
                   (EMPLOYEE_ID, FUNCTION_CODE, PRIMARY_KEY, OUTCOME,
                    LOGGED_AT)
               VALUES
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-CHGOFF-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
