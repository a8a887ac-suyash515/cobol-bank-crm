       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CASE-ID            PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-DATE-OF-DEATH      PIC X(10).
       01  HV-CASE-STATUS        PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCT-CUSTOMER-ID   PIC X(10).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-SURVIVOR-ID        PIC X(10).
       01  HV-ESTATE-ACTION      PIC X(10).
       01  HV-BEN-NAME           PIC X(50).
       01  HV-SHARE-PCT          PIC S9(4) COMP-5.
       01  HV-SHARE-TOTAL        PIC S9(4) COMP-5.
       01  HV-BEN-COUNT          PIC S9(4) COMP-5.
       01  HV-PAY-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-PAID-TOTAL         PIC S9(9)V99 COMP-3.
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-COUNT              PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-NOTIFY      VALUE 'NOTIFY'.
           88  FUNC-CERTRC      VALUE 'CERTRC'.
           88  FUNC-SETTLE      VALUE 'SETTLE'.
           88  FUNC-STATUS      VALUE 'STATUS'.

       01  WS-RESPONSE           PIC X(100).
       01  WS-CASE-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-BEN-DONE           PIC X VALUE 'N'.
           88  BEN-DONE              VALUE 'Y'.
       01  WS-ERROR-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-BEN-SEEN           PIC S9(4) COMP-5 VALUE ZERO.
       01  WS-POD-REMAINING      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-FUNCTION      PIC X(08).
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

      * Commarea for the ACCTMSTR CALLs that freeze a sole account at
      * notification and unfreeze / close it again at settlement -
      * same shape as its DFHCOMMAREA, run under the estate officer's
      * own employee ID so the account audit shows who did it.
       01  WS-ACCTMSTR-COMMAREA.
           05  WS-AC-ACCOUNT-ID      PIC X(12).
           05  WS-AC-CUSTOMER-ID     PIC X(10).
           05  WS-AC-ACCOUNT-TYPE    PIC X(20).
           05  WS-AC-BALANCE         PIC S9(9)V99.
           05  WS-AC-ACCOUNT-STATUS  PIC X(10).
           05  WS-AC-FUNCTION        PIC X(08).
           05  WS-AC-EMPLOYEE-ID     PIC X(08).
           05  WS-AC-BRANCH-ID       PIC X(06).
           05  WS-AC-CHANNEL         PIC X(08).
           05  WS-AC-LAST-UPDATED    PIC X(26).
           05  WS-AC-MATURITY-DATE   PIC X(10).
           05  WS-AC-MATURITY-INSTR  PIC X(08).
           05  WS-AC-PAYOUT-ACCOUNT-ID PIC X(12).
           05  WS-AC-SETTLE-INTEREST PIC S9(9)V99.
           05  WS-AC-SETTLE-FEES     PIC S9(9)V99.
           05  WS-AC-SETTLE-PAYOUT   PIC S9(9)V99.
           05  WS-AC-CHEQUE-ID       PIC X(10).
           05  WS-AC-RETURN-CODE     PIC 9(02).

      * Commarea for the TXNPOST CALL that pays each payable-on-death
      * share out of the account - same shape as its DFHCOMMAREA.
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

      * Commarea for IDNUMBER, which proves the check digit on a
      * keyed customer or account number before anything is read.
       01  WS-IDNUMBER-COMMAREA.
           05  WS-IDN-FUNCTION    PIC X(08).
           05  WS-IDN-ID          PIC X(12).
           05  WS-IDN-RETURN-CODE PIC 9(02).
       01  WS-NUMBERS-VALID       PIC X VALUE 'Y'.
           88  NUMBERS-ARE-VALID      VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CASE-ID         PIC X(10).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-DATE-OF-DEATH   PIC X(10).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-CASE-STATUS     PIC X(10).
           05  LK-ACCOUNTS-FROZEN PIC 9(03).
           05  LK-ACCOUNTS-PASSED PIC 9(03).
           05  LK-SI-SUSPENDED    PIC 9(03).
           05  LK-ALERTS-SUSPENDED PIC 9(03).
           05  LK-POD-PAYMENTS    PIC 9(03).
           05  LK-POD-PAID-TOTAL  PIC S9(9)V99.
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Deceased-customer estate case - the work that used to be a
      * folder and a string of one-off ACCTMSTR FREEZE calls. NOTIFY
      * records the date of death on CUSTOMER_MASTER, opens the
      * ESTATE_CASES row, freezes every sole account the customer
      * holds (the ACCOUNTS column or a live ACCOUNT_OWNERS role),
      * passes joint accounts to the surviving holder, and suspends
      * the customer's standing instructions, alerts and marketing
      * consent. CERTRC records the death certificate; SETTLE then
      * pays the live ACCOUNT_BENEFICIARIES shares through TXNPOST.
      * Case status runs NOTIFIED -> CERTRCVD -> SETTLED.
       MAIN-LOGIC.
           MOVE LK-CASE-ID       TO HV-CASE-ID.
           MOVE LK-CUSTOMER-ID   TO HV-CUSTOMER-ID.
           MOVE LK-DATE-OF-DEATH TO HV-DATE-OF-DEATH.
           MOVE LK-FUNCTION      TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-ACCOUNTS-FROZEN LK-ACCOUNTS-PASSED
                        LK-SI-SUSPENDED LK-ALERTS-SUSPENDED
                        LK-POD-PAYMENTS LK-POD-PAID-TOTAL.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-NOTIFY
                   PERFORM NOTIFY-DEATH
               WHEN FUNC-CERTRC
                   PERFORM RECORD-CERTIFICATE
               WHEN FUNC-SETTLE
                   PERFORM SETTLE-ESTATE
               WHEN FUNC-STATUS
                   PERFORM READ-ESTATE-STATUS
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
                 AND PROGRAM_NAME = 'ESTATE'
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

      * One estate case per customer. Everything NOTIFY touches -
      * the date of death, the case row, the freezes, the survivor
      * hand-overs and the suspensions - is one unit of work: if any
      * piece fails the lot is rolled back and the desk retries,
      * rather than leaving half an estate frozen.
       NOTIFY-DEATH.
           IF HV-CUSTOMER-ID = SPACES OR HV-DATE-OF-DEATH = SPACES
               MOVE 'CUSTOMER AND DATE OF DEATH ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-DATE-OF-DEATH > HV-TIMESTAMP(1:10)
               MOVE 'DATE OF DEATH CANNOT BE IN THE FUTURE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM CHECK-CUSTOMER-FOR-CASE

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-CASE-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM OPEN-ESTATE-CASE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM PROCESS-ESTATE-ACCOUNTS
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM SUSPEND-CUSTOMER-SERVICES
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE HV-CASE-ID TO LK-CASE-ID
                   MOVE 'NOTIFIED' TO LK-CASE-STATUS
                   MOVE 'ESTATE CASE OPENED, ACCOUNTS SECURED'
                       TO WS-RESPONSE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       CHECK-CUSTOMER-FOR-CASE.
           EXEC SQL
               SELECT COUNT(*) INTO :HV-COUNT
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-COUNT = ZERO
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT CASE_ID INTO :HV-CASE-ID
                   FROM ESTATE_CASES
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-CASE-ID TO LK-CASE-ID
                   MOVE 'AN ESTATE CASE ALREADY EXISTS FOR CUSTOMER'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
           END-IF.

      * CASE_ID is owned by the system, drawn from the ESTATE_CONTROL
      * one-row counter the way APPRVQUE draws approval numbers.
       GENERATE-CASE-ID.
           EXEC SQL
               UPDATE ESTATE_CONTROL
               SET LAST_CASE_NUMBER = LAST_CASE_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING ESTATE CASE NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_CASE_NUMBER INTO :HV-NEXT-NUMBER
                   FROM ESTATE_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING ESTATE CASE NUMBER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-CASE-NUMBER
                   MOVE SPACES TO HV-CASE-ID
                   STRING 'EST' WS-CASE-NUMBER
                       DELIMITED BY SIZE INTO HV-CASE-ID
                   END-STRING
               END-IF
           END-IF.

       OPEN-ESTATE-CASE.
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET DATE_OF_DEATH = :HV-DATE-OF-DEATH,
                   LAST_UPDATED = :HV-TIMESTAMP
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING DATE OF DEATH' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO ESTATE_CASES
                       (CASE_ID, CUSTOMER_ID, DATE_OF_DEATH,
                        CASE_STATUS, NOTIFIED_BY, NOTIFIED_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-CUSTOMER-ID,
                        :HV-DATE-OF-DEATH, 'NOTIFIED',
                        :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR OPENING ESTATE CASE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

      * Every account the customer holds - the ACCOUNTS row's own
      * column or a live ACCOUNT_OWNERS role, the same selection
      * CUST360 and DATAPURGE use. Each one is either passed to a
      * surviving holder or frozen, and the decision is kept on
      * ESTATE_ACCOUNTS so SETTLE knows which accounts are the
      * estate's to pay out.
       PROCESS-ESTATE-ACCOUNTS.
           EXEC SQL
               DECLARE EST_ACCT_CUR CURSOR FOR
               SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.ACCOUNT_STATUS
               FROM ACCOUNTS A
               WHERE A.ACCOUNT_STATUS NOT = 'CLOSED'
                 AND (A.CUSTOMER_ID = :HV-CUSTOMER-ID
                      OR EXISTS
                         (SELECT 1 FROM ACCOUNT_OWNERS O
                          WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                            AND O.CUSTOMER_ID = :HV-CUSTOMER-ID
                            AND O.REMOVED_AT IS NULL))
               ORDER BY A.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN EST_ACCT_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE OR LK-RETURN-CODE NOT = 00
               EXEC SQL
                   FETCH EST_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-ACCT-CUSTOMER-ID,
                       :HV-ACCOUNT-STATUS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM PROCESS-ONE-ESTATE-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE EST_ACCT_CUR END-EXEC.

       PROCESS-ONE-ESTATE-ACCOUNT.
           PERFORM FIND-SURVIVING-HOLDER

           IF HV-SURVIVOR-ID NOT = SPACES
               PERFORM PASS-TO-SURVIVOR
               MOVE 'PASSED' TO HV-ESTATE-ACTION
               ADD 1 TO LK-ACCOUNTS-PASSED
           ELSE IF HV-ACCOUNT-STATUS = 'OPEN'
               PERFORM FREEZE-SOLE-ACCOUNT
               MOVE 'FROZEN' TO HV-ESTATE-ACTION
               ADD 1 TO LK-ACCOUNTS-FROZEN
      * Already FROZEN or DORMANT for some other reason - left exactly
      * as it is and recorded as held, so the earlier restriction is
      * not lifted by the estate's own settlement.
           ELSE
               MOVE 'HELD' TO HV-ESTATE-ACTION
               ADD 1 TO LK-ACCOUNTS-FROZEN
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   INSERT INTO ESTATE_ACCOUNTS
                       (CASE_ID, ACCOUNT_ID, ESTATE_ACTION,
                        SURVIVOR_ID, ACTIONED_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-ACCOUNT-ID,
                        :HV-ESTATE-ACTION, :HV-SURVIVOR-ID,
                        :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR RECORDING ESTATE ACCOUNT' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

      * A surviving holder is a living PRIMARY or JOINT owner - a POA
      * or CUSTODIAN lapses with the customer and never inherits.
      * Where the deceased is not the ACCOUNTS row's own customer,
      * that (living) customer simply carries on.
       FIND-SURVIVING-HOLDER.
           MOVE SPACES TO HV-SURVIVOR-ID

           IF HV-ACCT-CUSTOMER-ID NOT = HV-CUSTOMER-ID
               EXEC SQL
                   SELECT CUSTOMER_ID INTO :HV-SURVIVOR-ID
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :HV-ACCT-CUSTOMER-ID
                     AND DATE_OF_DEATH IS NULL
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT O.CUSTOMER_ID INTO :HV-SURVIVOR-ID
                   FROM ACCOUNT_OWNERS O, CUSTOMER_MASTER C
                   WHERE O.ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND O.CUSTOMER_ID NOT = :HV-CUSTOMER-ID
                     AND O.REMOVED_AT IS NULL
                     AND O.OWNER_ROLE IN ('PRIMARY', 'JOINT')
                     AND C.CUSTOMER_ID = O.CUSTOMER_ID
                     AND C.DATE_OF_DEATH IS NULL
                   ORDER BY CASE O.OWNER_ROLE
                                WHEN 'PRIMARY' THEN 1 ELSE 2 END,
                            O.ADDED_AT
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE SPACES TO HV-SURVIVOR-ID
           END-IF.

      * The survivor takes the ACCOUNTS row's customer column (their
      * own ACCOUNT_OWNERS row is ended, since the register only
      * holds holders beyond that column), and the deceased's live
      * roles on the account are ended with the usual REMOVED_AT
      * history rather than deleted.
       PASS-TO-SURVIVOR.
           IF HV-ACCT-CUSTOMER-ID = HV-CUSTOMER-ID
               EXEC SQL
                   UPDATE ACCOUNTS
                   SET CUSTOMER_ID = :HV-SURVIVOR-ID,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR PASSING ACCOUNT TO SURVIVOR'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   EXEC SQL
                       UPDATE ACCOUNT_OWNERS
                       SET REMOVED_AT = :HV-TIMESTAMP,
                           REMOVED_BY = :LK-EMPLOYEE-ID
                       WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                         AND CUSTOMER_ID = :HV-SURVIVOR-ID
                         AND REMOVED_AT IS NULL
                   END-EXEC

                   EXEC SQL
                       INSERT INTO ACCOUNT_AUDIT
                            (ACCOUNT_ID, CHANGED_AT, CHANGE_TYPE,
                             OLD_STATUS, NEW_STATUS)
                       VALUES (:HV-ACCOUNT-ID, :HV-TIMESTAMP,
                               'SURVIVOR', :HV-ACCOUNT-STATUS,
                               :HV-ACCOUNT-STATUS)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY 'ERROR WRITING ACCOUNT AUDIT ROW, '
                           'SQLCODE: ' SQLCODE
                   END-IF
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE ACCOUNT_OWNERS
                   SET REMOVED_AT = :HV-TIMESTAMP,
                       REMOVED_BY = :LK-EMPLOYEE-ID
                   WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND REMOVED_AT IS NULL
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'ERROR ENDING DECEASED OWNER ROLE'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

       FREEZE-SOLE-ACCOUNT.
           MOVE SPACES TO WS-ACCTMSTR-COMMAREA
           MOVE HV-ACCOUNT-ID   TO WS-AC-ACCOUNT-ID
           MOVE 'FREEZE  '      TO WS-AC-FUNCTION
           MOVE LK-EMPLOYEE-ID  TO WS-AC-EMPLOYEE-ID
           MOVE 00 TO WS-AC-RETURN-CODE
           CALL 'ACCTMSTR' USING WS-ACCTMSTR-COMMAREA

           IF WS-AC-RETURN-CODE NOT = 00
               MOVE 'ERROR FREEZING ESTATE ACCOUNT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'ACCTMSTR RC: ' WS-AC-RETURN-CODE
                   ' ACCOUNT: ' HV-ACCOUNT-ID
           END-IF.

      * Standing instructions are suspended only on the accounts the
      * estate now holds - a joint account's bills carry on for the
      * survivor. Alerts and marketing consent are the customer's
      * own and stop outright; SUSPENDED / 'S' keep them apart from
      * a customer's own cancellation in the history.
       SUSPEND-CUSTOMER-SERVICES.
           EXEC SQL
               UPDATE STANDING_INSTRUCTIONS
               SET SI_STATUS = 'SUSPENDED',
                   CANCELLED_AT = :HV-TIMESTAMP
               WHERE SI_STATUS = 'ACTIVE'
                 AND FROM_ACCOUNT_ID IN
                     (SELECT E.ACCOUNT_ID FROM ESTATE_ACCOUNTS E
                      WHERE E.CASE_ID = :HV-CASE-ID
                        AND E.ESTATE_ACTION IN ('FROZEN', 'HELD'))
           END-EXEC

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO LK-SI-SUSPENDED
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR SUSPENDING STANDING INSTRUCTIONS'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE ALERT_SUBSCRIPTIONS
                   SET ACTIVE_FLAG = 'S',
                       CANCELLED_AT = :HV-TIMESTAMP
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO LK-ALERTS-SUSPENDED
               ELSE IF SQLCODE NOT = 100
                   MOVE 'ERROR SUSPENDING ALERT SUBSCRIPTIONS'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF

      * Revoking every live consent grant takes the customer out of
      * any consent-filtered campaign extract; DATAEXPORT also skips
      * anyone with a date of death.
           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE CUSTOMER_CONSENT
                   SET CONSENT_FLAG = 'N',
                       REVOKED_AT = :HV-TIMESTAMP,
                       RECORDED_BY = :LK-EMPLOYEE-ID
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND CONSENT_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'ERROR SUSPENDING CAMPAIGN CONSENT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

       RECORD-CERTIFICATE.
           PERFORM READ-ESTATE-CASE

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CASE-STATUS NOT = 'NOTIFIED'
               MOVE 'CERTIFICATE ALREADY RECORDED FOR THIS CASE'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE ESTATE_CASES
                   SET CASE_STATUS = 'CERTRCVD',
                       CERT_RECEIVED_BY = :LK-EMPLOYEE-ID,
                       CERT_RECEIVED_AT = :HV-TIMESTAMP
                   WHERE CASE_ID = :HV-CASE-ID
                     AND CASE_STATUS = 'NOTIFIED'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'CERTRCVD' TO LK-CASE-STATUS
                   MOVE 'DEATH CERTIFICATE RECORDED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR RECORDING CERTIFICATE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * A case is read by its CASE_ID, or by customer when the desk
      * only has the customer number to hand.
       READ-ESTATE-CASE.
           MOVE SPACES TO HV-CASE-STATUS

           EXEC SQL
               SELECT CASE_ID, CUSTOMER_ID, DATE_OF_DEATH, CASE_STATUS
               INTO :HV-CASE-ID, :HV-CUSTOMER-ID, :HV-DATE-OF-DEATH,
                    :HV-CASE-STATUS
               FROM ESTATE_CASES
               WHERE (CASE_ID = :HV-CASE-ID)
                  OR (:HV-CASE-ID = SPACES
                      AND CUSTOMER_ID = :HV-CUSTOMER-ID)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ESTATE CASE NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE HV-CASE-ID       TO LK-CASE-ID
               MOVE HV-CUSTOMER-ID   TO LK-CUSTOMER-ID
               MOVE HV-DATE-OF-DEATH TO LK-DATE-OF-DEATH
               MOVE HV-CASE-STATUS   TO LK-CASE-STATUS
           END-IF.

      * Payable-on-death settlement once the certificate is in. Each
      * account the estate froze is unfrozen for the payout, each live
      * beneficiary share is debited through TXNPOST (the last share
      * of a fully-designated account takes the rounding remainder so
      * nothing is stranded), and the account is closed if it is now
      * empty or re-frozen with the undesignated residue for probate.
      * Any failure rolls the whole settlement back.
       SETTLE-ESTATE.
           PERFORM READ-ESTATE-CASE

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-CASE-STATUS NOT = 'CERTRCVD'
               MOVE 'DEATH CERTIFICATE NOT YET RECORDED FOR CASE'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE ZERO TO WS-ERROR-COUNT

               EXEC SQL
                   DECLARE EST_POD_CUR CURSOR FOR
                   SELECT A.ACCOUNT_ID, A.BALANCE
                   FROM ESTATE_ACCOUNTS E, ACCOUNTS A
                   WHERE E.CASE_ID = :HV-CASE-ID
                     AND E.ESTATE_ACTION = 'FROZEN'
                     AND A.ACCOUNT_ID = E.ACCOUNT_ID
                     AND A.ACCOUNT_STATUS = 'FROZEN'
                   ORDER BY A.ACCOUNT_ID
               END-EXEC

               EXEC SQL OPEN EST_POD_CUR END-EXEC

               MOVE 'N' TO WS-FETCH-DONE
               PERFORM UNTIL FETCH-DONE OR WS-ERROR-COUNT > 0
                   EXEC SQL
                       FETCH EST_POD_CUR INTO
                           :HV-ACCOUNT-ID,
                           :HV-BALANCE
                   END-EXEC

                   IF SQLCODE = 0
                       PERFORM SETTLE-ONE-ACCOUNT
                   ELSE
                       MOVE 'Y' TO WS-FETCH-DONE
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE EST_POD_CUR END-EXEC

               IF WS-ERROR-COUNT > 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE ZERO TO LK-POD-PAYMENTS LK-POD-PAID-TOTAL
                   MOVE 'SETTLEMENT FAILED, NO PAYMENTS MADE'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
               ELSE
                   EXEC SQL
                       UPDATE ESTATE_CASES
                       SET CASE_STATUS = 'SETTLED',
                           SETTLED_BY = :LK-EMPLOYEE-ID,
                           SETTLED_AT = :HV-TIMESTAMP
                       WHERE CASE_ID = :HV-CASE-ID
                         AND CASE_STATUS = 'CERTRCVD'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'SETTLED' TO LK-CASE-STATUS
                       MOVE 'ESTATE SETTLED, POD SHARES PAID'
                           TO WS-RESPONSE
                   ELSE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'ERROR SETTLING ESTATE CASE' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       SETTLE-ONE-ACCOUNT.
           EXEC SQL
               SELECT COALESCE(SUM(SHARE_PCT), 0), COUNT(*)
               INTO :HV-SHARE-TOTAL, :HV-BEN-COUNT
               FROM ACCOUNT_BENEFICIARIES
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND REMOVED_AT IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE ZERO TO HV-SHARE-TOTAL HV-BEN-COUNT
           END-IF

           IF HV-BEN-COUNT > ZERO AND HV-BALANCE > ZERO
               MOVE 'UNFREEZE' TO WS-ACCT-FUNCTION
               PERFORM CALL-ACCTMSTR-FOR-ESTATE

               IF WS-ERROR-COUNT = 0
                   PERFORM PAY-POD-SHARES
               END-IF

               IF WS-ERROR-COUNT = 0
                   IF WS-POD-REMAINING = ZERO
                       MOVE 'CLOSE   ' TO WS-ACCT-FUNCTION
                   ELSE
                       MOVE 'FREEZE  ' TO WS-ACCT-FUNCTION
                   END-IF
                   PERFORM CALL-ACCTMSTR-FOR-ESTATE
               END-IF
           END-IF.

       PAY-POD-SHARES.
           MOVE HV-BALANCE TO WS-POD-REMAINING
           MOVE ZERO TO WS-BEN-SEEN

           EXEC SQL
               DECLARE EST_BEN_CUR CURSOR FOR
               SELECT BEN_NAME, SHARE_PCT
               FROM ACCOUNT_BENEFICIARIES
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND REMOVED_AT IS NULL
               ORDER BY SHARE_PCT DESC, BEN_NAME
           END-EXEC

           EXEC SQL OPEN EST_BEN_CUR END-EXEC

           MOVE 'N' TO WS-BEN-DONE
           PERFORM UNTIL BEN-DONE OR WS-ERROR-COUNT > 0
               EXEC SQL
                   FETCH EST_BEN_CUR INTO
                       :HV-BEN-NAME,
                       :HV-SHARE-PCT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-BEN-SEEN
                   IF HV-SHARE-TOTAL = 100
                           AND WS-BEN-SEEN = HV-BEN-COUNT
                       MOVE WS-POD-REMAINING TO HV-PAY-AMOUNT
                   ELSE
                       COMPUTE HV-PAY-AMOUNT =
                           HV-BALANCE * HV-SHARE-PCT / 100
                   END-IF

                   IF HV-PAY-AMOUNT > ZERO
                       PERFORM PAY-ONE-BENEFICIARY
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-BEN-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE EST_BEN_CUR END-EXEC.

       PAY-ONE-BENEFICIARY.
           MOVE SPACES TO WS-TXNPOST-COMMAREA
           MOVE HV-ACCOUNT-ID          TO WS-TP-ACCOUNT-ID
           MOVE HV-TIMESTAMP(1:10)     TO WS-TP-TXN-DATE
           MOVE 'WITHDRAWAL'           TO WS-TP-TXN-TYPE
           COMPUTE WS-TP-AMOUNT = ZERO - HV-PAY-AMOUNT
           STRING 'POD PAYOUT ' HV-CASE-ID ' - ' HV-BEN-NAME
               DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
           END-STRING
           MOVE 'POST    '             TO WS-TP-FUNCTION
           MOVE LK-EMPLOYEE-ID         TO WS-TP-EMPLOYEE-ID
           MOVE 'N'                    TO WS-TP-OVERRIDE-FLAG
           MOVE 00 TO WS-TP-RETURN-CODE
           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

           IF WS-TP-RETURN-CODE NOT = 00
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'POD PAYOUT FAILED, TXNPOST RC: '
                   WS-TP-RETURN-CODE ' ACCOUNT: ' HV-ACCOUNT-ID
           ELSE
               SUBTRACT HV-PAY-AMOUNT FROM WS-POD-REMAINING
               ADD 1 TO LK-POD-PAYMENTS
               ADD HV-PAY-AMOUNT TO LK-POD-PAID-TOTAL

               EXEC SQL
                   INSERT INTO ESTATE_PAYOUTS
                       (CASE_ID, ACCOUNT_ID, BEN_NAME, SHARE_PCT,
                        AMOUNT, PAID_BY, PAID_AT)
                   VALUES
                       (:HV-CASE-ID, :HV-ACCOUNT-ID, :HV-BEN-NAME,
                        :HV-SHARE-PCT, :HV-PAY-AMOUNT,
                        :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'ERROR RECORDING POD PAYOUT, SQLCODE: '
                       SQLCODE
               END-IF
           END-IF.

       CALL-ACCTMSTR-FOR-ESTATE.
           MOVE SPACES TO WS-ACCTMSTR-COMMAREA
           MOVE WS-ACCT-FUNCTION TO WS-AC-FUNCTION
           MOVE HV-ACCOUNT-ID   TO WS-AC-ACCOUNT-ID
           MOVE LK-EMPLOYEE-ID  TO WS-AC-EMPLOYEE-ID
           MOVE 00 TO WS-AC-RETURN-CODE
           CALL 'ACCTMSTR' USING WS-ACCTMSTR-COMMAREA

           IF WS-AC-RETURN-CODE NOT = 00
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'ACCTMSTR ' WS-AC-FUNCTION ' FAILED, RC: '
                   WS-AC-RETURN-CODE ' ACCOUNT: ' HV-ACCOUNT-ID
           END-IF.

       READ-ESTATE-STATUS.
           PERFORM READ-ESTATE-CASE

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   SELECT COUNT(*) INTO :HV-COUNT
                   FROM ESTATE_ACCOUNTS
                   WHERE CASE_ID = :HV-CASE-ID
                     AND ESTATE_ACTION IN ('FROZEN', 'HELD')
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-COUNT TO LK-ACCOUNTS-FROZEN
               END-IF

               EXEC SQL
                   SELECT COUNT(*) INTO :HV-COUNT
                   FROM ESTATE_ACCOUNTS
                   WHERE CASE_ID = :HV-CASE-ID
                     AND ESTATE_ACTION = 'PASSED'
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-COUNT TO LK-ACCOUNTS-PASSED
               END-IF

               EXEC SQL
                   SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
                   INTO :HV-COUNT, :HV-PAID-TOTAL
                   FROM ESTATE_PAYOUTS
                   WHERE CASE_ID = :HV-CASE-ID
               END-EXEC
               IF SQLCODE = 0
                   MOVE HV-COUNT      TO LK-POD-PAYMENTS
                   MOVE HV-PAID-TOTAL TO LK-POD-PAID-TOTAL
               END-IF

               MOVE 'ESTATE CASE RETRIEVED' TO WS-RESPONSE
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-CUSTOMER-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-CUSTOMER-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF.

       CALL-IDNUMBER.
           IF NUMBERS-ARE-VALID
               MOVE 00 TO WS-IDN-RETURN-CODE
               CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

               IF WS-IDN-RETURN-CODE NOT = 00
                   MOVE 'N' TO WS-NUMBERS-VALID
                   MOVE 08 TO LK-RETURN-CODE
                   IF WS-IDN-FUNCTION = 'CHKCUST '
                       MOVE 'CUSTOMER NUMBER FAILS ITS CHECK DIGIT'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'ACCOUNT NUMBER FAILS ITS CHECK DIGIT'
                           TO WS-RESPONSE
                   END-IF
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-CASE-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
