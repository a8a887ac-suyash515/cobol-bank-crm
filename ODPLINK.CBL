       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODPLINK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-PROTECTING-ID      PIC X(12).
       01  HV-INCREMENT-AMOUNT   PIC S9(9)V99 COMP-3.
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-PROT-STATUS        PIC X(10).
       01  HV-PROT-CUSTOMER-ID   PIC X(10).
       01  HV-PROT-MATURITY      PIC X(10).
       01  HV-ACTIVE-FLAG        PIC X(01).
       01  HV-LINKED-BY          PIC X(08).
       01  HV-LINKED-AT          PIC X(26).
       01  HV-REMOVED-AT         PIC X(26).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-LINK        VALUE 'LINK  '.
           88  FUNC-UNLINK      VALUE 'UNLINK'.
           88  FUNC-LIST        VALUE 'LIST  '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

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
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-PROTECTING-ID   PIC X(12).
           05  LK-INCREMENT-AMOUNT PIC S9(9)V99.
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-LINK-COUNT      PIC 9(02).
           05  LK-LINK-RESULTS OCCURS 10 TIMES.
               10  LK-RES-PROTECTING-ID PIC X(12).
               10  LK-RES-INCREMENT     PIC S9(9)V99.
               10  LK-RES-ACTIVE-FLAG   PIC X(01).
               10  LK-RES-LINKED-BY     PIC X(08).
               10  LK-RES-LINKED-AT     PIC X(26).
               10  LK-RES-REMOVED-AT    PIC X(26).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Overdraft-protection link register. An account may name one
      * protecting account at a time - the customer's own savings or
      * second current account - from which TXNPOST draws the
      * shortfall instead of bouncing a debit. The increment rounds
      * each draw up (100.00 moves whole hundreds); zero moves the
      * exact shortfall. Unlinked rows stay on file with who removed
      * them and when, so the history of a protection arrangement can
      * be shown at a complaint.
       MAIN-LOGIC.
           MOVE LK-ACCOUNT-ID       TO HV-ACCOUNT-ID.
           MOVE LK-PROTECTING-ID    TO HV-PROTECTING-ID.
           MOVE LK-INCREMENT-AMOUNT TO HV-INCREMENT-AMOUNT.
           MOVE LK-FUNCTION         TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-LINK
                   PERFORM LINK-PROTECTING-ACCOUNT
               WHEN FUNC-UNLINK
                   PERFORM UNLINK-PROTECTING-ACCOUNT
               WHEN FUNC-LIST
                   PERFORM LIST-PROTECTION-LINKS
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
                 AND PROGRAM_NAME = 'ODPLINK'
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

      * Both accounts must be open and held by the same customer -
      * primary holder or a live ACCOUNT_OWNERS row on the protecting
      * account - and a term deposit cannot protect anything, as its
      * funds are locked until maturity. One active link per
      * protected account; a change of protector is UNLINK then LINK.
       LINK-PROTECTING-ACCOUNT.
           IF HV-ACCOUNT-ID = SPACES
                   OR HV-PROTECTING-ID = SPACES
                   OR HV-INCREMENT-AMOUNT < ZERO
               MOVE 'BOTH ACCOUNTS REQUIRED, INCREMENT NOT NEGATIVE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ACCOUNT-ID = HV-PROTECTING-ID
               MOVE 'AN ACCOUNT CANNOT PROTECT ITSELF' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-LINK-ACCOUNTS

               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-EXISTING-LINK
               END-IF

               IF LK-RETURN-CODE = 00
                   EXEC SQL
                       INSERT INTO OVERDRAFT_PROTECTION_LINKS
                           (ACCOUNT_ID, PROTECTING_ACCOUNT_ID,
                            INCREMENT_AMOUNT, ACTIVE_FLAG,
                            LINKED_BY, LINKED_AT)
                       VALUES
                           (:HV-ACCOUNT-ID, :HV-PROTECTING-ID,
                            :HV-INCREMENT-AMOUNT, 'Y',
                            :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'ERROR LINKING PROTECTING ACCOUNT'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   ELSE
                       MOVE 'OVERDRAFT PROTECTION LINKED'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-LINK-ACCOUNTS.
           MOVE SPACES TO HV-ACCOUNT-STATUS HV-CUSTOMER-ID
                          HV-PROT-STATUS HV-PROT-CUSTOMER-ID
                          HV-PROT-MATURITY

           EXEC SQL
               SELECT ACCOUNT_STATUS, CUSTOMER_ID
               INTO :HV-ACCOUNT-STATUS, :HV-CUSTOMER-ID
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT ACCOUNT_STATUS, CUSTOMER_ID,
                          COALESCE(CHAR(MATURITY_DATE), ' ')
                   INTO :HV-PROT-STATUS, :HV-PROT-CUSTOMER-ID,
                        :HV-PROT-MATURITY
                   FROM ACCOUNTS
                   WHERE ACCOUNT_ID = :HV-PROTECTING-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'PROTECTING ACCOUNT NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF HV-ACCOUNT-STATUS NOT = 'OPEN'
                       OR HV-PROT-STATUS NOT = 'OPEN'
                   MOVE 'BOTH ACCOUNTS MUST BE OPEN' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE IF HV-PROT-MATURITY NOT = SPACES
                   MOVE 'A TERM DEPOSIT CANNOT PROTECT AN ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE IF HV-PROT-CUSTOMER-ID NOT = HV-CUSTOMER-ID
                   MOVE 'N' TO WS-FOUND
                   EXEC SQL
                       SELECT 'Y' INTO :WS-FOUND
                       FROM ACCOUNT_OWNERS
                       WHERE ACCOUNT_ID = :HV-PROTECTING-ID
                         AND CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND REMOVED_AT IS NULL
                       FETCH FIRST 1 ROW ONLY
                   END-EXEC

                   IF SQLCODE NOT = 0
                       MOVE 'PROTECTING ACCOUNT NOT HELD BY CUSTOMER'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-EXISTING-LINK.
           MOVE 'N' TO WS-FOUND

           EXEC SQL
               SELECT 'Y' INTO :WS-FOUND
               FROM OVERDRAFT_PROTECTION_LINKS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND ACTIVE_FLAG = 'Y'
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'ACCOUNT ALREADY HAS ACTIVE PROTECTION, UNLINK'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF.

       UNLINK-PROTECTING-ACCOUNT.
           EXEC SQL
               UPDATE OVERDRAFT_PROTECTION_LINKS
               SET ACTIVE_FLAG = 'N',
                   REMOVED_BY = :LK-EMPLOYEE-ID,
                   REMOVED_AT = :HV-TIMESTAMP
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'OVERDRAFT PROTECTION REMOVED' TO WS-RESPONSE
           ELSE IF SQLCODE = 100
               MOVE 'NO ACTIVE PROTECTION ON THAT ACCOUNT'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR REMOVING PROTECTION' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       LIST-PROTECTION-LINKS.
           MOVE ZERO TO LK-LINK-COUNT

           EXEC SQL
               DECLARE ODPL_CUR CURSOR FOR
               SELECT PROTECTING_ACCOUNT_ID, INCREMENT_AMOUNT,
                      ACTIVE_FLAG, LINKED_BY, LINKED_AT,
                      COALESCE(REMOVED_AT, ' ')
               FROM OVERDRAFT_PROTECTION_LINKS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
               ORDER BY LINKED_AT DESC
           END-EXEC

           EXEC SQL OPEN ODPL_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH ODPL_CUR INTO
                       :HV-PROTECTING-ID,
                       :HV-INCREMENT-AMOUNT,
                       :HV-ACTIVE-FLAG,
                       :HV-LINKED-BY,
                       :HV-LINKED-AT,
                       :HV-REMOVED-AT
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-PROTECTING-ID
                       TO LK-RES-PROTECTING-ID(WS-IDX)
                   MOVE HV-INCREMENT-AMOUNT
                       TO LK-RES-INCREMENT(WS-IDX)
                   MOVE HV-ACTIVE-FLAG TO LK-RES-ACTIVE-FLAG(WS-IDX)
                   MOVE HV-LINKED-BY   TO LK-RES-LINKED-BY(WS-IDX)
                   MOVE HV-LINKED-AT   TO LK-RES-LINKED-AT(WS-IDX)
                   MOVE HV-REMOVED-AT  TO LK-RES-REMOVED-AT(WS-IDX)
                   ADD 1 TO LK-LINK-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ODPL_CUR END-EXEC

           IF LK-LINK-COUNT = ZERO
               MOVE 'NO PROTECTION LINKS ON FILE' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'PROTECTION LINKS RETRIEVED' TO WS-RESPONSE
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-ACCOUNT-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-ACCOUNT-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF

           IF LK-PROTECTING-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-PROTECTING-ID TO WS-IDN-ID
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-ACCOUNT-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
