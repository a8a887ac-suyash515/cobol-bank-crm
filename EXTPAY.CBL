       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-PAYMENT-ID         PIC X(12).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-PAYEE-NAME         PIC X(50).
       01  HV-PAYEE-ROUTING      PIC X(09).
       01  HV-PAYEE-ACCOUNT      PIC X(17).
       01  HV-PAYMENT-REF        PIC X(35).
       01  HV-PAY-STATUS         PIC X(10).
       01  HV-SCREEN-LIST        PIC X(20).
       01  HV-APPROVAL-ID        PIC X(10).
       01  HV-REQUESTED-BY       PIC X(08).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-PARM-VALUE         PIC X(26).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-SUBMIT       VALUE 'SUBMIT  '.
           88  FUNC-RELEASE      VALUE 'RELEASE '.
           88  FUNC-CANCEL       VALUE 'CANCEL  '.
           88  FUNC-INQUIRE      VALUE 'INQUIRE '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-PAYMENT-NUMBER     PIC 9(07) VALUE ZERO.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

      * Payments above this amount go to APPRVQUE for a second
      * employee's sign-off before any money leaves the account. Whole
      * dollars in the BATCH_PARMS DUALCTRL row for this program,
      * parsed the way TXNPOST reads its NSFFEE row; the default
      * applies when no usable row is on file.
       01  WS-DUAL-CTRL-DOLLARS  PIC 9(05) VALUE 10000.
       01  WS-DUAL-CTRL-LIMIT    PIC S9(9)V99 COMP-3.

      * ABA routing check digit: weights 3, 7, 1 repeating across the
      * nine digits, and the weighted sum must be a multiple of ten -
      * a mistyped routing number is caught at the desk instead of
      * coming back from clearing days later.
       01  WS-ROUTING-WORK       PIC X(09).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05  WS-ROUTING-DIGIT  PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM        PIC 9(04) VALUE ZERO.
       01  WS-ROUTING-VALID      PIC X VALUE 'N'.
           88  ROUTING-VALID         VALUE 'Y'.

      * Synchronous watchlist screen of the payee - the
      * last-name-plus-first-initial matching CUSTMSTR's
      * SCREEN-NEW-CUSTOMER applies to a new customer, run against
      * the payee name since a payee has no SSN on file with us.
       01  WS-SCRN-HIT              PIC X VALUE 'N'.
           88  SCREEN-HIT               VALUE 'Y'.
       01  WS-SCRN-MATCHED-LIST     PIC X(20).
       01  WS-SCRN-WL-NAME          PIC X(50).
       01  WS-SCRN-WL-LIST-TYPE     PIC X(20).
       01  WS-SCRN-INITIAL-PATTERN  PIC X(02).
       01  WS-SCRN-CUST-LAST-NAME   PIC X(50).
       01  WS-SCRN-WL-LAST-NAME     PIC X(50).
       01  WS-SCRN-FIRST-NAME       PIC X(50).
       01  WS-SCRN-WORK-NAME        PIC X(50).
       01  WS-SCRN-NAME-POINTER     PIC 9(3).
       01  WS-SCRN-FETCH-DONE       PIC X VALUE 'N'.
           88  SCRN-FETCH-DONE          VALUE 'Y'.

      * Commarea for the TXNPOST CALL that debits the customer's
      * account once the payment is cleared to go - same shape as its
      * DFHCOMMAREA.
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

      * Commarea for the APPRVQUE CALL an over-threshold payment
      * triggers - the payment lands an EXTPAY request PENDING, and a
      * different employee approves before the debit runs.
       01  WS-APPRVQUE-COMMAREA.
           05  WS-AQ-APPROVAL-ID  PIC X(10).
           05  WS-AQ-ACTION-TYPE  PIC X(08).
           05  WS-AQ-TARGET-KEY-1 PIC X(12).
           05  WS-AQ-TARGET-KEY-2 PIC X(12).
           05  WS-AQ-AMOUNT       PIC S9(9)V99.
           05  WS-AQ-REASON       PIC X(100).
           05  WS-AQ-FUNCTION     PIC X(06).
           05  WS-AQ-EMPLOYEE-ID  PIC X(08).
           05  WS-AQ-APR-COUNT    PIC 9(02).
           05  WS-AQ-APR-RESULTS OCCURS 10 TIMES.
               10  WS-AQ-APR-ID          PIC X(10).
               10  WS-AQ-APR-ACTION      PIC X(08).
               10  WS-AQ-APR-KEY-1       PIC X(12).
               10  WS-AQ-APR-KEY-2       PIC X(12).
               10  WS-AQ-APR-AMOUNT      PIC S9(9)V99.
               10  WS-AQ-APR-REQUESTED-BY PIC X(08).
               10  WS-AQ-APR-REQUESTED-AT PIC X(26).
           05  WS-AQ-RETURN-CODE  PIC 9(02).

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
           05  LK-PAYMENT-ID      PIC X(12).
           05  LK-ACCOUNT-ID      PIC X(12).
      * Customer presenting the payment - checked against the
      * account's holders by TXNPOST before the debit. Blank for a
      * system caller.
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-AMOUNT          PIC S9(9)V99.
           05  LK-PAYEE-NAME      PIC X(50).
           05  LK-PAYEE-ROUTING   PIC X(09).
           05  LK-PAYEE-ACCOUNT   PIC X(17).
           05  LK-PAYMENT-REF     PIC X(35).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-PAY-STATUS      PIC X(10).
           05  LK-APPROVAL-ID     PIC X(10).
           05  LK-SCREEN-LIST     PIC X(20).
           05  LK-NEW-BALANCE     PIC S9(9)V99.
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Outbound payments to other banks, booked here instead of the
      * separate portal so they reach TRANSACTIONS the same day.
      * SUBMIT records the payee in the EXTERNAL_PAYMENTS register and
      * screens the payee name against WATCHLIST_ENTRIES; a hit
      * blocks the payment outright. A clean payment at or under the
      * dual-control limit is debited through TXNPOST at once and
      * stands APPROVED; over the limit it waits PENDAPPR in APPRVQUE,
      * whose approval CALLs back here with RELEASE (run under the
      * approver's ID) and whose rejection CALLs CANCEL. The nightly
      * PAYCLEAR step writes APPROVED payments to the clearing file.
       MAIN-LOGIC.
           MOVE LK-PAYMENT-ID     TO HV-PAYMENT-ID.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
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
               WHEN FUNC-SUBMIT
                   PERFORM SUBMIT-PAYMENT
               WHEN FUNC-RELEASE
                   PERFORM RELEASE-PAYMENT
               WHEN FUNC-CANCEL
                   PERFORM CANCEL-PAYMENT
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-PAYMENT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-SECURITY-AUDIT.

           GOBACK.

      * Rejects an unknown or deactivated operator before anything
      * runs - EMPLOYEE_MASTER is the reference table EMPMSTR
      * maintains, so typo'd IDs stop reaching the audit trail.
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

      * The entitlement's AMOUNT_LIMIT caps what the role may submit
      * (zero means uncapped), the same way TXNPOST caps a teller's
      * postings.
       CHECK-FUNCTION-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LIMIT

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'EXTPAY'
                 AND FUNCTION_CODE = :WS-FUNCTION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               IF FUNC-SUBMIT AND WS-AUTH-LIMIT > ZERO
                       AND LK-AMOUNT > WS-AUTH-LIMIT
                   MOVE 'Y' TO WS-AUTH-DENIED
                   MOVE 'AMOUNT EXCEEDS YOUR ROLE CEILING'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-EMP-VALID
               END-IF
           ELSE
               MOVE 'Y' TO WS-AUTH-DENIED
               MOVE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * A blocked payment keeps its register row (status BLOCKED,
      * with the list it matched) so compliance can see the attempt;
      * nothing is debited. Any other failure rolls the whole
      * submission back.
       SUBMIT-PAYMENT.
           PERFORM CHECK-ROUTING-NUMBER

           IF LK-ACCOUNT-ID = SPACES
                   OR LK-AMOUNT NOT > ZERO
               MOVE 'ACCOUNT AND POSITIVE AMOUNT ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-PAYEE-NAME = SPACES
                   OR LK-PAYEE-ACCOUNT = SPACES
               MOVE 'PAYEE NAME AND ACCOUNT ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT ROUTING-VALID
               MOVE 'PAYEE ROUTING NUMBER IS NOT VALID'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-SOURCE-ACCOUNT

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-PAYMENT-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM SCREEN-PAYEE
                   PERFORM READ-DUAL-CONTROL-PARM
                   PERFORM INSERT-PAYMENT-ROW
               END-IF

               IF LK-RETURN-CODE NOT = 00
                   EXEC SQL ROLLBACK END-EXEC
               ELSE IF SCREEN-HIT
                   MOVE 'PAYMENT BLOCKED - PAYEE WATCHLIST MATCH'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE IF LK-AMOUNT > WS-DUAL-CTRL-LIMIT
                   PERFORM SUBMIT-FOR-APPROVAL
               ELSE
                   PERFORM DEBIT-AND-APPROVE
               END-IF
               END-IF
               END-IF

               MOVE HV-PAYMENT-ID  TO LK-PAYMENT-ID
               MOVE HV-PAY-STATUS  TO LK-PAY-STATUS
               MOVE HV-SCREEN-LIST TO LK-SCREEN-LIST
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       CHECK-ROUTING-NUMBER.
           MOVE 'N' TO WS-ROUTING-VALID
           MOVE LK-PAYEE-ROUTING TO WS-ROUTING-WORK

           IF WS-ROUTING-WORK NUMERIC
                   AND WS-ROUTING-WORK NOT = '000000000'
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                        + WS-ROUTING-DIGIT(7))
                 + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                        + WS-ROUTING-DIGIT(8))
                 +     (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                        + WS-ROUTING-DIGIT(9))
               IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
                   MOVE 'Y' TO WS-ROUTING-VALID
               END-IF
           END-IF.

      * Only an OPEN account pays out - the CUSTOMER_ID comes off the
      * account row so the register shows whose money left.
       READ-SOURCE-ACCOUNT.
           MOVE LK-ACCOUNT-ID TO HV-ACCOUNT-ID
           MOVE SPACES TO HV-CUSTOMER-ID HV-ACCOUNT-STATUS

           EXEC SQL
               SELECT CUSTOMER_ID, ACCOUNT_STATUS
               INTO :HV-CUSTOMER-ID, :HV-ACCOUNT-STATUS
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
           ELSE IF HV-ACCOUNT-STATUS NOT = 'OPEN'
               MOVE 'ACCOUNT IS NOT OPEN' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * PAYMENT_ID is drawn from the EXTPAY_CONTROL one-row counter
      * the way APPRVQUE draws approval numbers.
       GENERATE-PAYMENT-ID.
           EXEC SQL
               UPDATE EXTPAY_CONTROL
               SET LAST_PAYMENT_NUMBER = LAST_PAYMENT_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING PAYMENT NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_PAYMENT_NUMBER INTO :HV-NEXT-NUMBER
                   FROM EXTPAY_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING PAYMENT NUMBER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-PAYMENT-NUMBER
                   MOVE SPACES TO HV-PAYMENT-ID
                   STRING 'EXP' WS-PAYMENT-NUMBER
                       DELIMITED BY SIZE INTO HV-PAYMENT-ID
                   END-STRING
               END-IF
           END-IF.

      * Keyed name probe over the watchlist rows sharing the payee's
      * first initial, compared on normalized last name the way
      * CUSTMSTR's SCREEN-NAME-PROBE does. WATCHLIST_ENTRIES is read
      * directly so the screen sees the list as it stands right now.
       SCREEN-PAYEE.
           MOVE 'N' TO WS-SCRN-HIT
           MOVE SPACES TO WS-SCRN-MATCHED-LIST

           MOVE FUNCTION UPPER-CASE(LK-PAYEE-NAME) TO WS-SCRN-WORK-NAME
           PERFORM SPLIT-SCREEN-NAME
           MOVE WS-SCRN-WL-LAST-NAME TO WS-SCRN-CUST-LAST-NAME

           IF WS-SCRN-CUST-LAST-NAME = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-SCRN-INITIAL-PATTERN
               STRING WS-SCRN-WORK-NAME(1:1) DELIMITED BY SIZE
                      '%'                    DELIMITED BY SIZE
                   INTO WS-SCRN-INITIAL-PATTERN
               END-STRING

               EXEC SQL
                   DECLARE PAYEE_WL_CUR CURSOR FOR
                   SELECT NAME, LIST_TYPE
                   FROM WATCHLIST_ENTRIES
                   WHERE UPPER(NAME) LIKE :WS-SCRN-INITIAL-PATTERN
               END-EXEC

               EXEC SQL OPEN PAYEE_WL_CUR END-EXEC

               MOVE 'N' TO WS-SCRN-FETCH-DONE
               PERFORM UNTIL SCRN-FETCH-DONE OR SCREEN-HIT
                   EXEC SQL
                       FETCH PAYEE_WL_CUR INTO
                           :WS-SCRN-WL-NAME,
                           :WS-SCRN-WL-LIST-TYPE
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE FUNCTION UPPER-CASE(WS-SCRN-WL-NAME)
                           TO WS-SCRN-WORK-NAME
                       PERFORM SPLIT-SCREEN-NAME
                       IF WS-SCRN-WL-LAST-NAME NOT = SPACES
                               AND WS-SCRN-WL-LAST-NAME =
                                   WS-SCRN-CUST-LAST-NAME
                           MOVE 'Y' TO WS-SCRN-HIT
                           MOVE WS-SCRN-WL-LIST-TYPE
                               TO WS-SCRN-MATCHED-LIST
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SCRN-FETCH-DONE
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE PAYEE_WL_CUR END-EXEC
           END-IF.

      * Splits WS-SCRN-WORK-NAME ("FIRSTNAME LASTNAME", already
      * upper-cased) leaving the last name in WS-SCRN-WL-LAST-NAME -
      * the same first-token/remainder treatment CUSTMSTR's
      * SPLIT-SCREEN-NAME applies.
       SPLIT-SCREEN-NAME.
           MOVE SPACES TO WS-SCRN-FIRST-NAME WS-SCRN-WL-LAST-NAME
           MOVE 1 TO WS-SCRN-NAME-POINTER
           UNSTRING WS-SCRN-WORK-NAME DELIMITED BY SPACE
               INTO WS-SCRN-FIRST-NAME
               WITH POINTER WS-SCRN-NAME-POINTER
           END-UNSTRING
           IF WS-SCRN-NAME-POINTER <= LENGTH OF WS-SCRN-WORK-NAME
               MOVE WS-SCRN-WORK-NAME(WS-SCRN-NAME-POINTER:)
                   TO WS-SCRN-WL-LAST-NAME
           END-IF
           MOVE FUNCTION TRIM(WS-SCRN-WL-LAST-NAME)
               TO WS-SCRN-WL-LAST-NAME.

      * Whole dollars in the parm ('10000' = 10,000.00) - a missing
      * or non-numeric row leaves the WORKING-STORAGE default.
       READ-DUAL-CONTROL-PARM.
           MOVE SPACES TO HV-PARM-VALUE

           EXEC SQL
               SELECT PARM_VALUE INTO :HV-PARM-VALUE
               FROM BATCH_PARMS
               WHERE PROGRAM_NAME = 'EXTPAY'
                 AND PARM_NAME = 'DUALCTRL'
           END-EXEC

           IF SQLCODE = 0 AND HV-PARM-VALUE(1:5) NUMERIC
               MOVE HV-PARM-VALUE(1:5) TO WS-DUAL-CTRL-DOLLARS
           END-IF

           MOVE WS-DUAL-CTRL-DOLLARS TO WS-DUAL-CTRL-LIMIT.

      * The register row goes in first in every case - BLOCKED on a
      * screening hit, PENDAPPR otherwise until the debit or the
      * approval request moves it on.
       INSERT-PAYMENT-ROW.
           MOVE LK-AMOUNT        TO HV-AMOUNT
           MOVE LK-PAYEE-NAME    TO HV-PAYEE-NAME
           MOVE LK-PAYEE-ROUTING TO HV-PAYEE-ROUTING
           MOVE LK-PAYEE-ACCOUNT TO HV-PAYEE-ACCOUNT
           MOVE LK-PAYMENT-REF   TO HV-PAYMENT-REF
           MOVE WS-SCRN-MATCHED-LIST TO HV-SCREEN-LIST
           MOVE SPACES TO HV-APPROVAL-ID

           IF SCREEN-HIT
               MOVE 'BLOCKED' TO HV-PAY-STATUS
           ELSE
               MOVE 'PENDAPPR' TO HV-PAY-STATUS
           END-IF

           EXEC SQL
               INSERT INTO EXTERNAL_PAYMENTS
                   (PAYMENT_ID, ACCOUNT_ID, CUSTOMER_ID, AMOUNT,
                    PAYEE_NAME, PAYEE_ROUTING, PAYEE_ACCOUNT,
                    PAYMENT_REF, PAY_STATUS, SCREEN_LIST,
                    REQUESTED_BY, REQUESTED_AT)
               VALUES
                   (:HV-PAYMENT-ID, :HV-ACCOUNT-ID, :HV-CUSTOMER-ID,
                    :HV-AMOUNT, :HV-PAYEE-NAME, :HV-PAYEE-ROUTING,
                    :HV-PAYEE-ACCOUNT, :HV-PAYMENT-REF,
                    :HV-PAY-STATUS, :HV-SCREEN-LIST,
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING PAYMENT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * The approval request carries the payment in TARGET_KEY_1 and
      * the paying account in TARGET_KEY_2, so the checker's LIST
      * shows what they are signing off.
       SUBMIT-FOR-APPROVAL.
           MOVE SPACES TO WS-APPRVQUE-COMMAREA
           MOVE 'EXTPAY  '       TO WS-AQ-ACTION-TYPE
           MOVE HV-PAYMENT-ID    TO WS-AQ-TARGET-KEY-1
           MOVE HV-ACCOUNT-ID    TO WS-AQ-TARGET-KEY-2
           MOVE HV-AMOUNT        TO WS-AQ-AMOUNT
           STRING 'EXTERNAL PAYMENT TO ' HV-PAYEE-NAME
               DELIMITED BY SIZE INTO WS-AQ-REASON
           END-STRING
           MOVE 'SUBMIT'         TO WS-AQ-FUNCTION
           MOVE LK-EMPLOYEE-ID   TO WS-AQ-EMPLOYEE-ID
           MOVE 00 TO WS-AQ-RETURN-CODE

           CALL 'APPRVQUE' USING WS-APPRVQUE-COMMAREA

           IF WS-AQ-RETURN-CODE NOT = 00
               MOVE 'ERROR SUBMITTING PAYMENT FOR APPROVAL'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE WS-AQ-APPROVAL-ID TO HV-APPROVAL-ID
               MOVE WS-AQ-APPROVAL-ID TO LK-APPROVAL-ID

               EXEC SQL
                   UPDATE EXTERNAL_PAYMENTS
                   SET APPROVAL_ID = :HV-APPROVAL-ID
                   WHERE PAYMENT_ID = :HV-PAYMENT-ID
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'PAYMENT SUBMITTED FOR DUAL CONTROL APPROVAL'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR RECORDING APPROVAL REFERENCE'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

      * The debit and the APPROVED stamp are one unit of work - a
      * debit TXNPOST refuses (NSF, limits, signer authority) leaves
      * no register row behind, and a stamp that fails backs the
      * debit out.
       DEBIT-AND-APPROVE.
           MOVE SPACES TO WS-TXNPOST-COMMAREA
           MOVE HV-ACCOUNT-ID          TO WS-TP-ACCOUNT-ID
           MOVE LK-CUSTOMER-ID         TO WS-TP-CUSTOMER-ID
           MOVE HV-TIMESTAMP(1:10)     TO WS-TP-TXN-DATE
           MOVE 'EXTPAY'               TO WS-TP-TXN-TYPE
           COMPUTE WS-TP-AMOUNT = ZERO - HV-AMOUNT
           STRING 'EXTERNAL PAYMENT ' HV-PAYMENT-ID
                  ' TO ' HV-PAYEE-NAME
               DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
           END-STRING
           MOVE 'POST    '             TO WS-TP-FUNCTION
           MOVE LK-EMPLOYEE-ID         TO WS-TP-EMPLOYEE-ID
           MOVE 'N'                    TO WS-TP-OVERRIDE-FLAG
           MOVE 00 TO WS-TP-RETURN-CODE
           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

           IF WS-TP-RETURN-CODE NOT = 00
               MOVE 'PAYMENT DEBIT REJECTED BY TXNPOST' TO WS-RESPONSE
               MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE WS-TP-NEW-BALANCE TO LK-NEW-BALANCE
               MOVE 'APPROVED' TO HV-PAY-STATUS

               EXEC SQL
                   UPDATE EXTERNAL_PAYMENTS
                   SET PAY_STATUS = :HV-PAY-STATUS,
                       APPROVED_BY = :LK-EMPLOYEE-ID,
                       APPROVED_AT = :HV-TIMESTAMP
                   WHERE PAYMENT_ID = :HV-PAYMENT-ID
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'PAYMENT APPROVED FOR CLEARING' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR APPROVING PAYMENT, DEBIT BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

      * APPRVQUE's approval of an EXTPAY request lands here, under
      * the checker's employee ID - the debit runs only now. The
      * customer was verified at SUBMIT, so the debit goes as a
      * system posting.
       RELEASE-PAYMENT.
           PERFORM READ-PAYMENT

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-PAY-STATUS NOT = 'PENDAPPR'
               MOVE 'PAYMENT IS NOT AWAITING APPROVAL' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE SPACES TO LK-CUSTOMER-ID
               PERFORM DEBIT-AND-APPROVE
               MOVE HV-PAY-STATUS TO LK-PAY-STATUS
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Only a payment still waiting on approval can be cancelled -
      * once debited it belongs to clearing and comes back, if at
      * all, as a return.
       CANCEL-PAYMENT.
           PERFORM READ-PAYMENT

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-PAY-STATUS NOT = 'PENDAPPR'
               MOVE 'ONLY A PAYMENT AWAITING APPROVAL CAN BE CANCELLED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE EXTERNAL_PAYMENTS
                   SET PAY_STATUS = 'CANCELLED',
                       APPROVED_BY = :LK-EMPLOYEE-ID,
                       APPROVED_AT = :HV-TIMESTAMP
                   WHERE PAYMENT_ID = :HV-PAYMENT-ID
                     AND PAY_STATUS = 'PENDAPPR'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'CANCELLED' TO LK-PAY-STATUS
                   MOVE 'PAYMENT CANCELLED' TO WS-RESPONSE
               ELSE
                   MOVE 'PAYMENT IS NO LONGER AWAITING APPROVAL'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       INQUIRE-PAYMENT.
           PERFORM READ-PAYMENT

           IF LK-RETURN-CODE = 00
               MOVE 'PAYMENT RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-PAYMENT.
           MOVE SPACES TO HV-ACCOUNT-ID HV-CUSTOMER-ID HV-PAYEE-NAME
                          HV-PAYEE-ROUTING HV-PAYEE-ACCOUNT
                          HV-PAYMENT-REF HV-PAY-STATUS HV-SCREEN-LIST
                          HV-APPROVAL-ID HV-REQUESTED-BY
           MOVE ZERO TO HV-AMOUNT

           EXEC SQL
               SELECT ACCOUNT_ID, CUSTOMER_ID, AMOUNT, PAYEE_NAME,
                      PAYEE_ROUTING, PAYEE_ACCOUNT,
                      COALESCE(PAYMENT_REF, ' '), PAY_STATUS,
                      COALESCE(SCREEN_LIST, ' '),
                      COALESCE(APPROVAL_ID, ' '), REQUESTED_BY
               INTO :HV-ACCOUNT-ID, :HV-CUSTOMER-ID, :HV-AMOUNT,
                    :HV-PAYEE-NAME, :HV-PAYEE-ROUTING,
                    :HV-PAYEE-ACCOUNT, :HV-PAYMENT-REF,
                    :HV-PAY-STATUS, :HV-SCREEN-LIST,
                    :HV-APPROVAL-ID, :HV-REQUESTED-BY
               FROM EXTERNAL_PAYMENTS
               WHERE PAYMENT_ID = :HV-PAYMENT-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'PAYMENT NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING PAYMENT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-ACCOUNT-ID    TO LK-ACCOUNT-ID
               MOVE HV-AMOUNT        TO LK-AMOUNT
               MOVE HV-PAYEE-NAME    TO LK-PAYEE-NAME
               MOVE HV-PAYEE-ROUTING TO LK-PAYEE-ROUTING
               MOVE HV-PAYEE-ACCOUNT TO LK-PAYEE-ACCOUNT
               MOVE HV-PAYMENT-REF   TO LK-PAYMENT-REF
               MOVE HV-PAY-STATUS    TO LK-PAY-STATUS
               MOVE HV-SCREEN-LIST   TO LK-SCREEN-LIST
               MOVE HV-APPROVAL-ID   TO LK-APPROVAL-ID
           END-IF
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-PAYMENT-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
