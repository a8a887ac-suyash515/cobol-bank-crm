       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNORDR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ORDER-ID           PIC X(10).
       01  HV-ORDER-NUMBER       PIC X(20).
       01  HV-ORDER-TYPE         PIC X(08).
       01  HV-AUTHORITY          PIC X(50).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-AMOUNT-DEMANDED    PIC S9(9)V99 COMP-3.
       01  HV-SERVED-DATE        PIC X(10).
       01  HV-ANSWER-DEADLINE    PIC X(10).
       01  HV-HOLD-END-DATE      PIC X(10).
       01  HV-ORDER-STATUS       PIC X(08).
       01  HV-ANSWERED-AT        PIC X(26).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-ACCT-CUSTOMER-ID   PIC X(10).
       01  HV-BALANCE            PIC S9(9)V99 COMP-3.
       01  HV-AVAILABLE          PIC S9(9)V99 COMP-3.
       01  HV-BENEFIT-TOTAL      PIC S9(9)V99 COMP-3.
       01  HV-PROTECTED-AMOUNT   PIC S9(9)V99 COMP-3.
       01  HV-HELD-AMOUNT        PIC S9(9)V99 COMP-3.
       01  HV-PROTECTED-TOTAL    PIC S9(9)V99 COMP-3.
       01  HV-HELD-TOTAL         PIC S9(9)V99 COMP-3.
       01  HV-HOLD-ID            PIC X(10).
       01  HV-HOLD-REASON        PIC X(100).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-REGISTER    VALUE 'REGISTER'.
           88  FUNC-ANSWER      VALUE 'ANSWER  '.
           88  FUNC-RELEASE     VALUE 'RELEASE '.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-ORDER-TYPE         PIC X(08).
           88  ORDER-TYPE-VALID VALUE 'GARNISH ' 'LEVY    '.

      * Days a levy or garnishment holds the funds before they are
      * remitted, when the order itself gives no release date: the
      * 21 days a federal tax levy allows the debtor to contest.
       01  WS-DEFAULT-HOLD-DAYS  PIC S9(4) COMP-5 VALUE 21.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-ORDER-SEQ          PIC 9(07) VALUE ZERO.
       01  WS-HOLD-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-REMAINING-DEMAND   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-HOLDABLE           PIC S9(9)V99 COMP-3 VALUE ZERO.
      * The per-account hold placement issues its own SQL inside the
      * fetch loop, so the loop cannot test raw SQLCODE.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).
       01  WS-SEC-KEY            PIC X(10).

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
           05  LK-ORDER-ID        PIC X(10).
           05  LK-ORDER-NUMBER    PIC X(20).
           05  LK-ORDER-TYPE      PIC X(08).
           05  LK-AUTHORITY       PIC X(50).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-AMOUNT-DEMANDED PIC S9(9)V99.
           05  LK-SERVED-DATE     PIC X(10).
           05  LK-ANSWER-DEADLINE PIC X(10).
           05  LK-HOLD-END-DATE   PIC X(10).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-ORDER-STATUS    PIC X(08).
           05  LK-PROTECTED-TOTAL PIC S9(9)V99.
           05  LK-HELD-TOTAL      PIC S9(9)V99.
           05  LK-ACCOUNT-COUNT   PIC 9(02).
           05  LK-ACCOUNT-RESULTS OCCURS 10 TIMES.
               10  LK-RES-ACCOUNT-ID  PIC X(12).
               10  LK-RES-BALANCE     PIC S9(9)V99.
               10  LK-RES-PROTECTED   PIC S9(9)V99.
               10  LK-RES-HELD        PIC S9(9)V99.
               10  LK-RES-HOLD-ID     PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Legal-order register for court garnishments and tax levies,
      * replacing the free-text ACCTHOLD hold legal used to place by
      * hand. REGISTER records the order - the authority's order
      * number, who issued it, the amount demanded, the date it was
      * served and the date the bank's answer is due - and works
      * the debtor's accounts at once:
      *   - every open account the debtor holds, in their own name
      *     or as a PRIMARY or JOINT owner on ACCOUNT_OWNERS (a POA
      *     or custodian role holds someone else's money and is left
      *     alone),
      *   - the protected amount on each: federal benefit deposits
      *     received in the two months before the review, matched
      *     against BENEFIT_PAYERS by description, which the bank
      *     may not freeze - capped at the balance,
      *   - an ACCOUNT_HOLDS hold for what is left of the available
      *     balance, up to the amount still demanded, expiring on
      *     the hold end date.
      * Every account reviewed is kept on LEGAL_ORDER_ACCOUNTS, held
      * or not, as the record of the review. GARNSWP remits the held
      * funds and charges the processing fee once the hold period
      * ends; HOLDSWP leaves these holds alone meanwhile. ANSWER
      * records that the answer went back to the court or agency,
      * RELEASE lifts the holds on an order withdrawn or satisfied
      * elsewhere, and INQUIRE returns the order and its accounts.
       MAIN-LOGIC.
           MOVE LK-ORDER-ID        TO HV-ORDER-ID.
           MOVE LK-ORDER-NUMBER    TO HV-ORDER-NUMBER.
           MOVE LK-ORDER-TYPE      TO WS-ORDER-TYPE.
           MOVE LK-AUTHORITY       TO HV-AUTHORITY.
           MOVE LK-CUSTOMER-ID     TO HV-CUSTOMER-ID.
           MOVE LK-AMOUNT-DEMANDED TO HV-AMOUNT-DEMANDED.
           MOVE LK-SERVED-DATE     TO HV-SERVED-DATE.
           MOVE LK-ANSWER-DEADLINE TO HV-ANSWER-DEADLINE.
           MOVE LK-HOLD-END-DATE   TO HV-HOLD-END-DATE.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-ACCOUNT-COUNT.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-REGISTER
                   PERFORM REGISTER-LEGAL-ORDER
               WHEN FUNC-ANSWER
                   PERFORM RECORD-ORDER-ANSWER
               WHEN FUNC-RELEASE
                   PERFORM RELEASE-LEGAL-ORDER
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-LEGAL-ORDER
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
                 AND PROGRAM_NAME = 'GARNORDR'
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

      * The same order served twice (a copy by post after the one by
      * hand) is refused rather than freezing the money twice. The
      * hold end date defaults to 21 days after service.
       REGISTER-LEGAL-ORDER.
           IF HV-ORDER-NUMBER = SPACES OR HV-AUTHORITY = SPACES
                   OR HV-CUSTOMER-ID = SPACES
                   OR HV-SERVED-DATE = SPACES
                   OR HV-ANSWER-DEADLINE = SPACES
               MOVE 'ORDER NO, AUTHORITY, CUSTOMER AND DATES REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT ORDER-TYPE-VALID
               MOVE 'ORDER TYPE MUST BE GARNISH OR LEVY' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-AMOUNT-DEMANDED NOT > ZERO
               MOVE 'AMOUNT DEMANDED MUST BE GREATER THAN ZERO'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ANSWER-DEADLINE < HV-SERVED-DATE
               MOVE 'ANSWER DEADLINE IS BEFORE THE SERVED DATE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-HOLD-END-DATE NOT = SPACES
                   AND HV-HOLD-END-DATE < HV-SERVED-DATE
               MOVE 'HOLD END DATE IS BEFORE THE SERVED DATE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM CHECK-ORDER-NOT-ON-FILE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-ORDER-TYPE TO HV-ORDER-TYPE
               IF HV-HOLD-END-DATE = SPACES
                   EXEC SQL
                       SET :HV-HOLD-END-DATE =
                           CHAR(DATE(:HV-SERVED-DATE)
                                + :WS-DEFAULT-HOLD-DAYS DAYS)
                   END-EXEC
               END-IF
               PERFORM GENERATE-ORDER-ID
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   INSERT INTO LEGAL_ORDERS
                       (ORDER_ID, ORDER_NUMBER, ORDER_TYPE,
                        ISSUING_AUTHORITY, CUSTOMER_ID,
                        AMOUNT_DEMANDED, SERVED_DATE, ANSWER_DEADLINE,
                        HOLD_END_DATE, PROTECTED_TOTAL, HELD_TOTAL,
                        REMITTED_TOTAL, FEE_CHARGED, ORDER_STATUS,
                        REGISTERED_BY, REGISTERED_AT)
                   VALUES
                       (:HV-ORDER-ID, :HV-ORDER-NUMBER, :HV-ORDER-TYPE,
                        :HV-AUTHORITY, :HV-CUSTOMER-ID,
                        :HV-AMOUNT-DEMANDED, :HV-SERVED-DATE,
                        :HV-ANSWER-DEADLINE, :HV-HOLD-END-DATE,
                        0, 0, 0, 0, 'HELD', :LK-EMPLOYEE-ID,
                        :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR REGISTERING LEGAL ORDER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   PERFORM REVIEW-DEBTOR-ACCOUNTS
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               IF HV-HELD-TOTAL > ZERO
                   MOVE 'HELD' TO HV-ORDER-STATUS
               ELSE
                   MOVE 'NOFUNDS' TO HV-ORDER-STATUS
               END-IF

               EXEC SQL
                   UPDATE LEGAL_ORDERS
                   SET PROTECTED_TOTAL = :HV-PROTECTED-TOTAL,
                       HELD_TOTAL = :HV-HELD-TOTAL,
                       ORDER_STATUS = :HV-ORDER-STATUS
                   WHERE ORDER_ID = :HV-ORDER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR UPDATING LEGAL ORDER, BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               ELSE
                   MOVE HV-ORDER-ID        TO LK-ORDER-ID
                   MOVE HV-ORDER-STATUS    TO LK-ORDER-STATUS
                   MOVE HV-HOLD-END-DATE   TO LK-HOLD-END-DATE
                   MOVE HV-PROTECTED-TOTAL TO LK-PROTECTED-TOTAL
                   MOVE HV-HELD-TOTAL      TO LK-HELD-TOTAL
                   IF HV-HELD-TOTAL > ZERO
                       MOVE 'LEGAL ORDER REGISTERED - FUNDS HELD'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'LEGAL ORDER REGISTERED - NO FUNDS TO HOLD'
                           TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       CHECK-ORDER-NOT-ON-FILE.
           MOVE 'N' TO WS-FOUND
           EXEC SQL
               SELECT 'X' INTO :WS-FOUND
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING CUSTOMER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT ORDER_ID INTO :HV-ORDER-ID
                   FROM LEGAL_ORDERS
                   WHERE ORDER_NUMBER = :HV-ORDER-NUMBER
                     AND ISSUING_AUTHORITY = :HV-AUTHORITY
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-ORDER-ID TO LK-ORDER-ID
                   MOVE 'ORDER IS ALREADY REGISTERED' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 100
                   MOVE 'ERROR READING LEGAL ORDERS' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF
           END-IF.

      * ORDER_ID is owned by the system, drawn from the
      * LEGAL_ORDER_CONTROL one-row counter the way COMPLMNT draws
      * complaint numbers.
       GENERATE-ORDER-ID.
           EXEC SQL
               UPDATE LEGAL_ORDER_CONTROL
               SET LAST_ORDER_NUMBER = LAST_ORDER_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_ORDER_NUMBER INTO :HV-NEXT-NUMBER
                   FROM LEGAL_ORDER_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING ORDER NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-NEXT-NUMBER TO WS-ORDER-SEQ
               MOVE SPACES TO HV-ORDER-ID
               STRING 'GRN' WS-ORDER-SEQ
                   DELIMITED BY SIZE INTO HV-ORDER-ID
               END-STRING
           END-IF.

      * The account review. Available balance is the ledger balance
      * less the holds already on it; the benefit total counts only
      * credits whose description matches an active BENEFIT_PAYERS
      * row, in the two months before today's review.
       REVIEW-DEBTOR-ACCOUNTS.
           MOVE HV-AMOUNT-DEMANDED TO WS-REMAINING-DEMAND
           MOVE ZERO TO HV-PROTECTED-TOTAL HV-HELD-TOTAL

           EXEC SQL
               DECLARE GARN_ACCT_CUR CURSOR FOR
               SELECT A.ACCOUNT_ID, A.CUSTOMER_ID, A.BALANCE,
                      A.BALANCE - COALESCE(
                          (SELECT SUM(H.AMOUNT) FROM ACCOUNT_HOLDS H
                           WHERE H.ACCOUNT_ID = A.ACCOUNT_ID
                             AND H.RELEASED_AT IS NULL), 0),
                      COALESCE(
                          (SELECT SUM(T.AMOUNT) FROM TRANSACTIONS T
                           WHERE T.ACCOUNT_ID = A.ACCOUNT_ID
                             AND T.AMOUNT > 0
                             AND T.TXN_DATE > CURRENT DATE - 2 MONTHS
                             AND T.TXN_DATE <= CURRENT DATE
                             AND EXISTS
                                 (SELECT 1 FROM BENEFIT_PAYERS B
                                  WHERE B.ACTIVE_FLAG = 'Y'
                                    AND T.DESCRIPTION LIKE
                                        '%' || RTRIM(B.DESC_MATCH)
                                            || '%')), 0)
               FROM ACCOUNTS A
               WHERE A.ACCOUNT_STATUS = 'OPEN'
                 AND (A.CUSTOMER_ID = :HV-CUSTOMER-ID
                      OR EXISTS
                         (SELECT 1 FROM ACCOUNT_OWNERS O
                          WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                            AND O.CUSTOMER_ID = :HV-CUSTOMER-ID
                            AND O.OWNER_ROLE IN ('PRIMARY', 'JOINT')
                            AND O.REMOVED_AT IS NULL))
               ORDER BY A.ACCOUNT_ID
           END-EXEC

           EXEC SQL OPEN GARN_ACCT_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE OR LK-RETURN-CODE NOT = 00
               EXEC SQL
                   FETCH GARN_ACCT_CUR INTO
                       :HV-ACCOUNT-ID,
                       :HV-ACCT-CUSTOMER-ID,
                       :HV-BALANCE,
                       :HV-AVAILABLE,
                       :HV-BENEFIT-TOTAL
               END-EXEC

               IF SQLCODE = 0
                   PERFORM HOLD-ONE-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
                   IF SQLCODE NOT = 100
                       MOVE 'ERROR READING DEBTOR ACCOUNTS, BACKED OUT'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL CLOSE GARN_ACCT_CUR END-EXEC

           IF LK-RETURN-CODE NOT = 00
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

      * Protected first, then the hold on whatever is left, never
      * more than the order still demands across the accounts
      * reviewed so far.
       HOLD-ONE-ACCOUNT.
           IF HV-BALANCE NOT > ZERO
               MOVE ZERO TO HV-PROTECTED-AMOUNT
           ELSE IF HV-BENEFIT-TOTAL > HV-BALANCE
               MOVE HV-BALANCE TO HV-PROTECTED-AMOUNT
           ELSE
               MOVE HV-BENEFIT-TOTAL TO HV-PROTECTED-AMOUNT
           END-IF
           END-IF

           COMPUTE WS-HOLDABLE = HV-AVAILABLE - HV-PROTECTED-AMOUNT
           IF WS-HOLDABLE < ZERO
               MOVE ZERO TO WS-HOLDABLE
           END-IF
           IF WS-HOLDABLE > WS-REMAINING-DEMAND
               MOVE WS-REMAINING-DEMAND TO HV-HELD-AMOUNT
           ELSE
               MOVE WS-HOLDABLE TO HV-HELD-AMOUNT
           END-IF

           MOVE SPACES TO HV-HOLD-ID
           IF HV-HELD-AMOUNT > ZERO
               PERFORM PLACE-ORDER-HOLD
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   INSERT INTO LEGAL_ORDER_ACCOUNTS
                       (ORDER_ID, ACCOUNT_ID, BALANCE_AT_REVIEW,
                        PROTECTED_AMOUNT, HOLD_ID, HELD_AMOUNT,
                        REMITTED_AMOUNT)
                   VALUES
                       (:HV-ORDER-ID, :HV-ACCOUNT-ID, :HV-BALANCE,
                        :HV-PROTECTED-AMOUNT, NULLIF(:HV-HOLD-ID, ' '),
                        :HV-HELD-AMOUNT, 0)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR RECORDING ORDER ACCOUNT, BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               SUBTRACT HV-HELD-AMOUNT FROM WS-REMAINING-DEMAND
               ADD HV-PROTECTED-AMOUNT TO HV-PROTECTED-TOTAL
               ADD HV-HELD-AMOUNT TO HV-HELD-TOTAL
               IF LK-ACCOUNT-COUNT < 10
                   ADD 1 TO LK-ACCOUNT-COUNT
                   MOVE LK-ACCOUNT-COUNT TO WS-IDX
                   MOVE HV-ACCOUNT-ID TO LK-RES-ACCOUNT-ID(WS-IDX)
                   MOVE HV-BALANCE    TO LK-RES-BALANCE(WS-IDX)
                   MOVE HV-PROTECTED-AMOUNT
                       TO LK-RES-PROTECTED(WS-IDX)
                   MOVE HV-HELD-AMOUNT TO LK-RES-HELD(WS-IDX)
                   MOVE HV-HOLD-ID    TO LK-RES-HOLD-ID(WS-IDX)
               END-IF
           END-IF.

      * An ordinary ACCOUNT_HOLDS row, numbered from ACCTHOLD's
      * HOLD_CONTROL counter, so TXNPOST's available-balance check
      * and every hold listing see it like any other hold.
       PLACE-ORDER-HOLD.
           EXEC SQL
               UPDATE HOLD_CONTROL
               SET LAST_HOLD_NUMBER = LAST_HOLD_NUMBER + 1
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   SELECT LAST_HOLD_NUMBER INTO :HV-NEXT-NUMBER
                   FROM HOLD_CONTROL
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE HV-NEXT-NUMBER TO WS-HOLD-NUMBER
               STRING 'HLD' WS-HOLD-NUMBER
                   DELIMITED BY SIZE INTO HV-HOLD-ID
               END-STRING

               MOVE SPACES TO HV-HOLD-REASON
               STRING HV-ORDER-TYPE DELIMITED BY SPACE
                      ' ORDER ' HV-ORDER-ID
                      ' - ' HV-ORDER-NUMBER
                   DELIMITED BY SIZE INTO HV-HOLD-REASON
               END-STRING

               EXEC SQL
                   INSERT INTO ACCOUNT_HOLDS
                       (HOLD_ID, ACCOUNT_ID, CUSTOMER_ID,
                        AMOUNT, HOLD_REASON, EXPIRY_DATE,
                        PLACED_BY, PLACED_AT)
                   VALUES
                       (:HV-HOLD-ID, :HV-ACCOUNT-ID,
                        :HV-ACCT-CUSTOMER-ID, :HV-HELD-AMOUNT,
                        :HV-HOLD-REASON, :HV-HOLD-END-DATE,
                        :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'ERROR PLACING ORDER HOLD, BACKED OUT'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
               MOVE SPACES TO HV-HOLD-ID
           END-IF.

      * The answer to the court or agency, recorded once. An order
      * released or already answered is refused.
       RECORD-ORDER-ANSWER.
           PERFORM READ-LEGAL-ORDER

           IF LK-RETURN-CODE = 00 AND HV-ANSWERED-AT NOT = SPACES
               MOVE 'ORDER HAS ALREADY BEEN ANSWERED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE LEGAL_ORDERS
                   SET ANSWERED_AT = :HV-TIMESTAMP,
                       ANSWERED_BY = :LK-EMPLOYEE-ID
                   WHERE ORDER_ID = :HV-ORDER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR RECORDING ANSWER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'ORDER ANSWER RECORDED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Withdrawn, vacated or paid by the debtor: the order's live
      * holds are released and it closes without a remittance. Only
      * an order not yet remitted can be released.
       RELEASE-LEGAL-ORDER.
           PERFORM READ-LEGAL-ORDER

           IF LK-RETURN-CODE = 00
                   AND HV-ORDER-STATUS NOT = 'HELD'
                   AND HV-ORDER-STATUS NOT = 'NOFUNDS'
               MOVE 'ORDER IS ALREADY CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE ACCOUNT_HOLDS
                   SET RELEASED_AT = :HV-TIMESTAMP,
                       RELEASED_BY = :LK-EMPLOYEE-ID
                   WHERE RELEASED_AT IS NULL
                     AND HOLD_ID IN
                         (SELECT L.HOLD_ID
                          FROM LEGAL_ORDER_ACCOUNTS L
                          WHERE L.ORDER_ID = :HV-ORDER-ID)
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'ERROR RELEASING ORDER HOLDS' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   EXEC SQL
                       UPDATE LEGAL_ORDERS
                       SET ORDER_STATUS = 'RELEASED',
                           CLOSED_AT = :HV-TIMESTAMP
                       WHERE ORDER_ID = :HV-ORDER-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'ERROR CLOSING LEGAL ORDER, BACKED OUT'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   ELSE
                       MOVE 'RELEASED' TO LK-ORDER-STATUS
                       MOVE 'LEGAL ORDER RELEASED' TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The order and the accounts reviewed under it.
       INQUIRE-LEGAL-ORDER.
           PERFORM READ-LEGAL-ORDER

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   DECLARE GARN_LIST_CUR CURSOR FOR
                   SELECT ACCOUNT_ID, BALANCE_AT_REVIEW,
                          PROTECTED_AMOUNT, HELD_AMOUNT,
                          COALESCE(HOLD_ID, ' ')
                   FROM LEGAL_ORDER_ACCOUNTS
                   WHERE ORDER_ID = :HV-ORDER-ID
                   ORDER BY ACCOUNT_ID
               END-EXEC

               EXEC SQL OPEN GARN_LIST_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH GARN_LIST_CUR INTO
                           :HV-ACCOUNT-ID,
                           :HV-BALANCE,
                           :HV-PROTECTED-AMOUNT,
                           :HV-HELD-AMOUNT,
                           :HV-HOLD-ID
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-ACCOUNT-ID
                           TO LK-RES-ACCOUNT-ID(WS-IDX)
                       MOVE HV-BALANCE TO LK-RES-BALANCE(WS-IDX)
                       MOVE HV-PROTECTED-AMOUNT
                           TO LK-RES-PROTECTED(WS-IDX)
                       MOVE HV-HELD-AMOUNT TO LK-RES-HELD(WS-IDX)
                       MOVE HV-HOLD-ID TO LK-RES-HOLD-ID(WS-IDX)
                       ADD 1 TO LK-ACCOUNT-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE GARN_LIST_CUR END-EXEC

               MOVE 'LEGAL ORDER RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-LEGAL-ORDER.
           IF HV-ORDER-ID = SPACES
               MOVE 'ORDER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT ORDER_NUMBER, ORDER_TYPE, ISSUING_AUTHORITY,
                          CUSTOMER_ID, AMOUNT_DEMANDED,
                          CHAR(SERVED_DATE), CHAR(ANSWER_DEADLINE),
                          CHAR(HOLD_END_DATE), ORDER_STATUS,
                          PROTECTED_TOTAL, HELD_TOTAL,
                          COALESCE(CHAR(ANSWERED_AT), ' ')
                   INTO :HV-ORDER-NUMBER, :HV-ORDER-TYPE,
                        :HV-AUTHORITY, :HV-CUSTOMER-ID,
                        :HV-AMOUNT-DEMANDED, :HV-SERVED-DATE,
                        :HV-ANSWER-DEADLINE, :HV-HOLD-END-DATE,
                        :HV-ORDER-STATUS, :HV-PROTECTED-TOTAL,
                        :HV-HELD-TOTAL, :HV-ANSWERED-AT
                   FROM LEGAL_ORDERS
                   WHERE ORDER_ID = :HV-ORDER-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'LEGAL ORDER NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR READING LEGAL ORDER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-ORDER-NUMBER    TO LK-ORDER-NUMBER
                   MOVE HV-ORDER-TYPE      TO LK-ORDER-TYPE
                   MOVE HV-AUTHORITY       TO LK-AUTHORITY
                   MOVE HV-CUSTOMER-ID     TO LK-CUSTOMER-ID
                   MOVE HV-AMOUNT-DEMANDED TO LK-AMOUNT-DEMANDED
                   MOVE HV-SERVED-DATE     TO LK-SERVED-DATE
                   MOVE HV-ANSWER-DEADLINE TO LK-ANSWER-DEADLINE
                   MOVE HV-HOLD-END-DATE   TO LK-HOLD-END-DATE
                   MOVE HV-ORDER-STATUS    TO LK-ORDER-STATUS
                   MOVE HV-PROTECTED-TOTAL TO LK-PROTECTED-TOTAL
                   MOVE HV-HELD-TOTAL      TO LK-HELD-TOTAL
               END-IF
               END-IF
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

      * The audit key is the order; a REGISTER refused before an
      * order id was drawn logs the debtor instead.
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

           IF LK-ORDER-ID = SPACES
               MOVE LK-CUSTOMER-ID TO WS-SEC-KEY
           ELSE
               MOVE LK-ORDER-ID TO WS-SEC-KEY
           END-IF

           EXEC SQL
               INSERT INTO SECURITY_AUDIT_LOG
                   (EMPLOYEE_ID, FUNCTION_CODE, PRIMARY_KEY, OUTCOME,
                    LOGGED_AT)
               VALUES
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :WS-SEC-KEY,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
