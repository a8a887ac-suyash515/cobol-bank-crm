       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATOCASE.

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
       01  HV-CASE-STATUS        PIC X(10).
       01  HV-EVENT-COUNT        PIC S9(9) COMP-5.
       01  HV-AMOUNT-INVOLVED    PIC S9(11)V99 COMP-3.
       01  HV-HOLD-PLACED        PIC X(01).
       01  HV-OPENED-AT          PIC X(26).
       01  HV-CLOSED-BY          PIC X(08).
       01  HV-CLOSE-NOTE         PIC X(200).
       01  HV-ACTION-TYPE        PIC X(08).
       01  HV-ACTION-DATE        PIC X(10).
       01  HV-ACTION-AMOUNT      PIC S9(11)V99 COMP-3.
       01  HV-CONTACT-CHANGED    PIC X(01).
       01  HV-ADDRESS-CHANGED    PIC X(01).
       01  HV-HOLD-COUNT         PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-CLEAR       VALUE 'CLEAR   '.
           88  FUNC-CONFIRM     VALUE 'CONFIRM '.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
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
           05  LK-CASE-ID         PIC X(10).
           05  LK-NOTE-TEXT       PIC X(200).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-CASE-STATUS     PIC X(10).
           05  LK-EVENT-COUNT     PIC 9(05).
           05  LK-AMOUNT-INVOLVED PIC S9(11)V99.
           05  LK-HOLD-PLACED     PIC X(01).
           05  LK-OPENED-AT       PIC X(26).
           05  LK-CLOSED-BY       PIC X(08).
           05  LK-HOLDS-RELEASED  PIC 9(03).
           05  LK-EVT-COUNT       PIC 9(02).
           05  LK-EVT-RESULTS OCCURS 10 TIMES.
               10  LK-EVT-ACTION-TYPE     PIC X(08).
               10  LK-EVT-ACTION-DATE     PIC X(10).
               10  LK-EVT-ACTION-AMOUNT   PIC S9(11)V99.
               10  LK-EVT-CONTACT-CHANGED PIC X(01).
               10  LK-EVT-ADDRESS-CHANGED PIC X(01).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The fraud desk's screen for the account-takeover cases ATODET
      * opens. INQUIRE returns the case with the actions that raised
      * it. Once the desk has spoken to the customer on a number it
      * trusts, the case is closed one of two ways:
      *   CLEAR   - the changes were the customer's own; the case
      *             closes CLEARED and every hold ATODET placed on
      *             it is released at once.
      *   CONFIRM - it was a takeover; the case closes CONFIRMED and
      *             its holds stay on - HOLDSWP will not lapse them -
      *             until the desk releases each one through ACCTHOLD
      *             once the accounts are secured.
      * Either way the reason is mandatory and kept on the case with
      * who closed it and when.
       MAIN-LOGIC.
           MOVE LK-CASE-ID        TO HV-CASE-ID.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE LK-NOTE-TEXT      TO HV-CLOSE-NOTE.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-HOLDS-RELEASED LK-EVT-COUNT.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-CLEAR
                   PERFORM CLEAR-CASE
               WHEN FUNC-CONFIRM
                   PERFORM CONFIRM-CASE
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-CASE
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
                 AND PROGRAM_NAME = 'ATOCASE'
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

      * A false alarm: the case closes and the customer's money is
      * freed in the same unit of work, so a cleared case never
      * leaves a hold behind.
       CLEAR-CASE.
           IF HV-CLOSE-NOTE = SPACES
               MOVE 'REASON FOR CLEARING IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'CLEARED' TO HV-CASE-STATUS
               PERFORM CLOSE-TAKEOVER-CASE
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE ACCOUNT_HOLDS
                   SET RELEASED_AT = :HV-TIMESTAMP,
                       RELEASED_BY = :LK-EMPLOYEE-ID
                   WHERE RELEASED_AT IS NULL
                     AND HOLD_ID IN
                         (SELECT K.HOLD_ID
                          FROM ATO_CASE_HOLDS K
                          WHERE K.CASE_ID = :HV-CASE-ID)
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO LK-HOLDS-RELEASED
                   MOVE 'CASE CLEARED - HOLDS RELEASED' TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   MOVE 'CASE CLEARED' TO WS-RESPONSE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ERROR RELEASING CASE HOLDS, BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * A takeover: the holds stay where they are. The response says
      * how many are still on so the desk knows what to release once
      * the customer's access is secured.
       CONFIRM-CASE.
           IF HV-CLOSE-NOTE = SPACES
               MOVE 'CONFIRMATION NARRATIVE IS REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'CONFIRMED' TO HV-CASE-STATUS
               PERFORM CLOSE-TAKEOVER-CASE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE ZERO TO HV-HOLD-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :HV-HOLD-COUNT
                   FROM ATO_CASE_HOLDS K, ACCOUNT_HOLDS H
                   WHERE K.CASE_ID = :HV-CASE-ID
                     AND H.HOLD_ID = K.HOLD_ID
                     AND H.RELEASED_AT IS NULL
               END-EXEC

               IF HV-HOLD-COUNT > ZERO
                   MOVE 'TAKEOVER CONFIRMED - CASE HOLDS REMAIN ON'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'TAKEOVER CONFIRMED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Any case, open or closed, with up to ten of the actions that
      * raised it, newest first.
       INQUIRE-CASE.
           PERFORM READ-CASE

           IF LK-RETURN-CODE = 00
               PERFORM LIST-CASE-EVENTS
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'TAKEOVER CASE RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       LIST-CASE-EVENTS.
           EXEC SQL
               DECLARE ATO_EVT_CUR CURSOR FOR
               SELECT ACTION_TYPE, CHAR(ACTION_DATE, ISO),
                      ACTION_AMOUNT, CONTACT_CHANGED, ADDRESS_CHANGED
               FROM ATO_CASE_EVENTS
               WHERE CASE_ID = :HV-CASE-ID
               ORDER BY ACTION_DATE DESC, LINKED_AT DESC
           END-EXEC

           EXEC SQL OPEN ATO_EVT_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH ATO_EVT_CUR INTO
                       :HV-ACTION-TYPE,
                       :HV-ACTION-DATE,
                       :HV-ACTION-AMOUNT,
                       :HV-CONTACT-CHANGED,
                       :HV-ADDRESS-CHANGED
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-ACTION-TYPE
                       TO LK-EVT-ACTION-TYPE(WS-IDX)
                   MOVE HV-ACTION-DATE
                       TO LK-EVT-ACTION-DATE(WS-IDX)
                   MOVE HV-ACTION-AMOUNT
                       TO LK-EVT-ACTION-AMOUNT(WS-IDX)
                   MOVE HV-CONTACT-CHANGED
                       TO LK-EVT-CONTACT-CHANGED(WS-IDX)
                   MOVE HV-ADDRESS-CHANGED
                       TO LK-EVT-ADDRESS-CHANGED(WS-IDX)
                   ADD 1 TO LK-EVT-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ERROR READING CASE ACTIONS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF

           EXEC SQL CLOSE ATO_EVT_CUR END-EXEC.

      * Reads the case and hands it back on the commarea.
       READ-CASE.
           IF HV-CASE-ID = SPACES
               MOVE 'CASE ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_ID, CASE_STATUS, EVENT_COUNT,
                          AMOUNT_INVOLVED, HOLD_PLACED,
                          CHAR(OPENED_AT),
                          COALESCE(CLOSED_BY, ' ')
                   INTO :HV-CUSTOMER-ID, :HV-CASE-STATUS,
                        :HV-EVENT-COUNT, :HV-AMOUNT-INVOLVED,
                        :HV-HOLD-PLACED, :HV-OPENED-AT,
                        :HV-CLOSED-BY
                   FROM ATO_CASES
                   WHERE CASE_ID = :HV-CASE-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'TAKEOVER CASE NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR READING TAKEOVER CASE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-CUSTOMER-ID     TO LK-CUSTOMER-ID
                   MOVE HV-CASE-STATUS     TO LK-CASE-STATUS
                   MOVE HV-EVENT-COUNT     TO LK-EVENT-COUNT
                   MOVE HV-AMOUNT-INVOLVED TO LK-AMOUNT-INVOLVED
                   MOVE HV-HOLD-PLACED     TO LK-HOLD-PLACED
                   MOVE HV-OPENED-AT       TO LK-OPENED-AT
                   MOVE HV-CLOSED-BY       TO LK-CLOSED-BY
               END-IF
               END-IF
           END-IF.

      * CLEAR and CONFIRM work on an OPEN case only - a closed
      * decision is not reversed on this screen.
       READ-OPEN-CASE.
           PERFORM READ-CASE
           IF LK-RETURN-CODE = 00 AND HV-CASE-STATUS NOT = 'OPEN'
               MOVE 'TAKEOVER CASE IS ALREADY CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF.

       CLOSE-TAKEOVER-CASE.
           EXEC SQL
               UPDATE ATO_CASES
               SET CASE_STATUS = :HV-CASE-STATUS,
                   CLOSED_BY = :LK-EMPLOYEE-ID,
                   CLOSED_AT = :HV-TIMESTAMP,
                   CLOSE_NOTE = :HV-CLOSE-NOTE
               WHERE CASE_ID = :HV-CASE-ID
                 AND CASE_STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR CLOSING TAKEOVER CASE' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-CASE-STATUS TO LK-CASE-STATUS
               MOVE LK-EMPLOYEE-ID TO LK-CLOSED-BY
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

      * The audit key is the case for every function.
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

           MOVE LK-CASE-ID TO WS-SEC-KEY

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
