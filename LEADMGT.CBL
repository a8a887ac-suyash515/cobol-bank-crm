       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEADMGT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-LEAD-ID            PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-PRODUCT-CODE       PIC X(20).
       01  HV-REFERRED-BY        PIC X(08).
       01  HV-ASSIGNED-TO        PIC X(08).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-LEAD-STATUS        PIC X(10).
       01  HV-NEW-STATUS         PIC X(10).
       01  HV-LEAD-NOTE          PIC X(100).
       01  HV-INTERACTION-TS     PIC X(26).
       01  HV-RAISED-AT          PIC X(26).
       01  HV-ASSIGNEE-ROLE      PIC X(10).
       01  HV-CLOSED-TO-NEW      PIC X(01).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-RAISE       VALUE 'RAISE '.
           88  FUNC-ASSIGN      VALUE 'ASSIGN'.
           88  FUNC-STATUS      VALUE 'STATUS'.
           88  FUNC-LIST        VALUE 'LIST  '.

      * A lead is open while NEW, CONTACTED or OFFERED; WON and LOST
      * close it. A lead only moves forward through the stages -
      * OFFERED can skip CONTACTED, but never goes back to it.
       01  WS-CURRENT-STATUS     PIC X(10).
           88  LEAD-IS-OPEN          VALUE 'NEW' 'CONTACTED'
                                           'OFFERED'.
       01  WS-TARGET-STATUS      PIC X(10).
           88  TARGET-CONTACTED      VALUE 'CONTACTED'.
           88  TARGET-OFFERED        VALUE 'OFFERED'.
           88  TARGET-CLOSING        VALUE 'WON' 'LOST'.
           88  TARGET-LOST           VALUE 'LOST'.
           88  TARGET-VALID          VALUE 'CONTACTED' 'OFFERED'
                                           'WON' 'LOST'.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-LEAD-NUMBER        PIC 9(07) VALUE ZERO.
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
           05  LK-LEAD-ID         PIC X(10).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-PRODUCT-CODE    PIC X(20).
      * The sales employee working the lead - optional at RAISE,
      * where a blank leaves it in the unassigned queue.
           05  LK-ASSIGNED-TO     PIC X(08).
      * The referring rep's branch; blank for a non-branch referral
      * (contact centre, relationship managers on the road).
           05  LK-BRANCH-ID       PIC X(06).
           05  LK-NEW-STATUS      PIC X(10).
      * What was discussed at RAISE; why the lead was lost at STATUS
      * LOST, where it is required.
           05  LK-LEAD-NOTE       PIC X(100).
      * The CUSTOMER_INTERACTIONS timestamp the referral came from,
      * when CUSTHIST raises it while logging the conversation.
           05  LK-INTERACTION-TS  PIC X(26).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-LEAD-COUNT      PIC 9(02).
           05  LK-LEAD-RESULTS OCCURS 10 TIMES.
               10  LK-RES-LEAD-ID     PIC X(10).
               10  LK-RES-CUSTOMER-ID PIC X(10).
               10  LK-RES-PRODUCT     PIC X(20).
               10  LK-RES-REFERRED-BY PIC X(08).
               10  LK-RES-ASSIGNED-TO PIC X(08).
               10  LK-RES-STATUS      PIC X(10).
               10  LK-RES-RAISED-AT   PIC X(26).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Sales lead register - "thinking about a mortgage" stops
      * dying in INTERACTION_NOTES. A referral names a PRODUCT_MASTER
      * product and lands on SALES_LEADS with the referring employee
      * and branch, for a sales employee to work:
      *   RAISE  - a new lead (CUSTHIST raises one while logging the
      *            conversation, or a rep raises it directly);
      *   ASSIGN - hands an open lead to a sales employee;
      *   STATUS - moves it on to CONTACTED, OFFERED, WON or LOST;
      *   LIST   - a customer's leads, or an employee's open queue.
      * ACCTMSTR's OPEN-ACCOUNT closes a lead as WON by itself when
      * the product is opened for the customer; LEADREP reports the
      * month's referrals and conversion at month-end.
       MAIN-LOGIC.
           MOVE LK-LEAD-ID        TO HV-LEAD-ID.
           MOVE LK-CUSTOMER-ID    TO HV-CUSTOMER-ID.
           MOVE LK-PRODUCT-CODE   TO HV-PRODUCT-CODE.
           MOVE LK-ASSIGNED-TO    TO HV-ASSIGNED-TO.
           MOVE LK-BRANCH-ID      TO HV-BRANCH-ID.
           MOVE LK-NEW-STATUS     TO WS-TARGET-STATUS.
           MOVE LK-LEAD-NOTE      TO HV-LEAD-NOTE.
           MOVE LK-INTERACTION-TS TO HV-INTERACTION-TS.
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
               WHEN FUNC-RAISE
                   PERFORM RAISE-LEAD
               WHEN FUNC-ASSIGN
                   PERFORM ASSIGN-LEAD
               WHEN FUNC-STATUS
                   PERFORM CHANGE-LEAD-STATUS
               WHEN FUNC-LIST
                   PERFORM LIST-LEADS
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
                 AND PROGRAM_NAME = 'LEADMGT'
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

      * One open lead per customer and product - a second rep hearing
      * the same wish gets the existing lead back instead of raising
      * a duplicate that would double the referral count.
       RAISE-LEAD.
           IF HV-CUSTOMER-ID = SPACES OR HV-PRODUCT-CODE = SPACES
               MOVE 'CUSTOMER ID AND PRODUCT ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM VALIDATE-LEAD-CUSTOMER

               IF LK-RETURN-CODE = 00
                   PERFORM VALIDATE-LEAD-PRODUCT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM VALIDATE-REFERRAL-BRANCH
               END-IF

               IF LK-RETURN-CODE = 00
                       AND HV-ASSIGNED-TO NOT = SPACES
                   PERFORM VALIDATE-ASSIGNEE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-OPEN-LEAD
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-LEAD-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM INSERT-LEAD-ROW
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       VALIDATE-LEAD-CUSTOMER.
           EXEC SQL
               SELECT CUSTOMER_ID INTO :HV-CUSTOMER-ID
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
           END-IF
           END-IF.

      * The same PRODUCT_MASTER test ACCTMSTR applies at opening - a
      * lead for a product that cannot be opened could never be won.
       VALIDATE-LEAD-PRODUCT.
           MOVE SPACES TO HV-CLOSED-TO-NEW

           EXEC SQL
               SELECT COALESCE(CLOSED_TO_NEW, 'N')
               INTO :HV-CLOSED-TO-NEW
               FROM PRODUCT_MASTER
               WHERE PRODUCT_CODE = :HV-PRODUCT-CODE
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'UNKNOWN PRODUCT - SEE PRODUCT MASTER'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-CLOSED-TO-NEW = 'Y'
               MOVE 'PRODUCT IS CLOSED TO NEW BUSINESS'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * A supplied branch must be a live BRANCH_MASTER row.
       VALIDATE-REFERRAL-BRANCH.
           IF HV-BRANCH-ID NOT = SPACES
               EXEC SQL
                   SELECT BRANCH_ID INTO :HV-BRANCH-ID
                   FROM BRANCH_MASTER
                   WHERE BRANCH_ID = :HV-BRANCH-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN OR INACTIVE BRANCH ID' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF.

      * A lead goes only to an active employee whose role is entitled
      * to work it (LEADMGT STATUS) - not into a queue nobody can
      * move.
       VALIDATE-ASSIGNEE.
           MOVE SPACES TO HV-ASSIGNEE-ROLE

           EXEC SQL
               SELECT COALESCE(E.ROLE, ' ') INTO :HV-ASSIGNEE-ROLE
               FROM EMPLOYEE_MASTER E, ROLE_ENTITLEMENTS R
               WHERE E.EMPLOYEE_ID = :HV-ASSIGNED-TO
                 AND E.ACTIVE_FLAG = 'Y'
                 AND R.ROLE = E.ROLE
                 AND R.PROGRAM_NAME = 'LEADMGT'
                 AND R.FUNCTION_CODE = 'STATUS'
                 AND R.ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ASSIGNEE IS NOT AN ACTIVE SALES EMPLOYEE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       CHECK-OPEN-LEAD.
           EXEC SQL
               SELECT LEAD_ID INTO :HV-LEAD-ID
               FROM SALES_LEADS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND PRODUCT_CODE = :HV-PRODUCT-CODE
                 AND LEAD_STATUS IN ('NEW', 'CONTACTED', 'OFFERED')
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-LEAD-ID TO LK-LEAD-ID
               MOVE 'AN OPEN LEAD FOR THIS PRODUCT ALREADY EXISTS'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR READING SALES LEADS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * LEAD_ID is owned by the system, drawn from the LEAD_CONTROL
      * one-row counter the way STOPPAY draws stop numbers.
       GENERATE-LEAD-ID.
           EXEC SQL
               UPDATE LEAD_CONTROL
               SET LAST_LEAD_NUMBER = LAST_LEAD_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING LEAD NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_LEAD_NUMBER INTO :HV-NEXT-NUMBER
                   FROM LEAD_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING LEAD NUMBER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-LEAD-NUMBER
                   MOVE SPACES TO HV-LEAD-ID
                   STRING 'LED' WS-LEAD-NUMBER
                       DELIMITED BY SIZE INTO HV-LEAD-ID
                   END-STRING
               END-IF
           END-IF.

      * A lead raised with an assignee is stamped ASSIGNED_AT there
      * and then, so LEADREP can age the queue from hand-off.
       INSERT-LEAD-ROW.
           MOVE LK-EMPLOYEE-ID TO HV-REFERRED-BY

           EXEC SQL
               INSERT INTO SALES_LEADS
                   (LEAD_ID, CUSTOMER_ID, PRODUCT_CODE, REFERRED_BY,
                    REFERRING_BRANCH, ASSIGNED_TO, ASSIGNED_AT,
                    LEAD_STATUS, LEAD_NOTE, INTERACTION_TIMESTAMP,
                    RAISED_AT)
               VALUES
                   (:HV-LEAD-ID, :HV-CUSTOMER-ID, :HV-PRODUCT-CODE,
                    :HV-REFERRED-BY, :HV-BRANCH-ID, :HV-ASSIGNED-TO,
                    CASE WHEN :HV-ASSIGNED-TO = ' ' THEN NULL
                         ELSE TIMESTAMP(:HV-TIMESTAMP) END,
                    'NEW', :HV-LEAD-NOTE,
                    NULLIF(:HV-INTERACTION-TS, ' '), :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-LEAD-ID TO LK-LEAD-ID
               MOVE 'SALES LEAD RAISED' TO WS-RESPONSE
           ELSE
               MOVE 'ERROR RAISING SALES LEAD' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * Re-assigning an open lead moves it to another sales
      * employee's queue; a closed lead stays with whoever closed it.
       ASSIGN-LEAD.
           IF HV-LEAD-ID = SPACES OR HV-ASSIGNED-TO = SPACES
               MOVE 'LEAD ID AND ASSIGNEE ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-LEAD

               IF LK-RETURN-CODE = 00
                   PERFORM VALIDATE-ASSIGNEE
               END-IF

               IF LK-RETURN-CODE = 00
                   EXEC SQL
                       UPDATE SALES_LEADS
                       SET ASSIGNED_TO = :HV-ASSIGNED-TO,
                           ASSIGNED_AT = :HV-TIMESTAMP
                       WHERE LEAD_ID = :HV-LEAD-ID
                         AND LEAD_STATUS = :WS-CURRENT-STATUS
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'SALES LEAD ASSIGNED' TO WS-RESPONSE
                   ELSE IF SQLCODE = 100
                       MOVE 'LEAD CHANGED BY ANOTHER USER, RETRY'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       MOVE 'ERROR ASSIGNING SALES LEAD'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Each stage keeps its own timestamp so LEADREP can see how far
      * a lead got: reaching OFFERED stamps CONTACTED_AT too if the
      * rep skipped it, and WON or LOST stamps the close. A manual
      * WON covers a product sold outside ACCTMSTR (a loan booked
      * through LOANSRV); LOST needs the reason.
       CHANGE-LEAD-STATUS.
           IF HV-LEAD-ID = SPACES OR NOT TARGET-VALID
               MOVE 'LEAD ID AND A VALID NEW STATUS ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF TARGET-LOST AND HV-LEAD-NOTE = SPACES
               MOVE 'A REASON IS REQUIRED TO CLOSE A LEAD AS LOST'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-LEAD

               IF LK-RETURN-CODE = 00
                   IF (TARGET-CONTACTED
                           AND WS-CURRENT-STATUS NOT = 'NEW')
                       OR (TARGET-OFFERED
                           AND WS-CURRENT-STATUS = 'OFFERED')
                       MOVE 'LEAD IS ALREADY PAST THAT STAGE'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   END-IF
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM UPDATE-LEAD-STATUS
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       UPDATE-LEAD-STATUS.
           MOVE WS-TARGET-STATUS TO HV-NEW-STATUS

           EXEC SQL
               UPDATE SALES_LEADS
               SET LEAD_STATUS = :HV-NEW-STATUS,
                   CONTACTED_AT =
                       CASE WHEN :HV-NEW-STATUS
                                 IN ('CONTACTED', 'OFFERED')
                            THEN COALESCE(CONTACTED_AT,
                                          TIMESTAMP(:HV-TIMESTAMP))
                            ELSE CONTACTED_AT END,
                   OFFERED_AT =
                       CASE WHEN :HV-NEW-STATUS = 'OFFERED'
                            THEN TIMESTAMP(:HV-TIMESTAMP)
                            ELSE OFFERED_AT END,
                   CLOSED_AT =
                       CASE WHEN :HV-NEW-STATUS IN ('WON', 'LOST')
                            THEN TIMESTAMP(:HV-TIMESTAMP)
                            ELSE CLOSED_AT END,
                   CLOSED_BY =
                       CASE WHEN :HV-NEW-STATUS IN ('WON', 'LOST')
                            THEN :LK-EMPLOYEE-ID
                            ELSE CLOSED_BY END,
                   CLOSE_NOTE =
                       CASE WHEN :HV-NEW-STATUS IN ('WON', 'LOST')
                            THEN :HV-LEAD-NOTE
                            ELSE CLOSE_NOTE END
               WHERE LEAD_ID = :HV-LEAD-ID
                 AND LEAD_STATUS = :WS-CURRENT-STATUS
           END-EXEC

           IF SQLCODE = 0
               MOVE 'SALES LEAD STATUS UPDATED' TO WS-RESPONSE
           ELSE IF SQLCODE = 100
               MOVE 'LEAD CHANGED BY ANOTHER USER, RETRY'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR UPDATING SALES LEAD' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       READ-OPEN-LEAD.
           MOVE SPACES TO WS-CURRENT-STATUS

           EXEC SQL
               SELECT LEAD_STATUS INTO :WS-CURRENT-STATUS
               FROM SALES_LEADS
               WHERE LEAD_ID = :HV-LEAD-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'SALES LEAD NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING SALES LEAD' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF NOT LEAD-IS-OPEN
               MOVE 'LEAD IS ALREADY CLOSED AS WON OR LOST'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * A customer ID lists that customer's leads, open and closed,
      * newest first; otherwise the open queue of the assignee given
      * - or of the caller, when none is - oldest first, so the list
      * is the sales employee's work queue.
       LIST-LEADS.
           MOVE ZERO TO LK-LEAD-COUNT

           IF HV-CUSTOMER-ID = SPACES AND HV-ASSIGNED-TO = SPACES
               MOVE LK-EMPLOYEE-ID TO HV-ASSIGNED-TO
           END-IF

           EXEC SQL
               DECLARE LEADL_CUR CURSOR FOR
               SELECT LEAD_ID, CUSTOMER_ID, PRODUCT_CODE,
                      REFERRED_BY, COALESCE(ASSIGNED_TO, ' '),
                      LEAD_STATUS, CHAR(RAISED_AT)
               FROM SALES_LEADS
               WHERE (:HV-CUSTOMER-ID NOT = ' '
                      AND CUSTOMER_ID = :HV-CUSTOMER-ID)
                  OR (:HV-CUSTOMER-ID = ' '
                      AND ASSIGNED_TO = :HV-ASSIGNED-TO
                      AND LEAD_STATUS
                          IN ('NEW', 'CONTACTED', 'OFFERED'))
               ORDER BY CASE WHEN :HV-CUSTOMER-ID = ' '
                             THEN RAISED_AT END,
                        RAISED_AT DESC
           END-EXEC

           EXEC SQL OPEN LEADL_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH LEADL_CUR INTO
                       :HV-LEAD-ID,
                       :HV-CUSTOMER-ID,
                       :HV-PRODUCT-CODE,
                       :HV-REFERRED-BY,
                       :HV-ASSIGNED-TO,
                       :HV-LEAD-STATUS,
                       :HV-RAISED-AT
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-LEAD-ID      TO LK-RES-LEAD-ID(WS-IDX)
                   MOVE HV-CUSTOMER-ID  TO LK-RES-CUSTOMER-ID(WS-IDX)
                   MOVE HV-PRODUCT-CODE TO LK-RES-PRODUCT(WS-IDX)
                   MOVE HV-REFERRED-BY  TO LK-RES-REFERRED-BY(WS-IDX)
                   MOVE HV-ASSIGNED-TO  TO LK-RES-ASSIGNED-TO(WS-IDX)
                   MOVE HV-LEAD-STATUS  TO LK-RES-STATUS(WS-IDX)
                   MOVE HV-RAISED-AT    TO LK-RES-RAISED-AT(WS-IDX)
                   ADD 1 TO LK-LEAD-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LEADL_CUR END-EXEC

           IF LK-LEAD-COUNT = ZERO
               MOVE 'NO SALES LEADS ON FILE' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'SALES LEADS RETRIEVED' TO WS-RESPONSE
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :LK-LEAD-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
