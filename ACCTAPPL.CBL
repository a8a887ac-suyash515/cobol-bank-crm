       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAPPL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-APPLICATION-ID     PIC X(10).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-PRODUCT-CODE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-APP-STATUS         PIC X(10).
       01  HV-NEW-STATUS         PIC X(10).
       01  HV-CREATED-BY         PIC X(08).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-REQUIREMENT-CODE   PIC X(10).
       01  HV-ITEM-STATUS        PIC X(10).
       01  HV-MIN-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-DEPOSIT-AMOUNT     PIC S9(9)V99 COMP-3.
       01  HV-REASON             PIC X(100).
       01  HV-CLOSED-TO-NEW      PIC X(01).
       01  HV-RECORD-STATUS      PIC X(10).
       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-IS-MINOR           PIC X(01).
       01  HV-FOUND              PIC X(01).
       01  HV-OPEN-ITEMS         PIC S9(9) COMP-5.
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-CREATE      VALUE 'CREATE  '.
           88  FUNC-SUBMIT      VALUE 'SUBMIT  '.
           88  FUNC-MEETREQ     VALUE 'MEETREQ '.
           88  FUNC-APPROVE     VALUE 'APPROVE '.
           88  FUNC-OPEN        VALUE 'OPEN    '.
           88  FUNC-WITHDRAW    VALUE 'WITHDRAW'.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

      * An application starts as DRAFT while the rep gathers what the
      * product needs, is SUBMITTED into PENDDOCS (items still open)
      * or PENDAPPR (checklist complete), is APPROVED by a second
      * employee and becomes OPENED once ACCTMSTR has opened the
      * account. WITHDRAWN ends it at any point before that.
       01  WS-CURRENT-STATUS     PIC X(10).
           88  APP-IS-DRAFT          VALUE 'DRAFT'.
           88  APP-PENDING-DOCS      VALUE 'PENDDOCS'.
           88  APP-PENDING-APPROVAL  VALUE 'PENDAPPR'.
           88  APP-IS-APPROVED       VALUE 'APPROVED'.
           88  APP-TAKES-ITEMS       VALUE 'DRAFT' 'PENDDOCS'
                                           'PENDAPPR'.
           88  APP-IS-CLOSED         VALUE 'OPENED' 'WITHDRAWN'.

      * Requirement codes the program proves for itself from the
      * customer's records instead of taking a rep's tick - the same
      * tests OPEN-ACCOUNT applies, so an approved application does
      * not then fail at opening.
       01  WS-REQUIREMENT        PIC X(10).
           88  REQ-ID-DOCUMENT       VALUE 'IDDOC'.
           88  REQ-CUSTODIAN         VALUE 'CUSTODIAN'.
           88  REQ-INITIAL-DEPOSIT   VALUE 'INITDEP'.
           88  REQ-SYSTEM-CHECKED    VALUE 'IDDOC' 'CUSTODIAN'.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-APP-NUMBER         PIC 9(07) VALUE ZERO.
       01  WS-RC-DISPLAY         PIC 9(02) VALUE ZERO.
       01  WS-ITEM-MET           PIC X VALUE 'N'.
           88  ITEM-IS-MET           VALUE 'Y'.
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

      * Commarea for the ACCTMSTR OPEN CALL that turns an approved
      * application into an account - same shape as its DFHCOMMAREA.
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

       LINKAGE SECTION.
       01  DFHCOMMAREA.
      * Blank at CREATE, which returns the number assigned.
           05  LK-APPLICATION-ID  PIC X(10).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-PRODUCT-CODE    PIC X(20).
      * The branch taking the application - the account opens there.
           05  LK-BRANCH-ID       PIC X(06).
      * The checklist item being met at MEETREQ.
           05  LK-REQUIREMENT-CODE PIC X(10).
      * The deposit the customer is bringing, at MEETREQ INITDEP.
           05  LK-DEPOSIT-AMOUNT  PIC S9(9)V99.
      * Why the application was withdrawn - required at WITHDRAW.
           05  LK-REASON          PIC X(100).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-APP-STATUS      PIC X(10).
      * The account opened for the application, once OPENED.
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-ITEM-COUNT      PIC 9(02).
           05  LK-ITEM-RESULTS OCCURS 10 TIMES.
               10  LK-RES-REQUIREMENT PIC X(10).
               10  LK-RES-ITEM-STATUS PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Account opening applications - somewhere to hold an opening
      * that is waiting on an ID document, a signature card, a
      * custodian link or an initial deposit, instead of a drawer.
      * ACCOUNT_APPLICATIONS carries the application and
      * APPLICATION_CHECKLIST its requirements, drawn at CREATE from
      * PRODUCT_REQUIREMENTS for the PRODUCT_MASTER product:
      *   CREATE   - a DRAFT application with its checklist;
      *   SUBMIT   - DRAFT to PENDDOCS, or PENDAPPR when complete;
      *   MEETREQ  - ticks a checklist item off;
      *   APPROVE  - a second employee approves, and ACCTMSTR
      *              OPEN-ACCOUNT opens the account;
      *   OPEN     - retries the opening of an APPROVED application
      *              that ACCTMSTR refused;
      *   WITHDRAW - the customer or the bank abandons it;
      *   INQUIRE  - the application and its checklist.
      * APPLSWP puts applications left pending too long on the
      * FOLLOWUP tickler; APPLREP reports the weekly funnel.
       MAIN-LOGIC.
           MOVE LK-APPLICATION-ID   TO HV-APPLICATION-ID.
           MOVE LK-CUSTOMER-ID      TO HV-CUSTOMER-ID.
           MOVE LK-PRODUCT-CODE     TO HV-PRODUCT-CODE.
           MOVE LK-BRANCH-ID        TO HV-BRANCH-ID.
           MOVE LK-REQUIREMENT-CODE TO HV-REQUIREMENT-CODE.
           MOVE LK-DEPOSIT-AMOUNT   TO HV-DEPOSIT-AMOUNT.
           MOVE LK-REASON           TO HV-REASON.
           MOVE LK-FUNCTION         TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE ZERO TO LK-ITEM-COUNT.
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
               WHEN FUNC-CREATE
                   PERFORM CREATE-APPLICATION
               WHEN FUNC-SUBMIT
                   PERFORM SUBMIT-APPLICATION
               WHEN FUNC-MEETREQ
                   PERFORM MEET-REQUIREMENT
               WHEN FUNC-APPROVE
                   PERFORM APPROVE-APPLICATION
               WHEN FUNC-OPEN
                   PERFORM RETRY-ACCOUNT-OPENING
               WHEN FUNC-WITHDRAW
                   PERFORM WITHDRAW-APPLICATION
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-APPLICATION
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
                 AND PROGRAM_NAME = 'ACCTAPPL'
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

      * One live application per customer and product - a second rep
      * starting the same opening gets the existing application back
      * instead of a duplicate that would double the funnel count.
      * The checklist and its first evaluation go in with the
      * application or not at all.
       CREATE-APPLICATION.
           IF HV-CUSTOMER-ID = SPACES OR HV-PRODUCT-CODE = SPACES
                   OR HV-BRANCH-ID = SPACES
               MOVE 'CUSTOMER, PRODUCT AND BRANCH ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPL-CUSTOMER

               IF LK-RETURN-CODE = 00
                   PERFORM VALIDATE-APPL-PRODUCT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM VALIDATE-APPL-BRANCH
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-LIVE-APPLICATION
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-APPLICATION-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM INSERT-APPLICATION-ROW
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM BUILD-CHECKLIST
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM EVALUATE-CHECKLIST
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE HV-APPLICATION-ID TO LK-APPLICATION-ID
                   MOVE 'DRAFT' TO LK-APP-STATUS
                   PERFORM LIST-CHECKLIST
                   MOVE 'APPLICATION CREATED AS DRAFT' TO WS-RESPONSE
               ELSE IF LK-RETURN-CODE = 12
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The customer must be on file and not closed. Their type and
      * whether they are a minor decide which checklist items apply
      * and how the identity item is proved; a blank date of birth
      * is treated as adult, as OPEN-ACCOUNT treats it.
       READ-APPL-CUSTOMER.
           MOVE SPACES TO HV-RECORD-STATUS
           MOVE SPACES TO HV-CUSTOMER-TYPE
           MOVE 'N' TO HV-IS-MINOR

           EXEC SQL
               SELECT COALESCE(RECORD_STATUS, ' '),
                      COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL'),
                      CASE WHEN DATE_OF_BIRTH IS NOT NULL
                            AND DATE_OF_BIRTH >
                                CURRENT DATE - 18 YEARS
                           THEN 'Y' ELSE 'N' END
               INTO :HV-RECORD-STATUS, :HV-CUSTOMER-TYPE,
                    :HV-IS-MINOR
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
           ELSE IF HV-RECORD-STATUS = 'CLOSED'
               MOVE 'CUSTOMER RECORD IS CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * The same PRODUCT_MASTER test ACCTMSTR applies at opening - an
      * application for a product that cannot be opened could never
      * be approved.
       VALIDATE-APPL-PRODUCT.
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

       VALIDATE-APPL-BRANCH.
           EXEC SQL
               SELECT BRANCH_ID INTO :HV-BRANCH-ID
               FROM BRANCH_MASTER
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'UNKNOWN OR INACTIVE BRANCH ID' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

       CHECK-LIVE-APPLICATION.
           EXEC SQL
               SELECT APPLICATION_ID INTO :HV-APPLICATION-ID
               FROM ACCOUNT_APPLICATIONS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND PRODUCT_CODE = :HV-PRODUCT-CODE
                 AND APP_STATUS IN ('DRAFT', 'PENDDOCS', 'PENDAPPR',
                                    'APPROVED')
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-APPLICATION-ID TO LK-APPLICATION-ID
               MOVE 'AN APPLICATION FOR THIS PRODUCT IS IN PROGRESS'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR READING ACCOUNT APPLICATIONS'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * APPLICATION_ID is owned by the system, drawn from the
      * APPL_CONTROL one-row counter the way LEADMGT draws leads.
       GENERATE-APPLICATION-ID.
           EXEC SQL
               UPDATE APPL_CONTROL
               SET LAST_APPL_NUMBER = LAST_APPL_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING APPLICATION NUMBER'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_APPL_NUMBER INTO :HV-NEXT-NUMBER
                   FROM APPL_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING APPLICATION NUMBER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-APP-NUMBER
                   MOVE SPACES TO HV-APPLICATION-ID
                   STRING 'APP' WS-APP-NUMBER
                       DELIMITED BY SIZE INTO HV-APPLICATION-ID
                   END-STRING
               END-IF
           END-IF.

      * STATUS_CHANGED_AT is what APPLSWP ages a stalled application
      * from; CREATED_BY is the rep the chase goes back to.
       INSERT-APPLICATION-ROW.
           EXEC SQL
               INSERT INTO ACCOUNT_APPLICATIONS
                   (APPLICATION_ID, CUSTOMER_ID, PRODUCT_CODE,
                    BRANCH_ID, APP_STATUS, CREATED_BY, CREATED_AT,
                    STATUS_CHANGED_AT)
               VALUES
                   (:HV-APPLICATION-ID, :HV-CUSTOMER-ID,
                    :HV-PRODUCT-CODE, :HV-BRANCH-ID, 'DRAFT',
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP, :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR CREATING APPLICATION' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * PRODUCT_REQUIREMENTS lists what each product needs - rows
      * under product 'ALL' apply to every product, and an amount
      * on a row (the INITDEP minimum) goes onto the item. The
      * identity item, and the custodian item for a minor, are put
      * on whatever the table says, since OPEN-ACCOUNT will not open
      * without them.
       BUILD-CHECKLIST.
           EXEC SQL
               INSERT INTO APPLICATION_CHECKLIST
                   (APPLICATION_ID, REQUIREMENT_CODE, MIN_AMOUNT,
                    ITEM_STATUS)
               SELECT :HV-APPLICATION-ID, REQUIREMENT_CODE,
                      MAX(COALESCE(MIN_AMOUNT, 0)), 'OPEN'
               FROM PRODUCT_REQUIREMENTS
               WHERE PRODUCT_CODE IN (:HV-PRODUCT-CODE, 'ALL')
                 AND ACTIVE_FLAG = 'Y'
                 AND (REQUIREMENT_CODE NOT = 'CUSTODIAN'
                      OR :HV-IS-MINOR = 'Y')
               GROUP BY REQUIREMENT_CODE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ERROR BUILDING APPLICATION CHECKLIST'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE 'IDDOC' TO HV-REQUIREMENT-CODE
               PERFORM ADD-STANDARD-ITEM
               IF LK-RETURN-CODE = 00 AND HV-IS-MINOR = 'Y'
                   MOVE 'CUSTODIAN' TO HV-REQUIREMENT-CODE
                   PERFORM ADD-STANDARD-ITEM
               END-IF
           END-IF.

       ADD-STANDARD-ITEM.
           MOVE SPACES TO HV-FOUND

           EXEC SQL
               SELECT 'X' INTO :HV-FOUND
               FROM APPLICATION_CHECKLIST
               WHERE APPLICATION_ID = :HV-APPLICATION-ID
                 AND REQUIREMENT_CODE = :HV-REQUIREMENT-CODE
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO APPLICATION_CHECKLIST
                       (APPLICATION_ID, REQUIREMENT_CODE, MIN_AMOUNT,
                        ITEM_STATUS)
                   VALUES
                       (:HV-APPLICATION-ID, :HV-REQUIREMENT-CODE, 0,
                        'OPEN')
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'ERROR BUILDING APPLICATION CHECKLIST'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * The identity and custodian items are proved from the
      * customer's own records every time the application moves, and
      * go back to OPEN if what proved them has lapsed since - an
      * identity document can expire while an application waits.
      * Leaves the count of items still open in HV-OPEN-ITEMS.
       EVALUATE-CHECKLIST.
           MOVE 'IDDOC' TO HV-REQUIREMENT-CODE
           IF HV-CUSTOMER-TYPE = 'BUSINESS'
               PERFORM CHECK-CONTROLLING-PERSON
           ELSE
               PERFORM CHECK-IDENTITY-DOCUMENT
           END-IF
           IF LK-RETURN-CODE = 00
               PERFORM SET-SYSTEM-ITEM
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'CUSTODIAN' TO HV-REQUIREMENT-CODE
               PERFORM CHECK-CUSTODIAN-LINK
           END-IF
           IF LK-RETURN-CODE = 00
               PERFORM SET-SYSTEM-ITEM
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM COUNT-OPEN-ITEMS
           END-IF.

      * A current verified document for the customer, or for the
      * custodian of a minor - the OPEN-ACCOUNT test.
       CHECK-IDENTITY-DOCUMENT.
           MOVE 'N' TO WS-ITEM-MET
           MOVE SPACES TO HV-FOUND

           EXEC SQL
               SELECT 'X' INTO :HV-FOUND
               FROM IDENTITY_DOCUMENTS D
               WHERE D.DOC_STATUS = 'ACTIVE'
                 AND D.VERIFIED_BY IS NOT NULL
                 AND D.EXPIRY_DATE >= CURRENT DATE
                 AND (D.CUSTOMER_ID = :HV-CUSTOMER-ID
                      OR (:HV-IS-MINOR = 'Y'
                          AND D.CUSTOMER_ID IN
                              (SELECT CASE
                                   WHEN R.PRIMARY_CUSTOMER_ID =
                                        :HV-CUSTOMER-ID
                                   THEN R.RELATED_CUSTOMER_ID
                                   ELSE R.PRIMARY_CUSTOMER_ID END
                               FROM CUSTOMER_RELATIONSHIP R
                               WHERE R.RELATIONSHIP_TYPE = 'CUSTODIAN'
                                 AND (R.PRIMARY_CUSTOMER_ID =
                                          :HV-CUSTOMER-ID
                                      OR R.RELATED_CUSTOMER_ID =
                                          :HV-CUSTOMER-ID))))
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ITEM-MET
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR CHECKING IDENTITY DOCUMENTS'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * For a business, a verified controlling person on the
      * beneficial-owner register stands in for the identity
      * document - the OPEN-ACCOUNT test.
       CHECK-CONTROLLING-PERSON.
           MOVE 'N' TO WS-ITEM-MET
           MOVE SPACES TO HV-FOUND

           EXEC SQL
               SELECT 'X' INTO :HV-FOUND
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :HV-CUSTOMER-ID
                 AND ACTIVE_FLAG = 'Y'
                 AND OWNER_ROLE IN ('CONTROL', 'BOTH')
                 AND VERIFIED_BY IS NOT NULL
                 AND ID_DOC_EXPIRY >= CURRENT DATE
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ITEM-MET
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR CHECKING BENEFICIAL OWNERS'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       CHECK-CUSTODIAN-LINK.
           MOVE 'N' TO WS-ITEM-MET
           MOVE SPACES TO HV-FOUND

           EXEC SQL
               SELECT 'X' INTO :HV-FOUND
               FROM CUSTOMER_RELATIONSHIP
               WHERE RELATIONSHIP_TYPE = 'CUSTODIAN'
                 AND (PRIMARY_CUSTOMER_ID = :HV-CUSTOMER-ID
                      OR RELATED_CUSTOMER_ID = :HV-CUSTOMER-ID)
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ITEM-MET
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR READING CUSTOMER RELATIONSHIPS'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * An item not on this application's checklist is simply not
      * touched (SQLCODE 100).
       SET-SYSTEM-ITEM.
           IF ITEM-IS-MET
               EXEC SQL
                   UPDATE APPLICATION_CHECKLIST
                   SET ITEM_STATUS = 'MET',
                       MET_BY = :LK-EMPLOYEE-ID,
                       MET_AT = :HV-TIMESTAMP
                   WHERE APPLICATION_ID = :HV-APPLICATION-ID
                     AND REQUIREMENT_CODE = :HV-REQUIREMENT-CODE
                     AND ITEM_STATUS = 'OPEN'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE APPLICATION_CHECKLIST
                   SET ITEM_STATUS = 'OPEN',
                       MET_BY = NULL,
                       MET_AT = NULL
                   WHERE APPLICATION_ID = :HV-APPLICATION-ID
                     AND REQUIREMENT_CODE = :HV-REQUIREMENT-CODE
                     AND ITEM_STATUS = 'MET'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ERROR UPDATING APPLICATION CHECKLIST'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       COUNT-OPEN-ITEMS.
           MOVE ZERO TO HV-OPEN-ITEMS

           EXEC SQL
               SELECT COUNT(*) INTO :HV-OPEN-ITEMS
               FROM APPLICATION_CHECKLIST
               WHERE APPLICATION_ID = :HV-APPLICATION-ID
                 AND ITEM_STATUS = 'OPEN'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING APPLICATION CHECKLIST'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * Reads the application named in the commarea; the customer,
      * product and branch on file replace whatever was keyed.
       READ-APPLICATION.
           MOVE SPACES TO WS-CURRENT-STATUS
           MOVE SPACES TO HV-CREATED-BY
           MOVE SPACES TO HV-ACCOUNT-ID

           EXEC SQL
               SELECT CUSTOMER_ID, PRODUCT_CODE, BRANCH_ID,
                      APP_STATUS, CREATED_BY,
                      COALESCE(ACCOUNT_ID, ' ')
               INTO :HV-CUSTOMER-ID, :HV-PRODUCT-CODE,
                    :HV-BRANCH-ID, :WS-CURRENT-STATUS,
                    :HV-CREATED-BY, :HV-ACCOUNT-ID
               FROM ACCOUNT_APPLICATIONS
               WHERE APPLICATION_ID = :HV-APPLICATION-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'APPLICATION NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING ACCOUNT APPLICATIONS'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE WS-CURRENT-STATUS TO HV-APP-STATUS
               MOVE WS-CURRENT-STATUS TO LK-APP-STATUS
               MOVE HV-ACCOUNT-ID     TO LK-ACCOUNT-ID
           END-IF
           END-IF.

      * Submission hands the application on from the rep who took it:
      * straight to PENDAPPR when every item is already met, else to
      * PENDDOCS until the last one is.
       SUBMIT-APPLICATION.
           IF HV-APPLICATION-ID = SPACES
               MOVE 'APPLICATION ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPLICATION

               IF LK-RETURN-CODE = 00 AND NOT APP-IS-DRAFT
                   MOVE 'ONLY A DRAFT APPLICATION CAN BE SUBMITTED'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM READ-APPL-CUSTOMER
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM EVALUATE-CHECKLIST
               END-IF

               IF LK-RETURN-CODE = 00
                   IF HV-OPEN-ITEMS = ZERO
                       MOVE 'PENDAPPR' TO HV-NEW-STATUS
                   ELSE
                       MOVE 'PENDDOCS' TO HV-NEW-STATUS
                   END-IF

                   EXEC SQL
                       UPDATE ACCOUNT_APPLICATIONS
                       SET APP_STATUS = :HV-NEW-STATUS,
                           SUBMITTED_AT = :HV-TIMESTAMP,
                           DOCS_COMPLETE_AT =
                               CASE WHEN :HV-NEW-STATUS = 'PENDAPPR'
                                    THEN TIMESTAMP(:HV-TIMESTAMP)
                                    ELSE NULL END,
                           STATUS_CHANGED_AT = :HV-TIMESTAMP
                       WHERE APPLICATION_ID = :HV-APPLICATION-ID
                         AND APP_STATUS = 'DRAFT'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-NEW-STATUS TO LK-APP-STATUS
                       IF HV-NEW-STATUS = 'PENDAPPR'
                           MOVE 'APPLICATION SUBMITTED FOR APPROVAL'
                               TO WS-RESPONSE
                       ELSE
                           MOVE 'APPLICATION SUBMITTED - ITEMS OPEN'
                               TO WS-RESPONSE
                       END-IF
                   ELSE IF SQLCODE = 100
                       MOVE 'APPLICATION WAS CHANGED BY ANOTHER USER'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       MOVE 'ERROR UPDATING APPLICATION'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
                   END-IF
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM LIST-CHECKLIST
               ELSE IF LK-RETURN-CODE = 12
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * A rep ticks off the items only a person can see - the
      * signature card, the deposit the customer has brought. The
      * identity and custodian items are never ticked by hand: they
      * are proved from the customer's records, and refused until
      * the records are there. The deposit itself still posts to
      * the account after opening; the amount is kept on the item.
      * The last item met moves a PENDDOCS application on to
      * PENDAPPR.
       MEET-REQUIREMENT.
           MOVE HV-REQUIREMENT-CODE TO WS-REQUIREMENT

           IF HV-APPLICATION-ID = SPACES
                   OR HV-REQUIREMENT-CODE = SPACES
               MOVE 'APPLICATION ID AND REQUIREMENT ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPLICATION

               IF LK-RETURN-CODE = 00 AND NOT APP-TAKES-ITEMS
                   MOVE 'APPLICATION IS NO LONGER TAKING ITEMS'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM READ-CHECKLIST-ITEM
               END-IF

               IF LK-RETURN-CODE = 00
                   IF REQ-SYSTEM-CHECKED
                       PERFORM PROVE-SYSTEM-ITEM
                   ELSE
                       PERFORM TICK-MANUAL-ITEM
                   END-IF
               END-IF

               IF LK-RETURN-CODE = 00 AND APP-PENDING-DOCS
                   PERFORM ADVANCE-IF-COMPLETE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM LIST-CHECKLIST
               ELSE IF LK-RETURN-CODE = 12
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-CHECKLIST-ITEM.
           MOVE SPACES TO HV-ITEM-STATUS
           MOVE ZERO TO HV-MIN-AMOUNT

           EXEC SQL
               SELECT ITEM_STATUS, COALESCE(MIN_AMOUNT, 0)
               INTO :HV-ITEM-STATUS, :HV-MIN-AMOUNT
               FROM APPLICATION_CHECKLIST
               WHERE APPLICATION_ID = :HV-APPLICATION-ID
                 AND REQUIREMENT_CODE = :HV-REQUIREMENT-CODE
           END-EXEC

           IF SQLCODE = 100
               MOVE 'REQUIREMENT IS NOT ON THIS APPLICATION'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING APPLICATION CHECKLIST'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-ITEM-STATUS = 'MET'
               MOVE 'REQUIREMENT IS ALREADY MET' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

       PROVE-SYSTEM-ITEM.
           PERFORM READ-APPL-CUSTOMER

           IF LK-RETURN-CODE = 00
               PERFORM EVALUATE-CHECKLIST
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-REQUIREMENT TO HV-REQUIREMENT-CODE
               PERFORM READ-CHECKLIST-ITEM
               IF LK-RETURN-CODE = 16
                   MOVE 00 TO LK-RETURN-CODE
                   MOVE 'REQUIREMENT MET' TO WS-RESPONSE
               ELSE IF LK-RETURN-CODE = 00
                   MOVE 08 TO LK-RETURN-CODE
                   IF REQ-CUSTODIAN
                       MOVE 'MINOR REQUIRES A CUSTODIAN RELATIONSHIP'
                           TO WS-RESPONSE
                   ELSE IF HV-CUSTOMER-TYPE = 'BUSINESS'
                       MOVE 'NO VERIFIED CONTROLLING PERSON ON FILE'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'NO CURRENT VERIFIED IDENTITY DOCUMENT'
                           TO WS-RESPONSE
                       MOVE ' ON FILE' TO WS-RESPONSE(38:)
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       TICK-MANUAL-ITEM.
           IF REQ-INITIAL-DEPOSIT
                   AND (HV-DEPOSIT-AMOUNT NOT > ZERO
                        OR HV-DEPOSIT-AMOUNT < HV-MIN-AMOUNT)
               MOVE 'INITIAL DEPOSIT IS BELOW THE PRODUCT MINIMUM'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               IF NOT REQ-INITIAL-DEPOSIT
                   MOVE ZERO TO HV-DEPOSIT-AMOUNT
               END-IF

               EXEC SQL
                   UPDATE APPLICATION_CHECKLIST
                   SET ITEM_STATUS = 'MET',
                       MET_BY = :LK-EMPLOYEE-ID,
                       MET_AT = :HV-TIMESTAMP,
                       MET_AMOUNT = :HV-DEPOSIT-AMOUNT
                   WHERE APPLICATION_ID = :HV-APPLICATION-ID
                     AND REQUIREMENT_CODE = :HV-REQUIREMENT-CODE
                     AND ITEM_STATUS = 'OPEN'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'REQUIREMENT MET' TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   MOVE 'REQUIREMENT IS ALREADY MET' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   MOVE 'ERROR UPDATING APPLICATION CHECKLIST'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.

       ADVANCE-IF-COMPLETE.
           PERFORM COUNT-OPEN-ITEMS

           IF LK-RETURN-CODE = 00 AND HV-OPEN-ITEMS = ZERO
               EXEC SQL
                   UPDATE ACCOUNT_APPLICATIONS
                   SET APP_STATUS = 'PENDAPPR',
                       DOCS_COMPLETE_AT = :HV-TIMESTAMP,
                       STATUS_CHANGED_AT = :HV-TIMESTAMP
                   WHERE APPLICATION_ID = :HV-APPLICATION-ID
                     AND APP_STATUS = 'PENDDOCS'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'PENDAPPR' TO LK-APP-STATUS
                   MOVE 'REQUIREMENT MET - READY FOR APPROVAL'
                       TO WS-RESPONSE
               ELSE IF SQLCODE NOT = 100
                   MOVE 'ERROR UPDATING APPLICATION' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.

      * Approval is a second pair of eyes - never the rep who took
      * the application. The checklist is proved once more, and an
      * application whose documents have lapsed goes back to
      * PENDDOCS rather than on to an opening that would be refused.
      * The approver's ACCTMSTR OPEN entitlement then applies to the
      * opening itself.
       APPROVE-APPLICATION.
           IF HV-APPLICATION-ID = SPACES
               MOVE 'APPLICATION ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPLICATION

               IF LK-RETURN-CODE = 00 AND NOT APP-PENDING-APPROVAL
                   MOVE 'APPLICATION IS NOT PENDING APPROVAL'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                       AND HV-CREATED-BY = LK-EMPLOYEE-ID
                   MOVE 'APPROVER MUST NOT BE THE EMPLOYEE WHO TOOK'
                       TO WS-RESPONSE
                   MOVE ' THE APPLICATION' TO WS-RESPONSE(43:)
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM READ-APPL-CUSTOMER
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM EVALUATE-CHECKLIST
               END-IF

               IF LK-RETURN-CODE = 00 AND HV-OPEN-ITEMS > ZERO
                   PERFORM RETURN-TO-PENDING-DOCS
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM OPEN-APPLIED-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 12
                   EXEC SQL ROLLBACK END-EXEC
               END-IF

               PERFORM LIST-CHECKLIST
           END-IF.
           DISPLAY WS-RESPONSE.

       RETURN-TO-PENDING-DOCS.
           EXEC SQL
               UPDATE ACCOUNT_APPLICATIONS
               SET APP_STATUS = 'PENDDOCS',
                   DOCS_COMPLETE_AT = NULL,
                   STATUS_CHANGED_AT = :HV-TIMESTAMP
               WHERE APPLICATION_ID = :HV-APPLICATION-ID
                 AND APP_STATUS = 'PENDAPPR'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'PENDDOCS' TO LK-APP-STATUS
               MOVE 'REQUIREMENTS NO LONGER MET - RETURNED TO'
                   TO WS-RESPONSE
               MOVE ' PENDING DOCUMENTS' TO WS-RESPONSE(41:)
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR UPDATING APPLICATION' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * An application ACCTMSTR refused at approval - the approver
      * lacked the OPEN entitlement, the product closed to new
      * business in the meantime - is retried here once the cause is
      * put right, without going through approval again.
       RETRY-ACCOUNT-OPENING.
           IF HV-APPLICATION-ID = SPACES
               MOVE 'APPLICATION ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPLICATION

               IF LK-RETURN-CODE = 00 AND NOT APP-IS-APPROVED
                   MOVE 'ONLY AN APPROVED APPLICATION CAN BE OPENED'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM OPEN-APPLIED-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 12
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * OPEN-ACCOUNT applies its own product, age and identity tests
      * and may back its own work out, so the application is only
      * updated after it returns. Opened, it becomes OPENED with the
      * new account number; refused, it is held as APPROVED with the
      * ACCTMSTR return code in the response, for OPEN to retry. A
      * term product opens on OPEN-ACCOUNT's ROLLOVER default.
       OPEN-APPLIED-ACCOUNT.
           MOVE SPACES TO WS-ACCTMSTR-COMMAREA
           MOVE HV-CUSTOMER-ID  TO WS-AC-CUSTOMER-ID
           MOVE HV-PRODUCT-CODE TO WS-AC-ACCOUNT-TYPE
           MOVE ZERO            TO WS-AC-BALANCE
           MOVE ZERO            TO WS-AC-SETTLE-INTEREST
           MOVE ZERO            TO WS-AC-SETTLE-FEES
           MOVE ZERO            TO WS-AC-SETTLE-PAYOUT
           MOVE 'OPEN    '      TO WS-AC-FUNCTION
           MOVE LK-EMPLOYEE-ID  TO WS-AC-EMPLOYEE-ID
           MOVE HV-BRANCH-ID    TO WS-AC-BRANCH-ID
           MOVE 00 TO WS-AC-RETURN-CODE
           CALL 'ACCTMSTR' USING WS-ACCTMSTR-COMMAREA

           IF WS-AC-RETURN-CODE = 00
               MOVE WS-AC-ACCOUNT-ID TO HV-ACCOUNT-ID
               EXEC SQL
                   UPDATE ACCOUNT_APPLICATIONS
                   SET APP_STATUS = 'OPENED',
                       ACCOUNT_ID = :HV-ACCOUNT-ID,
                       APPROVED_BY = COALESCE(APPROVED_BY,
                                              :LK-EMPLOYEE-ID),
                       APPROVED_AT = COALESCE(APPROVED_AT,
                                          TIMESTAMP(:HV-TIMESTAMP)),
                       OPENED_AT = :HV-TIMESTAMP,
                       STATUS_CHANGED_AT = :HV-TIMESTAMP
                   WHERE APPLICATION_ID = :HV-APPLICATION-ID
                     AND APP_STATUS = :HV-APP-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'OPENED' TO LK-APP-STATUS
                   MOVE HV-ACCOUNT-ID TO LK-ACCOUNT-ID
                   MOVE 'APPLICATION APPROVED - ACCOUNT OPENED'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR UPDATING APPLICATION' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           ELSE
               MOVE WS-AC-RETURN-CODE TO WS-RC-DISPLAY
               EXEC SQL
                   UPDATE ACCOUNT_APPLICATIONS
                   SET APP_STATUS = 'APPROVED',
                       APPROVED_BY = COALESCE(APPROVED_BY,
                                              :LK-EMPLOYEE-ID),
                       APPROVED_AT = COALESCE(APPROVED_AT,
                                          TIMESTAMP(:HV-TIMESTAMP)),
                       STATUS_CHANGED_AT = :HV-TIMESTAMP
                   WHERE APPLICATION_ID = :HV-APPLICATION-ID
                     AND APP_STATUS = :HV-APP-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'APPROVED' TO LK-APP-STATUS
                   MOVE SPACES TO WS-RESPONSE
                   STRING 'APPROVED, BUT ACCTMSTR REFUSED THE OPENING'
                          ' - RC ' WS-RC-DISPLAY
                       DELIMITED BY SIZE INTO WS-RESPONSE
                   END-STRING
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   MOVE 'ERROR UPDATING APPLICATION' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

      * Withdrawal is allowed at any point before the account opens;
      * the status it was withdrawn from is kept, since that is the
      * drop-off point APPLREP reports.
       WITHDRAW-APPLICATION.
           IF HV-APPLICATION-ID = SPACES OR HV-REASON = SPACES
               MOVE 'APPLICATION ID AND REASON ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPLICATION

               IF LK-RETURN-CODE = 00 AND APP-IS-CLOSED
                   MOVE 'APPLICATION IS ALREADY OPENED OR WITHDRAWN'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   EXEC SQL
                       UPDATE ACCOUNT_APPLICATIONS
                       SET APP_STATUS = 'WITHDRAWN',
                           WITHDRAWN_FROM = APP_STATUS,
                           WITHDRAWN_BY = :LK-EMPLOYEE-ID,
                           WITHDRAWN_AT = :HV-TIMESTAMP,
                           WITHDRAWN_REASON = :HV-REASON,
                           STATUS_CHANGED_AT = :HV-TIMESTAMP
                       WHERE APPLICATION_ID = :HV-APPLICATION-ID
                         AND APP_STATUS = :HV-APP-STATUS
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'WITHDRAWN' TO LK-APP-STATUS
                       MOVE 'APPLICATION WITHDRAWN' TO WS-RESPONSE
                   ELSE IF SQLCODE = 100
                       MOVE 'APPLICATION WAS CHANGED BY ANOTHER USER'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       MOVE 'ERROR UPDATING APPLICATION'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       INQUIRE-APPLICATION.
           IF HV-APPLICATION-ID = SPACES
               MOVE 'APPLICATION ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-APPLICATION

               IF LK-RETURN-CODE = 00
                   MOVE HV-CUSTOMER-ID  TO LK-CUSTOMER-ID
                   MOVE HV-PRODUCT-CODE TO LK-PRODUCT-CODE
                   MOVE HV-BRANCH-ID    TO LK-BRANCH-ID
                   PERFORM LIST-CHECKLIST
                   MOVE 'APPLICATION RETRIEVED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Returns the checklist, open items first, so the rep sees
      * what is still outstanding at the top.
       LIST-CHECKLIST.
           MOVE ZERO TO LK-ITEM-COUNT

           EXEC SQL
               DECLARE APPCHK_CUR CURSOR FOR
               SELECT REQUIREMENT_CODE, ITEM_STATUS
               FROM APPLICATION_CHECKLIST
               WHERE APPLICATION_ID = :HV-APPLICATION-ID
               ORDER BY CASE WHEN ITEM_STATUS = 'OPEN' THEN 0
                             ELSE 1 END,
                        REQUIREMENT_CODE
           END-EXEC

           EXEC SQL OPEN APPCHK_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH APPCHK_CUR INTO
                       :HV-REQUIREMENT-CODE,
                       :HV-ITEM-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-REQUIREMENT-CODE
                       TO LK-RES-REQUIREMENT(WS-IDX)
                   MOVE HV-ITEM-STATUS TO LK-RES-ITEM-STATUS(WS-IDX)
                   ADD 1 TO LK-ITEM-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE APPCHK_CUR END-EXEC.

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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :LK-APPLICATION-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
