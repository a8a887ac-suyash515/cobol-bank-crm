       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMASSGN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-CUR-RM             PIC X(08).
       01  HV-RECORD-STATUS      PIC X(10).
       01  HV-NAME               PIC X(50).
       01  HV-SEGMENT            PIC X(20).
       01  HV-ASSIGNED-AT        PIC X(26).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-ASSIGN      VALUE 'ASSIGN'.
           88  FUNC-REMOVE      VALUE 'REMOVE'.
           88  FUNC-BOOK        VALUE 'BOOK  '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
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
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-RM-EMPLOYEE-ID  PIC X(08).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-BOOK-COUNT      PIC 9(02).
           05  LK-BOOK-RESULTS OCCURS 10 TIMES.
               10  LK-RES-CUSTOMER-ID PIC X(10).
               10  LK-RES-NAME        PIC X(50).
               10  LK-RES-SEGMENT     PIC X(20).
               10  LK-RES-ASSIGNED-AT PIC X(26).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The relationship-manager register for premium and business
      * customers. CUSTOMER_MASTER.RM_EMPLOYEE_ID says whose book the
      * customer sits in - CUST360 shows it so a rep knows who to
      * escalate to - and every change lands in RM_ASSIGNMENTS, the
      * COMPLAINT_ASSIGNMENTS pattern, so the history of who looked
      * after the customer stays on file. ASSIGN puts a customer in
      * an RM's book (or moves it from another), REMOVE takes it out
      * of any book, and BOOK returns an RM's customers, most
      * recently assigned first.
       MAIN-LOGIC.
           MOVE LK-CUSTOMER-ID    TO HV-CUSTOMER-ID.
           MOVE LK-RM-EMPLOYEE-ID TO HV-RM-EMPLOYEE-ID.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-BOOK-COUNT.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-ASSIGN
                   PERFORM ASSIGN-RELATIONSHIP-MANAGER
               WHEN FUNC-REMOVE
                   PERFORM REMOVE-RELATIONSHIP-MANAGER
               WHEN FUNC-BOOK
                   PERFORM LIST-RM-BOOK
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
                 AND PROGRAM_NAME = 'RMASSGN'
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

      * The RM must be an active EMPLOYEE_MASTER row - a book held by
      * an unknown or departed ID is no better than no RM at all. A
      * closed customer is not put in anyone's book, and assigning
      * the RM the customer already has is refused rather than
      * written as a phantom handoff.
       ASSIGN-RELATIONSHIP-MANAGER.
           IF HV-CUSTOMER-ID = SPACES OR HV-RM-EMPLOYEE-ID = SPACES
               MOVE 'CUSTOMER ID AND RM EMPLOYEE ID ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN OR INACTIVE RM EMPLOYEE ID'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   PERFORM READ-CURRENT-RM

                   IF LK-RETURN-CODE NOT = 00
                       CONTINUE
                   ELSE IF HV-CUR-RM = HV-RM-EMPLOYEE-ID
                       MOVE 'CUSTOMER IS ALREADY IN THAT RM BOOK'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       PERFORM APPLY-RM-ASSIGNMENT
                       IF LK-RETURN-CODE = 00
                           MOVE 'RELATIONSHIP MANAGER ASSIGNED'
                               TO WS-RESPONSE
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Taking a customer out of every book is recorded too, as a
      * history row with a blank RM, so the register shows when the
      * customer stopped being looked after and who decided it.
       REMOVE-RELATIONSHIP-MANAGER.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE SPACES TO HV-RM-EMPLOYEE-ID
               PERFORM READ-CURRENT-RM

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF HV-CUR-RM = SPACES
                   MOVE 'CUSTOMER HAS NO RELATIONSHIP MANAGER'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   PERFORM APPLY-RM-ASSIGNMENT
                   IF LK-RETURN-CODE = 00
                       MOVE 'RELATIONSHIP MANAGER REMOVED'
                           TO WS-RESPONSE
                   END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * A closed customer can still be taken out of a book, but not
      * put into one.
       READ-CURRENT-RM.
           MOVE SPACES TO HV-CUR-RM
           MOVE SPACES TO HV-RECORD-STATUS

           EXEC SQL
               SELECT COALESCE(RM_EMPLOYEE_ID, ' '),
                      COALESCE(RECORD_STATUS, ' ')
               INTO :HV-CUR-RM, :HV-RECORD-STATUS
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
                   AND HV-RM-EMPLOYEE-ID NOT = SPACES
               MOVE 'CUSTOMER IS CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * The master row and the history row go together: a history
      * write that fails backs the assignment out, since a register
      * with a gap in it is the spreadsheet problem all over again.
       APPLY-RM-ASSIGNMENT.
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET RM_EMPLOYEE_ID = NULLIF(:HV-RM-EMPLOYEE-ID, ' '),
                   LAST_UPDATED = :HV-TIMESTAMP
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING RELATIONSHIP MANAGER'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   INSERT INTO RM_ASSIGNMENTS
                       (CUSTOMER_ID, RM_EMPLOYEE_ID, PREVIOUS_RM_ID,
                        ASSIGNED_BY, ASSIGNED_AT)
                   VALUES
                       (:HV-CUSTOMER-ID, :HV-RM-EMPLOYEE-ID,
                        :HV-CUR-RM, :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ERROR WRITING RM ASSIGNMENT HISTORY'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

      * The RM's book, newest assignment first - the date shown is
      * when the customer came into this RM's book, from the
      * latest RM_ASSIGNMENTS row naming them.
       LIST-RM-BOOK.
           IF HV-RM-EMPLOYEE-ID = SPACES
               MOVE 'RM EMPLOYEE ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   DECLARE RMBOOK_CUR CURSOR FOR
                   SELECT C.CUSTOMER_ID, C.NAME,
                          COALESCE(C.SEGMENT, ' '),
                          COALESCE(
                              (SELECT CHAR(MAX(R.ASSIGNED_AT))
                               FROM RM_ASSIGNMENTS R
                               WHERE R.CUSTOMER_ID = C.CUSTOMER_ID
                                 AND R.RM_EMPLOYEE_ID
                                     = C.RM_EMPLOYEE_ID), ' ')
                              AS BOOK_SINCE
                   FROM CUSTOMER_MASTER C
                   WHERE C.RM_EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
                   ORDER BY BOOK_SINCE DESC, C.CUSTOMER_ID
               END-EXEC

               EXEC SQL OPEN RMBOOK_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH RMBOOK_CUR INTO
                           :HV-CUSTOMER-ID,
                           :HV-NAME,
                           :HV-SEGMENT,
                           :HV-ASSIGNED-AT
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-CUSTOMER-ID
                           TO LK-RES-CUSTOMER-ID(WS-IDX)
                       MOVE HV-NAME     TO LK-RES-NAME(WS-IDX)
                       MOVE HV-SEGMENT  TO LK-RES-SEGMENT(WS-IDX)
                       MOVE HV-ASSIGNED-AT
                           TO LK-RES-ASSIGNED-AT(WS-IDX)
                       ADD 1 TO LK-BOOK-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE RMBOOK_CUR END-EXEC

               IF LK-BOOK-COUNT = ZERO
                   MOVE 'NO CUSTOMERS IN THAT RM BOOK' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   MOVE 'RM BOOK RETRIEVED' TO WS-RESPONSE
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

      * The audit key is the customer for ASSIGN and REMOVE, and the
      * RM whose book was browsed for BOOK.
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

           IF FUNC-BOOK
               MOVE LK-RM-EMPLOYEE-ID TO WS-SEC-KEY
           ELSE
               MOVE LK-CUSTOMER-ID TO WS-SEC-KEY
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
