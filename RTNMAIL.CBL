       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-RETURNED-DATE      PIC X(10).
       01  HV-MAIL-TYPE          PIC X(08).
       01  HV-RETURN-REASON      PIC X(30).
       01  HV-CLEAR-REASON       PIC X(30).
       01  HV-RETURN-SOURCE      PIC X(08).
       01  HV-CLEARED-AT         PIC X(26).
       01  HV-ADDRESS            PIC X(100).
       01  HV-MAIL-RETURNED      PIC X(01).
       01  HV-RM-EMPLOYEE-ID     PIC X(08).
       01  HV-TICKLER-OWNER      PIC X(08).
       01  HV-NOTES              PIC X(250).
       01  HV-OPEN-FOLLOWUPS     PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-RECORD      VALUE 'RECORD  '.
           88  FUNC-CLEAR       VALUE 'CLEAR   '.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-MAIL-TYPE          PIC X(08).
           88  MAIL-TYPE-VALID  VALUE 'STMT    ' 'NOTICE  '
                                      'OTHER   '.

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
           05  LK-RETURNED-DATE   PIC X(10).
           05  LK-MAIL-TYPE       PIC X(08).
           05  LK-RETURN-REASON   PIC X(30).
           05  LK-CLEAR-REASON    PIC X(30).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-MAIL-RETURNED   PIC X(01).
           05  LK-RETURN-COUNT    PIC 9(02).
           05  LK-RETURN-RESULTS OCCURS 10 TIMES.
               10  LK-RES-RETURNED-DATE PIC X(10).
               10  LK-RES-MAIL-TYPE     PIC X(08).
               10  LK-RES-REASON        PIC X(30).
               10  LK-RES-SOURCE        PIC X(08).
               10  LK-RES-CLEARED-AT    PIC X(26).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Returned-mail register, branch side. When the post office
      * sends a statement or notice back, RECORD puts it on
      * RETURNED_MAIL and marks the customer's address undeliverable
      * (CUSTOMER_MASTER.MAIL_RETURNED). From then on STMTGEN,
      * ANNSUMM and NOTICEGEN stop feeding the print vendor for the
      * customer - switching to electronic delivery where an EMAIL
      * consent grant allows, holding the mail otherwise - and an
      * address-update chase lands on the FOLLOWUP tickler. The
      * vendor's own return file comes in through RTNMLOAD the same
      * way. The flag clears by itself when CUSTMSTR's UPDATE or an
      * MQ ADDRCHG changes the address; CLEAR is for the customer
      * who confirms the address on file is right after all.
      * INQUIRE returns the flag and the latest returns on file.
       MAIN-LOGIC.
           MOVE LK-CUSTOMER-ID     TO HV-CUSTOMER-ID.
           MOVE LK-RETURNED-DATE   TO HV-RETURNED-DATE.
           MOVE LK-MAIL-TYPE       TO WS-MAIL-TYPE.
           MOVE LK-RETURN-REASON   TO HV-RETURN-REASON.
           MOVE LK-CLEAR-REASON    TO HV-CLEAR-REASON.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-RETURN-COUNT.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-RECORD
                   PERFORM RECORD-RETURNED-MAIL
               WHEN FUNC-CLEAR
                   PERFORM CLEAR-RETURNED-MAIL
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-RETURNED-MAIL
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
                 AND PROGRAM_NAME = 'RTNMAIL'
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

      * The register row keeps the address the mail went to, so a
      * later look at the history shows which address failed. The
      * register row, the flag and the follow-up land together or
      * not at all.
       RECORD-RETURNED-MAIL.
           IF HV-CUSTOMER-ID = SPACES OR HV-RETURNED-DATE = SPACES
               MOVE 'CUSTOMER AND RETURNED DATE ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT MAIL-TYPE-VALID
               MOVE 'MAIL TYPE MUST BE STMT, NOTICE OR OTHER'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-RETURNED-DATE > HV-TIMESTAMP(1:10)
               MOVE 'RETURNED DATE IS IN THE FUTURE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-RETURN-CUSTOMER
           END-IF
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-MAIL-TYPE TO HV-MAIL-TYPE
               MOVE 'BRANCH' TO HV-RETURN-SOURCE

               EXEC SQL
                   INSERT INTO RETURNED_MAIL
                       (CUSTOMER_ID, RETURNED_DATE, MAIL_TYPE,
                        RETURN_REASON, ADDRESS_AS_MAILED,
                        RETURN_SOURCE, RECORDED_BY, RECORDED_AT)
                   VALUES
                       (:HV-CUSTOMER-ID, :HV-RETURNED-DATE,
                        :HV-MAIL-TYPE, :HV-RETURN-REASON,
                        :HV-ADDRESS, :HV-RETURN-SOURCE,
                        :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR RECORDING RETURNED MAIL' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   PERFORM FLAG-ADDRESS-UNDELIVERABLE
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'Y' TO LK-MAIL-RETURNED
               MOVE 'RETURNED MAIL RECORDED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-RETURN-CUSTOMER.
           MOVE SPACES TO HV-ADDRESS HV-RM-EMPLOYEE-ID
           MOVE 'N' TO HV-MAIL-RETURNED

           EXEC SQL
               SELECT COALESCE(ADDRESS, ' '),
                      COALESCE(MAIL_RETURNED, 'N'),
                      COALESCE(RM_EMPLOYEE_ID, ' ')
               INTO :HV-ADDRESS, :HV-MAIL-RETURNED,
                    :HV-RM-EMPLOYEE-ID
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

      * The flag goes on once; a second return for a customer already
      * flagged just adds to the register. The chase goes to the
      * customer's relationship manager while that RM is active, to
      * whoever recorded the return otherwise - and only when no
      * address chase is already open.
       FLAG-ADDRESS-UNDELIVERABLE.
           IF HV-MAIL-RETURNED NOT = 'Y'
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET MAIL_RETURNED = 'Y'
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ERROR FLAGGING ADDRESS, BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE ZERO TO HV-OPEN-FOLLOWUPS

               EXEC SQL
                   SELECT COUNT(*) INTO :HV-OPEN-FOLLOWUPS
                   FROM CUSTOMER_INTERACTIONS
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND INTERACTION_TYPE = 'RETURNED MAIL'
                     AND FOLLOWUP_REQUIRED = 'Y'
               END-EXEC

               IF HV-OPEN-FOLLOWUPS = ZERO
                   PERFORM RAISE-ADDRESS-FOLLOWUP
               END-IF
           END-IF.

       RAISE-ADDRESS-FOLLOWUP.
           MOVE LK-EMPLOYEE-ID TO HV-TICKLER-OWNER

           IF HV-RM-EMPLOYEE-ID NOT = SPACES
               EXEC SQL
                   SELECT EMPLOYEE_ID INTO :HV-TICKLER-OWNER
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-RM-EMPLOYEE-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE LK-EMPLOYEE-ID TO HV-TICKLER-OWNER
               END-IF
           END-IF

           MOVE SPACES TO HV-NOTES
           STRING 'MAIL RETURNED ' HV-RETURNED-DATE
                  ' (' HV-MAIL-TYPE ') ' HV-RETURN-REASON
                  ' - OBTAIN CURRENT ADDRESS'
               DELIMITED BY SIZE INTO HV-NOTES
           END-STRING

           EXEC SQL
               INSERT INTO CUSTOMER_INTERACTIONS
                   (CUSTOMER_ID, EMPLOYEE_ID, INTERACTION_TYPE,
                    INTERACTION_NOTES, INTERACTION_TIMESTAMP,
                    FOLLOWUP_REQUIRED, FOLLOWUP_DATE)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-TICKLER-OWNER,
                    'RETURNED MAIL', :HV-NOTES, :HV-TIMESTAMP,
                    'Y', :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR RAISING ADDRESS FOLLOW-UP, BACKED OUT'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * The customer says the address on file is right (a vendor
      * misread, mail for a former tenant): the flag comes off, the
      * open register rows are stamped with who cleared them and
      * why, and the address chase is closed.
       CLEAR-RETURNED-MAIL.
           IF HV-CUSTOMER-ID = SPACES OR HV-CLEAR-REASON = SPACES
               MOVE 'CUSTOMER AND CLEAR REASON ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-RETURN-CUSTOMER
           END-IF

           IF LK-RETURN-CODE = 00 AND HV-MAIL-RETURNED NOT = 'Y'
               MOVE 'NO RETURNED MAIL OUTSTANDING' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE CUSTOMER_MASTER
                   SET MAIL_RETURNED = 'N'
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE RETURNED_MAIL
                       SET CLEARED_AT = :HV-TIMESTAMP,
                           CLEARED_BY = :LK-EMPLOYEE-ID,
                           CLEAR_REASON = :HV-CLEAR-REASON
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND CLEARED_AT IS NULL
                   END-EXEC
               END-IF

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE CUSTOMER_INTERACTIONS
                       SET FOLLOWUP_REQUIRED = 'N',
                           FOLLOWUP_COMPLETED_BY = :LK-EMPLOYEE-ID,
                           FOLLOWUP_COMPLETED_AT = :HV-TIMESTAMP,
                           FOLLOWUP_DISPOSITION = :HV-CLEAR-REASON
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND INTERACTION_TYPE = 'RETURNED MAIL'
                         AND FOLLOWUP_REQUIRED = 'Y'
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ERROR CLEARING RETURNED MAIL, BACKED OUT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'N' TO LK-MAIL-RETURNED
                   MOVE 'RETURNED MAIL CLEARED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The flag and the ten most recent returns, newest first.
       INQUIRE-RETURNED-MAIL.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-RETURN-CUSTOMER
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE HV-MAIL-RETURNED TO LK-MAIL-RETURNED

               EXEC SQL
                   DECLARE RTN_LIST_CUR CURSOR FOR
                   SELECT CHAR(RETURNED_DATE), MAIL_TYPE,
                          COALESCE(RETURN_REASON, ' '),
                          RETURN_SOURCE,
                          COALESCE(CHAR(CLEARED_AT), ' ')
                   FROM RETURNED_MAIL
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   ORDER BY RETURNED_DATE DESC, RECORDED_AT DESC
               END-EXEC

               EXEC SQL OPEN RTN_LIST_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH RTN_LIST_CUR INTO
                           :HV-RETURNED-DATE,
                           :HV-MAIL-TYPE,
                           :HV-RETURN-REASON,
                           :HV-RETURN-SOURCE,
                           :HV-CLEARED-AT
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-RETURNED-DATE
                           TO LK-RES-RETURNED-DATE(WS-IDX)
                       MOVE HV-MAIL-TYPE TO LK-RES-MAIL-TYPE(WS-IDX)
                       MOVE HV-RETURN-REASON TO LK-RES-REASON(WS-IDX)
                       MOVE HV-RETURN-SOURCE TO LK-RES-SOURCE(WS-IDX)
                       MOVE HV-CLEARED-AT
                           TO LK-RES-CLEARED-AT(WS-IDX)
                       ADD 1 TO LK-RETURN-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE RTN_LIST_CUR END-EXEC

               IF LK-RETURN-COUNT = 0
                   MOVE 'NO RETURNED MAIL ON FILE' TO WS-RESPONSE
               ELSE
                   MOVE 'RETURNED MAIL RETRIEVED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :LK-CUSTOMER-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
