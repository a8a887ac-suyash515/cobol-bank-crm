       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-CERT-STATUS        PIC X(12).
       01  HV-EVENT-DATE         PIC X(10).
       01  HV-TODAY              PIC X(10).
       01  HV-CERTIFIED-DATE     PIC X(10).
       01  HV-UNCERTIFIED-DATE   PIC X(10).
       01  HV-BNOTICE-DATE       PIC X(10).
       01  HV-BNOTICE-COUNT      PIC S9(4) COMP-5.
       01  HV-RECORDED-BY        PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-CERTIFY     VALUE 'CERTFY'.
           88  FUNC-UNCERTIFY   VALUE 'UNCERT'.
           88  FUNC-BNOTICE     VALUE 'BNOTIC'.
           88  FUNC-INQUIRE     VALUE 'INQ   '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-ON-REGISTER        PIC X VALUE 'N'.
           88  ON-REGISTER           VALUE 'Y'.
       01  WS-DATE-VALID         PIC X VALUE 'N'.
           88  DATE-IS-VALID         VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).
       01  WS-SEC-PRIMARY-KEY    PIC X(21).

       01  WS-EMP-VALID           PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID      VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

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
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-EVENT-DATE      PIC X(10).
           05  LK-CERT-STATUS     PIC X(12).
           05  LK-CERTIFIED-DATE  PIC X(10).
           05  LK-UNCERTIFIED-DATE PIC X(10).
           05  LK-BNOTICE-DATE    PIC X(10).
           05  LK-BNOTICE-COUNT   PIC 9(02).
           05  LK-WITHHOLDING     PIC X(01).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.

       PROCEDURE DIVISION.

      * Taxpayer-certification register, one row per customer, kept
      * by the tax desk:
      *   CERTFY - the customer has certified their taxpayer number
      *            (a signed W-9, or the re-certification a B-notice
      *            demands); withholding stops;
      *   UNCERT - no certification on file, or the customer refused
      *            to give one; withholding starts;
      *   BNOTIC - the tax authority has sent a B-notice saying the
      *            name and number do not match; withholding starts
      *            and the notice is counted, so INQ shows the desk
      *            how many notices the customer has had;
      *   INQ    - the customer's status and dates.
      * The date of the event (defaults to today, never later)
      * is kept for each state, so the register can say when a
      * customer became subject to withholding as well as whether.
      * ACCRUAL withholds from interest on the accounts of customers
      * who are UNCERTIFIED or BNOTICE; a customer with no register
      * row is not subject until TAXEXT or the desk puts one there.
       MAIN-LOGIC.
           MOVE LK-CUSTOMER-ID TO HV-CUSTOMER-ID.
           MOVE LK-EMPLOYEE-ID TO HV-RECORDED-BY.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO HV-TODAY.
           MOVE LK-FUNCTION    TO WS-FUNCTION.
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
               WHEN FUNC-CERTIFY
                   MOVE 'CERTIFIED' TO HV-CERT-STATUS
                   PERFORM RECORD-CERT-EVENT
               WHEN FUNC-UNCERTIFY
                   MOVE 'UNCERTIFIED' TO HV-CERT-STATUS
                   PERFORM RECORD-CERT-EVENT
               WHEN FUNC-BNOTICE
                   MOVE 'BNOTICE' TO HV-CERT-STATUS
                   PERFORM RECORD-CERT-EVENT
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-CERTIFICATION
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

      * The operator's ROLE must hold an active ROLE_ENTITLEMENTS row
      * for this program and function - ACTIVE_FLAG alone no longer
      * lets any active teller run any function. A denial carries its
      * own DENIED outcome into SECURITY_AUDIT_LOG so SECAUDRP can
      * show attempted overreach, not just failures.
       CHECK-FUNCTION-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LIMIT

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'TAXCERT'
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

      * The event date must look like YYYY-MM-DD and not be in the
      * future - a W-9 or a notice is recorded once it is in hand.
       VALIDATE-EVENT-DATE.
           MOVE 'N' TO WS-DATE-VALID

           IF LK-EVENT-DATE = SPACES
               MOVE HV-TODAY TO HV-EVENT-DATE
           ELSE
               MOVE LK-EVENT-DATE TO HV-EVENT-DATE
           END-IF

           IF HV-EVENT-DATE(1:4) NOT NUMERIC
                   OR HV-EVENT-DATE(5:1) NOT = '-'
                   OR HV-EVENT-DATE(6:2) NOT NUMERIC
                   OR HV-EVENT-DATE(8:1) NOT = '-'
                   OR HV-EVENT-DATE(9:2) NOT NUMERIC
               MOVE 'EVENT DATE MUST BE YYYY-MM-DD' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-EVENT-DATE > HV-TODAY
               MOVE 'EVENT DATE CANNOT BE IN THE FUTURE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-DATE-VALID
           END-IF
           END-IF.

       RECORD-CERT-EVENT.
           PERFORM VALIDATE-EVENT-DATE

           IF DATE-IS-VALID
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   PERFORM READ-CERTIFICATION
                   IF ON-REGISTER
                       PERFORM UPDATE-CERTIFICATION
                   ELSE
                       PERFORM INSERT-CERTIFICATION
                   END-IF

                   IF SQLCODE = 0
                       PERFORM READ-CERTIFICATION
                       PERFORM RETURN-CERTIFICATION
                       MOVE 'TAXPAYER CERTIFICATION RECORDED'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'ERROR RECORDING CERTIFICATION'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
           END-IF.

      * Each state keeps its own date; moving to a new state leaves
      * the earlier dates in place as the customer's history.
       UPDATE-CERTIFICATION.
           EVALUATE TRUE
               WHEN FUNC-CERTIFY
                   EXEC SQL
                       UPDATE TAXPAYER_CERTIFICATION
                       SET CERT_STATUS = 'CERTIFIED',
                           CERTIFIED_DATE = :HV-EVENT-DATE,
                           RECORDED_BY = :HV-RECORDED-BY,
                           RECORDED_AT = :HV-TIMESTAMP
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   END-EXEC
               WHEN FUNC-UNCERTIFY
                   EXEC SQL
                       UPDATE TAXPAYER_CERTIFICATION
                       SET CERT_STATUS = 'UNCERTIFIED',
                           UNCERTIFIED_DATE = :HV-EVENT-DATE,
                           RECORDED_BY = :HV-RECORDED-BY,
                           RECORDED_AT = :HV-TIMESTAMP
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE TAXPAYER_CERTIFICATION
                       SET CERT_STATUS = 'BNOTICE',
                           BNOTICE_DATE = :HV-EVENT-DATE,
                           BNOTICE_COUNT =
                               COALESCE(BNOTICE_COUNT, 0) + 1,
                           RECORDED_BY = :HV-RECORDED-BY,
                           RECORDED_AT = :HV-TIMESTAMP
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   END-EXEC
           END-EVALUATE.

       INSERT-CERTIFICATION.
           MOVE ZERO TO HV-BNOTICE-COUNT
           IF FUNC-BNOTICE
               MOVE 1 TO HV-BNOTICE-COUNT
           END-IF

           EXEC SQL
               INSERT INTO TAXPAYER_CERTIFICATION
                   (CUSTOMER_ID, CERT_STATUS, CERTIFIED_DATE,
                    UNCERTIFIED_DATE, BNOTICE_DATE, BNOTICE_COUNT,
                    RECORDED_BY, RECORDED_AT)
               VALUES
                   (:HV-CUSTOMER-ID, :HV-CERT-STATUS,
                    CASE WHEN :HV-CERT-STATUS = 'CERTIFIED'
                         THEN DATE(:HV-EVENT-DATE) END,
                    CASE WHEN :HV-CERT-STATUS = 'UNCERTIFIED'
                         THEN DATE(:HV-EVENT-DATE) END,
                    CASE WHEN :HV-CERT-STATUS = 'BNOTICE'
                         THEN DATE(:HV-EVENT-DATE) END,
                    :HV-BNOTICE-COUNT,
                    :HV-RECORDED-BY, :HV-TIMESTAMP)
           END-EXEC.

       READ-CERTIFICATION.
           MOVE 'N' TO WS-ON-REGISTER
           MOVE SPACES TO HV-CERT-STATUS HV-CERTIFIED-DATE
                          HV-UNCERTIFIED-DATE HV-BNOTICE-DATE
           MOVE ZERO TO HV-BNOTICE-COUNT

           EXEC SQL
               SELECT CERT_STATUS,
                      COALESCE(CHAR(CERTIFIED_DATE, ISO), ' '),
                      COALESCE(CHAR(UNCERTIFIED_DATE, ISO), ' '),
                      COALESCE(CHAR(BNOTICE_DATE, ISO), ' '),
                      COALESCE(BNOTICE_COUNT, 0)
               INTO :HV-CERT-STATUS, :HV-CERTIFIED-DATE,
                    :HV-UNCERTIFIED-DATE, :HV-BNOTICE-DATE,
                    :HV-BNOTICE-COUNT
               FROM TAXPAYER_CERTIFICATION
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ON-REGISTER
           END-IF.

       INQUIRE-CERTIFICATION.
           PERFORM READ-CERTIFICATION

           IF ON-REGISTER
               PERFORM RETURN-CERTIFICATION
               MOVE 'TAXPAYER CERTIFICATION RETRIEVED' TO WS-RESPONSE
           ELSE IF SQLCODE = 100
               MOVE SPACES TO LK-CERT-STATUS LK-CERTIFIED-DATE
                              LK-UNCERTIFIED-DATE LK-BNOTICE-DATE
               MOVE ZERO TO LK-BNOTICE-COUNT
               MOVE 'N' TO LK-WITHHOLDING
               MOVE 'NO CERTIFICATION ON FILE' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR READING CERTIFICATION' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       RETURN-CERTIFICATION.
           MOVE HV-CERT-STATUS      TO LK-CERT-STATUS
           MOVE HV-CERTIFIED-DATE   TO LK-CERTIFIED-DATE
           MOVE HV-UNCERTIFIED-DATE TO LK-UNCERTIFIED-DATE
           MOVE HV-BNOTICE-DATE     TO LK-BNOTICE-DATE
           MOVE HV-BNOTICE-COUNT    TO LK-BNOTICE-COUNT

           IF HV-CERT-STATUS = 'CERTIFIED'
               MOVE 'N' TO LK-WITHHOLDING
           ELSE
               MOVE 'Y' TO LK-WITHHOLDING
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
                   MOVE 'CUSTOMER NUMBER FAILS ITS CHECK DIGIT'
                       TO WS-RESPONSE
               END-IF
           END-IF.

       WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP
           MOVE HV-CUSTOMER-ID TO WS-SEC-PRIMARY-KEY

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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION,
                    :WS-SEC-PRIMARY-KEY, :WS-SEC-OUTCOME,
                    :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
