       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCDOCS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-DOC-TYPE           PIC X(10).
       01  HV-DOC-NUMBER         PIC X(30).
       01  HV-ISSUING-COUNTRY    PIC X(03).
       01  HV-ISSUING-STATE      PIC X(02).
       01  HV-ISSUE-DATE         PIC X(10).
       01  HV-EXPIRY-DATE        PIC X(10).
       01  HV-DOC-STATUS         PIC X(10).
       01  HV-VERIFIED-BY        PIC X(08).
       01  HV-WITHDRAW-REASON    PIC X(30).
       01  HV-ID-DOC-EXPIRED     PIC X(01).
       01  HV-CURRENT-DOCS       PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-ADD         VALUE 'ADD     '.
           88  FUNC-WITHDRAW    VALUE 'WITHDRAW'.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-DOC-TYPE           PIC X(10).
           88  DOC-TYPE-VALID   VALUE 'PASSPORT  ' 'DRIVERLIC '
                                      'STATEID   ' 'MILITARYID'
                                      'PERMRESCRD'.
           88  DOC-TYPE-STATE-ISSUED VALUE 'DRIVERLIC ' 'STATEID   '.

       01  WS-TODAY              PIC X(10).
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
           05  LK-DOC-TYPE        PIC X(10).
           05  LK-DOC-NUMBER      PIC X(30).
           05  LK-ISSUING-COUNTRY PIC X(03).
           05  LK-ISSUING-STATE   PIC X(02).
           05  LK-ISSUE-DATE      PIC X(10).
           05  LK-EXPIRY-DATE     PIC X(10).
           05  LK-WITHDRAW-REASON PIC X(30).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-CURRENT-DOC     PIC X(01).
           05  LK-DOC-COUNT       PIC 9(02).
           05  LK-DOC-RESULTS OCCURS 10 TIMES.
               10  LK-RES-DOC-TYPE      PIC X(10).
               10  LK-RES-DOC-NUMBER    PIC X(30).
               10  LK-RES-COUNTRY       PIC X(03).
               10  LK-RES-STATE         PIC X(02).
               10  LK-RES-ISSUE-DATE    PIC X(10).
               10  LK-RES-EXPIRY-DATE   PIC X(10).
               10  LK-RES-STATUS        PIC X(10).
               10  LK-RES-VERIFIED-BY   PIC X(08).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * KYC identity-document register. ADD records a document the
      * operator has seen and verified - type, number, issuing
      * country and state, issue and expiry dates - on
      * IDENTITY_DOCUMENTS with the operator as VERIFIED_BY;
      * presenting a document already on file (a renewed licence
      * that keeps its number) re-verifies it with the new dates.
      * WITHDRAW takes a document out of use (reported lost or
      * stolen, recorded in error). INQUIRE lists the documents and
      * says whether the customer holds a current one - the test
      * CUSTMSTR's CREATE and ACCTMSTR's OPEN apply before going
      * ahead. KYCDSWP chases expiring documents monthly and sets
      * CUSTOMER_MASTER.ID_DOC_EXPIRED for KYCSCORE; a fresh ADD
      * takes that flag and its chase off again.
       MAIN-LOGIC.
           MOVE LK-CUSTOMER-ID     TO HV-CUSTOMER-ID.
           MOVE LK-DOC-TYPE        TO WS-DOC-TYPE.
           MOVE LK-DOC-NUMBER      TO HV-DOC-NUMBER.
           MOVE LK-ISSUING-COUNTRY TO HV-ISSUING-COUNTRY.
           MOVE LK-ISSUING-STATE   TO HV-ISSUING-STATE.
           MOVE LK-ISSUE-DATE      TO HV-ISSUE-DATE.
           MOVE LK-EXPIRY-DATE     TO HV-EXPIRY-DATE.
           MOVE LK-WITHDRAW-REASON TO HV-WITHDRAW-REASON.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO WS-TODAY.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-DOC-COUNT.
           MOVE 'N' TO LK-CURRENT-DOC.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-ADD
                   PERFORM ADD-IDENTITY-DOCUMENT
               WHEN FUNC-WITHDRAW
                   PERFORM WITHDRAW-IDENTITY-DOCUMENT
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-IDENTITY-DOCUMENTS
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
                 AND PROGRAM_NAME = 'KYCDOCS'
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

      * Only a document that is in date can be verified - an expired
      * passport proves nothing today. The register row, the cleared
      * expiry flag and the closed chase land together or not at
      * all.
       ADD-IDENTITY-DOCUMENT.
           PERFORM VALIDATE-DOCUMENT-FIELDS

           IF LK-RETURN-CODE = 00
               PERFORM READ-DOCUMENT-CUSTOMER
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-DOC-TYPE TO HV-DOC-TYPE

               EXEC SQL
                   UPDATE IDENTITY_DOCUMENTS
                   SET ISSUING_COUNTRY = :HV-ISSUING-COUNTRY,
                       ISSUING_STATE = :HV-ISSUING-STATE,
                       ISSUE_DATE = :HV-ISSUE-DATE,
                       EXPIRY_DATE = :HV-EXPIRY-DATE,
                       VERIFIED_BY = :LK-EMPLOYEE-ID,
                       VERIFIED_AT = :HV-TIMESTAMP
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND DOC_TYPE = :HV-DOC-TYPE
                     AND DOC_NUMBER = :HV-DOC-NUMBER
                     AND DOC_STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'IDENTITY DOCUMENT RE-VERIFIED' TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO IDENTITY_DOCUMENTS
                           (CUSTOMER_ID, DOC_TYPE, DOC_NUMBER,
                            ISSUING_COUNTRY, ISSUING_STATE,
                            ISSUE_DATE, EXPIRY_DATE, DOC_STATUS,
                            VERIFIED_BY, VERIFIED_AT)
                       VALUES
                           (:HV-CUSTOMER-ID, :HV-DOC-TYPE,
                            :HV-DOC-NUMBER, :HV-ISSUING-COUNTRY,
                            :HV-ISSUING-STATE, :HV-ISSUE-DATE,
                            :HV-EXPIRY-DATE, 'ACTIVE',
                            :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
                   END-EXEC

                   MOVE 'IDENTITY DOCUMENT REGISTERED' TO WS-RESPONSE
               END-IF
               END-IF

               IF SQLCODE NOT = 0
                   MOVE 'ERROR REGISTERING IDENTITY DOCUMENT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE IF HV-ID-DOC-EXPIRED = 'Y'
                   PERFORM CLEAR-EXPIRED-DOCUMENT-FLAG
               END-IF
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'Y' TO LK-CURRENT-DOC
           END-IF.
           DISPLAY WS-RESPONSE.

      * Type, number and issuing country are always required; a
      * driver's licence or state ID also needs its issuing state.
      * Dates are YYYY-MM-DD, issued on or before today and expiring
      * after the issue date and no earlier than today.
       VALIDATE-DOCUMENT-FIELDS.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT DOC-TYPE-VALID
               MOVE 'INVALID IDENTITY DOCUMENT TYPE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-DOC-NUMBER = SPACES
                   OR HV-ISSUING-COUNTRY = SPACES
               MOVE 'DOCUMENT NUMBER AND ISSUING COUNTRY REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF DOC-TYPE-STATE-ISSUED AND HV-ISSUING-STATE = SPACES
               MOVE 'ISSUING STATE IS REQUIRED FOR THIS DOCUMENT'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ISSUE-DATE(5:1) NOT = '-'
                   OR HV-ISSUE-DATE(8:1) NOT = '-'
                   OR HV-ISSUE-DATE(1:4) NOT NUMERIC
                   OR HV-ISSUE-DATE(6:2) NOT NUMERIC
                   OR HV-ISSUE-DATE(9:2) NOT NUMERIC
                   OR HV-EXPIRY-DATE(5:1) NOT = '-'
                   OR HV-EXPIRY-DATE(8:1) NOT = '-'
                   OR HV-EXPIRY-DATE(1:4) NOT NUMERIC
                   OR HV-EXPIRY-DATE(6:2) NOT NUMERIC
                   OR HV-EXPIRY-DATE(9:2) NOT NUMERIC
               MOVE 'ISSUE AND EXPIRY DATES MUST BE YYYY-MM-DD'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ISSUE-DATE > WS-TODAY
               MOVE 'ISSUE DATE IS IN THE FUTURE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-EXPIRY-DATE NOT > HV-ISSUE-DATE
               MOVE 'EXPIRY DATE MUST BE AFTER ISSUE DATE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-EXPIRY-DATE < WS-TODAY
               MOVE 'DOCUMENT HAS EXPIRED - CANNOT BE VERIFIED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       READ-DOCUMENT-CUSTOMER.
           MOVE 'N' TO HV-ID-DOC-EXPIRED

           EXEC SQL
               SELECT COALESCE(ID_DOC_EXPIRED, 'N')
               INTO :HV-ID-DOC-EXPIRED
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

      * A current document is back on file: the expiry flag KYCDSWP
      * set comes off so KYCSCORE stops loading the customer for
      * it, and the open document chase is closed as resolved.
       CLEAR-EXPIRED-DOCUMENT-FLAG.
           EXEC SQL
               UPDATE CUSTOMER_MASTER
               SET ID_DOC_EXPIRED = 'N'
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE CUSTOMER_INTERACTIONS
                   SET FOLLOWUP_REQUIRED = 'N',
                       FOLLOWUP_COMPLETED_BY = :LK-EMPLOYEE-ID,
                       FOLLOWUP_COMPLETED_AT = :HV-TIMESTAMP,
                       FOLLOWUP_DISPOSITION = 'CURRENT ID VERIFIED'
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND INTERACTION_TYPE = 'ID DOCUMENT'
                     AND FOLLOWUP_REQUIRED = 'Y'
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR CLEARING EXPIRED-ID FLAG, BACKED OUT'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * The row stays on the register for the audit trail; only its
      * status changes, with who withdrew it, when and why.
       WITHDRAW-IDENTITY-DOCUMENT.
           IF HV-CUSTOMER-ID = SPACES OR HV-DOC-NUMBER = SPACES
                   OR HV-WITHDRAW-REASON = SPACES
               MOVE 'CUSTOMER, DOCUMENT AND REASON ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE WS-DOC-TYPE TO HV-DOC-TYPE

               EXEC SQL
                   UPDATE IDENTITY_DOCUMENTS
                   SET DOC_STATUS = 'WITHDRAWN',
                       WITHDRAWN_BY = :LK-EMPLOYEE-ID,
                       WITHDRAWN_AT = :HV-TIMESTAMP,
                       WITHDRAW_REASON = :HV-WITHDRAW-REASON
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND DOC_TYPE = :HV-DOC-TYPE
                     AND DOC_NUMBER = :HV-DOC-NUMBER
                     AND DOC_STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'NO ACTIVE DOCUMENT WITH THAT TYPE AND NUMBER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR WITHDRAWING IDENTITY DOCUMENT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'IDENTITY DOCUMENT WITHDRAWN' TO WS-RESPONSE
                   PERFORM COUNT-CURRENT-DOCUMENTS
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       COUNT-CURRENT-DOCUMENTS.
           MOVE ZERO TO HV-CURRENT-DOCS

           EXEC SQL
               SELECT COUNT(*) INTO :HV-CURRENT-DOCS
               FROM IDENTITY_DOCUMENTS
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND DOC_STATUS = 'ACTIVE'
                 AND VERIFIED_BY IS NOT NULL
                 AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC

           IF HV-CURRENT-DOCS > ZERO
               MOVE 'Y' TO LK-CURRENT-DOC
           ELSE
               MOVE 'N' TO LK-CURRENT-DOC
           END-IF.

      * Whether a current document is held, then up to ten
      * documents, active ones first and latest expiry first.
       INQUIRE-IDENTITY-DOCUMENTS.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-DOCUMENT-CUSTOMER
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM COUNT-CURRENT-DOCUMENTS

               EXEC SQL
                   DECLARE DOC_LIST_CUR CURSOR FOR
                   SELECT DOC_TYPE, DOC_NUMBER, ISSUING_COUNTRY,
                          COALESCE(ISSUING_STATE, ' '),
                          CHAR(ISSUE_DATE), CHAR(EXPIRY_DATE),
                          DOC_STATUS, COALESCE(VERIFIED_BY, ' ')
                   FROM IDENTITY_DOCUMENTS
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   ORDER BY CASE DOC_STATUS WHEN 'ACTIVE' THEN 0
                                            ELSE 1 END,
                            EXPIRY_DATE DESC
               END-EXEC

               EXEC SQL OPEN DOC_LIST_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH DOC_LIST_CUR INTO
                           :HV-DOC-TYPE,
                           :HV-DOC-NUMBER,
                           :HV-ISSUING-COUNTRY,
                           :HV-ISSUING-STATE,
                           :HV-ISSUE-DATE,
                           :HV-EXPIRY-DATE,
                           :HV-DOC-STATUS,
                           :HV-VERIFIED-BY
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-DOC-TYPE TO LK-RES-DOC-TYPE(WS-IDX)
                       MOVE HV-DOC-NUMBER TO LK-RES-DOC-NUMBER(WS-IDX)
                       MOVE HV-ISSUING-COUNTRY
                           TO LK-RES-COUNTRY(WS-IDX)
                       MOVE HV-ISSUING-STATE TO LK-RES-STATE(WS-IDX)
                       MOVE HV-ISSUE-DATE
                           TO LK-RES-ISSUE-DATE(WS-IDX)
                       MOVE HV-EXPIRY-DATE
                           TO LK-RES-EXPIRY-DATE(WS-IDX)
                       MOVE HV-DOC-STATUS TO LK-RES-STATUS(WS-IDX)
                       MOVE HV-VERIFIED-BY
                           TO LK-RES-VERIFIED-BY(WS-IDX)
                       ADD 1 TO LK-DOC-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE DOC_LIST_CUR END-EXEC

               IF LK-DOC-COUNT = 0
                   MOVE 'NO IDENTITY DOCUMENTS ON FILE' TO WS-RESPONSE
               ELSE IF LK-CURRENT-DOC = 'Y'
                   MOVE 'IDENTITY DOCUMENTS RETRIEVED' TO WS-RESPONSE
               ELSE
                   MOVE 'NO CURRENT IDENTITY DOCUMENT ON FILE'
                       TO WS-RESPONSE
               END-IF
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
