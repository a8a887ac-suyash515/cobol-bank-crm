       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENOWNR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-BUSINESS-ID        PIC X(10).
       01  HV-OWNER-SEQ          PIC S9(4) COMP-5.
       01  HV-OWNER-CUSTOMER-ID  PIC X(10).
       01  HV-OWNER-NAME         PIC X(50).
       01  HV-OWNER-SSN          PIC X(11).
       01  HV-OWNER-DOB          PIC X(10).
       01  HV-OWNER-ADDRESS      PIC X(100).
       01  HV-OWNER-ROLE         PIC X(08).
       01  HV-OWNERSHIP-PCT      PIC S9(3)V99 COMP-3.
       01  HV-OTHER-PCT          PIC S9(5)V99 COMP-3.
       01  HV-ID-DOC-TYPE        PIC X(10).
       01  HV-ID-DOC-NUMBER      PIC X(30).
       01  HV-ID-DOC-EXPIRY      PIC X(10).
       01  HV-SCREEN-RESULT      PIC X(20).
       01  HV-CUSTOMER-TYPE      PIC X(10).
       01  HV-RECORD-STATUS      PIC X(10).
       01  HV-CONTROL-COUNT      PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-ADD         VALUE 'ADD     '.
           88  FUNC-CHANGE      VALUE 'CHANGE  '.
           88  FUNC-REMOVE      VALUE 'REMOVE  '.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-OWNER-ROLE         PIC X(08).
           88  ROLE-VALID       VALUE 'OWNER   ' 'CONTROL '
                                      'BOTH    '.
           88  ROLE-HOLDS-EQUITY VALUE 'OWNER   ' 'BOTH    '.

       01  WS-ID-DOC-TYPE        PIC X(10).
           88  ID-DOC-TYPE-VALID VALUE 'PASSPORT  ' 'DRIVERLIC '
                                       'STATEID   ' 'MILITARYID'
                                       'PERMRESCRD'.

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
           05  LK-BUSINESS-ID     PIC X(10).
           05  LK-OWNER-SEQ       PIC 9(03).
           05  LK-OWNER-CUSTOMER-ID PIC X(10).
           05  LK-OWNER-NAME      PIC X(50).
           05  LK-OWNER-SSN       PIC X(11).
           05  LK-OWNER-DOB       PIC X(10).
           05  LK-OWNER-ADDRESS   PIC X(100).
           05  LK-OWNER-ROLE      PIC X(08).
           05  LK-OWNERSHIP-PCT   PIC 9(03)V99.
           05  LK-ID-DOC-TYPE     PIC X(10).
           05  LK-ID-DOC-NUMBER   PIC X(30).
           05  LK-ID-DOC-EXPIRY   PIC X(10).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-TOTAL-PCT       PIC 9(03)V99.
           05  LK-CONTROL-FOUND   PIC X(01).
           05  LK-OWNER-COUNT     PIC 9(02).
           05  LK-OWNER-RESULTS OCCURS 10 TIMES.
               10  LK-RES-OWNER-SEQ     PIC 9(03).
               10  LK-RES-OWNER-NAME    PIC X(50).
               10  LK-RES-OWNER-ROLE    PIC X(08).
               10  LK-RES-PCT           PIC 9(03)V99.
               10  LK-RES-CUSTOMER-ID   PIC X(10).
               10  LK-RES-DOC-EXPIRY    PIC X(10).
               10  LK-RES-SCREEN-RESULT PIC X(20).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Beneficial-owner register for business customers: the people
      * who own the business (OWNER, with their percentage) and the
      * people who control it (CONTROL - an officer or managing
      * member, who may own nothing), or both. Each person is
      * identified with a verified identity document the way
      * KYCDOCS identifies a customer, and may be linked to their own
      * customer record where they bank with us too. RISKFLAG
      * screens every active person against the watchlist each
      * night and carries a hit onto the business's RISK_FLAG;
      * KYCSCORE scores the business on its owners; ACCTMSTR will
      * not open an account for a business with no verified
      * controlling person on file. ADD registers a person, CHANGE
      * updates role, percentage or document, REMOVE takes a person
      * off (the row stays for the audit trail), INQUIRE lists the
      * structure.
       MAIN-LOGIC.
           MOVE LK-BUSINESS-ID     TO HV-BUSINESS-ID.
           MOVE LK-OWNER-SEQ       TO HV-OWNER-SEQ.
           MOVE LK-OWNER-CUSTOMER-ID TO HV-OWNER-CUSTOMER-ID.
           MOVE LK-OWNER-NAME      TO HV-OWNER-NAME.
           MOVE LK-OWNER-SSN       TO HV-OWNER-SSN.
           MOVE LK-OWNER-DOB       TO HV-OWNER-DOB.
           MOVE LK-OWNER-ADDRESS   TO HV-OWNER-ADDRESS.
           MOVE LK-OWNER-ROLE      TO WS-OWNER-ROLE.
           MOVE LK-OWNERSHIP-PCT   TO HV-OWNERSHIP-PCT.
           MOVE LK-ID-DOC-TYPE     TO WS-ID-DOC-TYPE.
           MOVE LK-ID-DOC-NUMBER   TO HV-ID-DOC-NUMBER.
           MOVE LK-ID-DOC-EXPIRY   TO HV-ID-DOC-EXPIRY.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO WS-TODAY.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-OWNER-COUNT LK-TOTAL-PCT.
           MOVE 'N' TO LK-CONTROL-FOUND.

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
                   PERFORM ADD-BENEFICIAL-OWNER
               WHEN FUNC-CHANGE
                   PERFORM CHANGE-BENEFICIAL-OWNER
               WHEN FUNC-REMOVE
                   PERFORM REMOVE-BENEFICIAL-OWNER
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-OWNERSHIP
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
                 AND PROGRAM_NAME = 'BENOWNR'
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

      * The person is numbered within the business. SCREEN_RESULT
      * stays empty until RISKFLAG's next run picks the new row up.
       ADD-BENEFICIAL-OWNER.
           PERFORM READ-BUSINESS-CUSTOMER

           IF LK-RETURN-CODE = 00
               PERFORM VALIDATE-OWNER-FIELDS
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE ZERO TO HV-OWNER-SEQ
               PERFORM CHECK-OWNERSHIP-TOTAL
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   SELECT COALESCE(MAX(OWNER_SEQ), 0) + 1
                   INTO :HV-OWNER-SEQ
                   FROM BENEFICIAL_OWNERS
                   WHERE BUSINESS_ID = :HV-BUSINESS-ID
               END-EXEC

               MOVE WS-OWNER-ROLE TO HV-OWNER-ROLE
               MOVE WS-ID-DOC-TYPE TO HV-ID-DOC-TYPE

               EXEC SQL
                   INSERT INTO BENEFICIAL_OWNERS
                       (BUSINESS_ID, OWNER_SEQ, OWNER_CUSTOMER_ID,
                        OWNER_NAME, OWNER_SSN, DATE_OF_BIRTH,
                        OWNER_ADDRESS, OWNER_ROLE, OWNERSHIP_PCT,
                        ID_DOC_TYPE, ID_DOC_NUMBER, ID_DOC_EXPIRY,
                        VERIFIED_BY, VERIFIED_AT, ACTIVE_FLAG,
                        ADDED_BY, ADDED_AT, LAST_CHANGED)
                   VALUES
                       (:HV-BUSINESS-ID, :HV-OWNER-SEQ,
                        NULLIF(:HV-OWNER-CUSTOMER-ID, ' '),
                        :HV-OWNER-NAME, NULLIF(:HV-OWNER-SSN, ' '),
                        :HV-OWNER-DOB, :HV-OWNER-ADDRESS,
                        :HV-OWNER-ROLE, :HV-OWNERSHIP-PCT,
                        :HV-ID-DOC-TYPE, :HV-ID-DOC-NUMBER,
                        :HV-ID-DOC-EXPIRY, :LK-EMPLOYEE-ID,
                        :HV-TIMESTAMP, 'Y', :LK-EMPLOYEE-ID,
                        :HV-TIMESTAMP, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR REGISTERING BENEFICIAL OWNER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-OWNER-SEQ TO LK-OWNER-SEQ
                   MOVE 'BENEFICIAL OWNER REGISTERED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The register is only kept for live business customers.
       READ-BUSINESS-CUSTOMER.
           IF HV-BUSINESS-ID = SPACES
               MOVE 'BUSINESS CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE SPACES TO HV-CUSTOMER-TYPE HV-RECORD-STATUS

               EXEC SQL
                   SELECT COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL'),
                          COALESCE(RECORD_STATUS, ' ')
                   INTO :HV-CUSTOMER-TYPE, :HV-RECORD-STATUS
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :HV-BUSINESS-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR READING CUSTOMER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE IF HV-CUSTOMER-TYPE NOT = 'BUSINESS'
                   MOVE 'CUSTOMER IS NOT A BUSINESS' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF HV-RECORD-STATUS = 'CLOSED'
                   MOVE 'BUSINESS CUSTOMER IS CLOSED' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      * Name, role, date of birth and an in-date identity document
      * are required for every person. An owner holds a share above
      * nothing and no one holds more than the whole business; a
      * controlling person may hold none. A linked customer must be
      * an individual on file.
       VALIDATE-OWNER-FIELDS.
           IF HV-OWNER-NAME = SPACES
               MOVE 'OWNER NAME IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT ROLE-VALID
               MOVE 'ROLE MUST BE OWNER, CONTROL OR BOTH'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-OWNERSHIP-PCT > 100
               MOVE 'OWNERSHIP PERCENTAGE CANNOT EXCEED 100'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF ROLE-HOLDS-EQUITY AND HV-OWNERSHIP-PCT = ZERO
               MOVE 'AN OWNER MUST HOLD A PERCENTAGE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-OWNER-DOB(5:1) NOT = '-'
                   OR HV-OWNER-DOB(8:1) NOT = '-'
                   OR HV-OWNER-DOB(1:4) NOT NUMERIC
                   OR HV-OWNER-DOB(6:2) NOT NUMERIC
                   OR HV-OWNER-DOB(9:2) NOT NUMERIC
                   OR HV-OWNER-DOB > WS-TODAY
               MOVE 'OWNER DATE OF BIRTH IS NOT VALID' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM VALIDATE-OWNER-DOCUMENT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
                   AND HV-OWNER-CUSTOMER-ID NOT = SPACES
               MOVE SPACES TO HV-CUSTOMER-TYPE

               EXEC SQL
                   SELECT COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL')
                   INTO :HV-CUSTOMER-TYPE
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :HV-OWNER-CUSTOMER-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'LINKED OWNER CUSTOMER NOT FOUND'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF HV-CUSTOMER-TYPE = 'BUSINESS'
                   MOVE 'REGISTER THE PEOPLE BEHIND AN OWNING BUSINESS'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
               END-IF
           END-IF.

       VALIDATE-OWNER-DOCUMENT.
           IF NOT ID-DOC-TYPE-VALID OR HV-ID-DOC-NUMBER = SPACES
               MOVE 'A VERIFIED IDENTITY DOCUMENT IS REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ID-DOC-EXPIRY(5:1) NOT = '-'
                   OR HV-ID-DOC-EXPIRY(8:1) NOT = '-'
                   OR HV-ID-DOC-EXPIRY(1:4) NOT NUMERIC
                   OR HV-ID-DOC-EXPIRY(6:2) NOT NUMERIC
                   OR HV-ID-DOC-EXPIRY(9:2) NOT NUMERIC
               MOVE 'DOCUMENT EXPIRY DATE MUST BE YYYY-MM-DD'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ID-DOC-EXPIRY < WS-TODAY
               MOVE 'DOCUMENT HAS EXPIRED - CANNOT BE VERIFIED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * Registered shares, this person's excepted, plus the new
      * share may not pass 100 percent.
       CHECK-OWNERSHIP-TOTAL.
           MOVE ZERO TO HV-OTHER-PCT

           EXEC SQL
               SELECT COALESCE(SUM(OWNERSHIP_PCT), 0)
               INTO :HV-OTHER-PCT
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :HV-BUSINESS-ID
                 AND ACTIVE_FLAG = 'Y'
                 AND OWNER_SEQ NOT = :HV-OWNER-SEQ
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING OWNERSHIP TOTAL' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-OTHER-PCT + HV-OWNERSHIP-PCT > 100
               MOVE 'TOTAL OWNERSHIP WOULD EXCEED 100 PERCENT'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * The same checks as ADD. A changed person is re-screened on
      * RISKFLAG's next run, since LAST_CHANGED moves.
       CHANGE-BENEFICIAL-OWNER.
           PERFORM READ-BUSINESS-CUSTOMER

           IF LK-RETURN-CODE = 00
               PERFORM VALIDATE-OWNER-FIELDS
           END-IF

           IF LK-RETURN-CODE = 00
               PERFORM CHECK-OWNERSHIP-TOTAL
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-OWNER-ROLE TO HV-OWNER-ROLE
               MOVE WS-ID-DOC-TYPE TO HV-ID-DOC-TYPE

               EXEC SQL
                   UPDATE BENEFICIAL_OWNERS
                   SET OWNER_CUSTOMER_ID =
                           NULLIF(:HV-OWNER-CUSTOMER-ID, ' '),
                       OWNER_NAME = :HV-OWNER-NAME,
                       OWNER_SSN = NULLIF(:HV-OWNER-SSN, ' '),
                       DATE_OF_BIRTH = :HV-OWNER-DOB,
                       OWNER_ADDRESS = :HV-OWNER-ADDRESS,
                       OWNER_ROLE = :HV-OWNER-ROLE,
                       OWNERSHIP_PCT = :HV-OWNERSHIP-PCT,
                       ID_DOC_TYPE = :HV-ID-DOC-TYPE,
                       ID_DOC_NUMBER = :HV-ID-DOC-NUMBER,
                       ID_DOC_EXPIRY = :HV-ID-DOC-EXPIRY,
                       VERIFIED_BY = :LK-EMPLOYEE-ID,
                       VERIFIED_AT = :HV-TIMESTAMP,
                       LAST_CHANGED = :HV-TIMESTAMP
                   WHERE BUSINESS_ID = :HV-BUSINESS-ID
                     AND OWNER_SEQ = :HV-OWNER-SEQ
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'NO ACTIVE OWNER WITH THAT NUMBER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR CHANGING BENEFICIAL OWNER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'BENEFICIAL OWNER CHANGED' TO WS-RESPONSE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The person comes off the live register; the response warns
      * when no controlling person is left, since ACCTMSTR will not
      * open another account for the business until one is added.
       REMOVE-BENEFICIAL-OWNER.
           PERFORM READ-BUSINESS-CUSTOMER

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE BENEFICIAL_OWNERS
                   SET ACTIVE_FLAG = 'N',
                       REMOVED_BY = :LK-EMPLOYEE-ID,
                       REMOVED_AT = :HV-TIMESTAMP,
                       LAST_CHANGED = :HV-TIMESTAMP
                   WHERE BUSINESS_ID = :HV-BUSINESS-ID
                     AND OWNER_SEQ = :HV-OWNER-SEQ
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'NO ACTIVE OWNER WITH THAT NUMBER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR REMOVING BENEFICIAL OWNER'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   PERFORM COUNT-CONTROLLING-PERSONS
                   IF LK-CONTROL-FOUND = 'Y'
                       MOVE 'BENEFICIAL OWNER REMOVED' TO WS-RESPONSE
                   ELSE
                       MOVE 'OWNER REMOVED - NO CONTROLLING PERSON LEFT'
                           TO WS-RESPONSE
                   END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       COUNT-CONTROLLING-PERSONS.
           MOVE ZERO TO HV-CONTROL-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-CONTROL-COUNT
               FROM BENEFICIAL_OWNERS
               WHERE BUSINESS_ID = :HV-BUSINESS-ID
                 AND ACTIVE_FLAG = 'Y'
                 AND OWNER_ROLE IN ('CONTROL', 'BOTH')
           END-EXEC

           IF HV-CONTROL-COUNT > ZERO
               MOVE 'Y' TO LK-CONTROL-FOUND
           ELSE
               MOVE 'N' TO LK-CONTROL-FOUND
           END-IF.

      * The live structure, largest holding first, with the total
      * registered percentage and whether control is on file.
       INQUIRE-OWNERSHIP.
           PERFORM READ-BUSINESS-CUSTOMER

           IF LK-RETURN-CODE = 00
               PERFORM COUNT-CONTROLLING-PERSONS

               EXEC SQL
                   DECLARE BO_LIST_CUR CURSOR FOR
                   SELECT OWNER_SEQ, OWNER_NAME, OWNER_ROLE,
                          OWNERSHIP_PCT,
                          COALESCE(OWNER_CUSTOMER_ID, ' '),
                          CHAR(ID_DOC_EXPIRY),
                          COALESCE(SCREEN_RESULT, ' ')
                   FROM BENEFICIAL_OWNERS
                   WHERE BUSINESS_ID = :HV-BUSINESS-ID
                     AND ACTIVE_FLAG = 'Y'
                   ORDER BY OWNERSHIP_PCT DESC, OWNER_SEQ
               END-EXEC

               EXEC SQL OPEN BO_LIST_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH BO_LIST_CUR INTO
                           :HV-OWNER-SEQ,
                           :HV-OWNER-NAME,
                           :HV-OWNER-ROLE,
                           :HV-OWNERSHIP-PCT,
                           :HV-OWNER-CUSTOMER-ID,
                           :HV-ID-DOC-EXPIRY,
                           :HV-SCREEN-RESULT
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-OWNER-SEQ TO LK-RES-OWNER-SEQ(WS-IDX)
                       MOVE HV-OWNER-NAME
                           TO LK-RES-OWNER-NAME(WS-IDX)
                       MOVE HV-OWNER-ROLE
                           TO LK-RES-OWNER-ROLE(WS-IDX)
                       MOVE HV-OWNERSHIP-PCT TO LK-RES-PCT(WS-IDX)
                       MOVE HV-OWNER-CUSTOMER-ID
                           TO LK-RES-CUSTOMER-ID(WS-IDX)
                       MOVE HV-ID-DOC-EXPIRY
                           TO LK-RES-DOC-EXPIRY(WS-IDX)
                       MOVE HV-SCREEN-RESULT
                           TO LK-RES-SCREEN-RESULT(WS-IDX)
                       ADD HV-OWNERSHIP-PCT TO LK-TOTAL-PCT
                       ADD 1 TO LK-OWNER-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE BO_LIST_CUR END-EXEC

               IF LK-OWNER-COUNT = 0
                   MOVE 'NO BENEFICIAL OWNERS ON FILE' TO WS-RESPONSE
               ELSE IF LK-CONTROL-FOUND NOT = 'Y'
                   MOVE 'NO CONTROLLING PERSON ON FILE' TO WS-RESPONSE
               ELSE
                   MOVE 'OWNERSHIP STRUCTURE RETRIEVED' TO WS-RESPONSE
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

           IF LK-BUSINESS-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-BUSINESS-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF

           IF LK-OWNER-CUSTOMER-ID NOT = SPACES
               MOVE 'CHKCUST ' TO WS-IDN-FUNCTION
               MOVE LK-OWNER-CUSTOMER-ID TO WS-IDN-ID
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :LK-BUSINESS-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
