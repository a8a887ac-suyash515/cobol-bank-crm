       01  WS-DUPLICATE-ID        PIC X(10).
       01  WS-DUPLICATE-FOUND     PIC X VALUE 'N'.
           88  DUPLICATE-SSN-FOUND VALUE 'Y'.
           88  DUPLICATE-EIN-FOUND VALUE 'E'.

       01  WS-CLOSED-DATE          PIC X(26).

       01  WS-CURRENT-LAST-UPDATED  PIC X(26).
       01  WS-NEW-LAST-UPDATED      PIC X(26).

      * Set when an UPDATE moves a returned-mail customer to a new
      * address, so the register and its follow-up are cleared too.
       01  WS-MAIL-CLEARED          PIC X VALUE 'N'.
           88  MAIL-FLAG-CLEARED        VALUE 'Y'.

      * CREATE will not open a customer without a current identity
      * document the operator has verified; it goes onto the KYCDOCS
      * register in the same unit of work as the customer row.
       01  WS-ID-DOC-TODAY          PIC X(26).

       01  WS-SEC-TIMESTAMP         PIC X(26).
       01  WS-SEC-OUTCOME           PIC X(10).

           05  WS-EVENT-MESSAGE-TEXT  PIC X(1024).
           05  WS-EVENT-RETURN-CODE   PIC 9(02).

      * CUSTOMER_MASTER.SSN holds an SSNVAULT token, not the number.
      * The desk sees only the last four digits unless the operator's
      * role holds the REVEAL entitlement, and each reveal is logged.
       01  WS-SSNVAULT-COMMAREA.
           05  WS-VAULT-FUNCTION      PIC X(08).
           05  WS-VAULT-CALLER        PIC X(08) VALUE 'CUSTMSTR'.
           05  WS-VAULT-SSN           PIC X(11).
           05  WS-VAULT-TOKEN         PIC X(11).
           05  WS-VAULT-RETURN-CODE   PIC 9(02).
       01  WS-SSN-TOKEN             PIC X(11).
       01  WS-CURRENT-SSN-TOKEN     PIC X(11).
       01  WS-SSN-UNCHANGED         PIC X VALUE 'N'.
           88  SSN-UNCHANGED            VALUE 'Y'.
       01  WS-MASKED-SSN.
           05  FILLER               PIC X(07) VALUE '***-**-'.
           05  WS-MASKED-SSN-LAST4  PIC X(04).
       01  WS-REVEAL-GRANTED        PIC X VALUE 'N'.
           88  SSN-REVEAL-GRANTED       VALUE 'Y'.
       01  WS-REVEAL-FUNCTION       PIC X(06) VALUE 'REVEAL'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE CUSTMST END-EXEC.

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
               10  LK-HIST-SSN          PIC X(11).
               10  LK-HIST-OLD-SEGMENT  PIC X(20).
               10  LK-HIST-NEW-SEGMENT  PIC X(20).
           05  LK-ID-DOC-TYPE     PIC X(10).
               88  ID-DOC-TYPE-VALID     VALUE 'PASSPORT  '
                                               'DRIVERLIC '
                                               'STATEID   '
                                               'MILITARYID'
                                               'PERMRESCRD'.
               88  ID-DOC-STATE-ISSUED   VALUE 'DRIVERLIC '
                                               'STATEID   '.
           05  LK-ID-DOC-NUMBER   PIC X(30).
           05  LK-ID-DOC-COUNTRY  PIC X(03).
           05  LK-ID-DOC-STATE    PIC X(02).
           05  LK-ID-DOC-ISSUE-DATE  PIC X(10).
           05  LK-ID-DOC-EXPIRY-DATE PIC X(10).
           05  LK-CUSTOMER-TYPE   PIC X(10).
               88  CUSTOMER-TYPE-VALID   VALUE SPACES 'INDIVIDUAL'
                                               'BUSINESS  '.
               88  CUSTOMER-IS-BUSINESS  VALUE 'BUSINESS  '.
           05  LK-LEGAL-NAME      PIC X(100).
           05  LK-EIN             PIC X(10).
           05  LK-ENTITY-TYPE     PIC X(10).
               88  ENTITY-TYPE-VALID     VALUE 'LLC       '
                                               'CORP      '
                                               'SCORP     '
                                               'PARTNER   '
                                               'SOLEPROP  '
                                               'NONPROFIT '
                                               'TRUST     '.
               88  ENTITY-SOLE-PROPRIETOR VALUE 'SOLEPROP  '.
           05  LK-FORMATION-DATE  PIC X(10).
           05  LK-REVEAL-SSN      PIC X(01).
               88  REVEAL-SSN-REQUESTED  VALUE 'Y'.
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-WATCHLIST-HIT      VALUE 02.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.
           MOVE SPACES TO LK-DUPLICATE-ID
           PERFORM VALIDATE-CUSTOMER-FIELDS

      * A business is identified through the people on its
      * beneficial-owner register (BENOWNR), not a document of its
      * own.
           IF FIELDS-ARE-VALID AND NOT CUSTOMER-IS-BUSINESS
               PERFORM VALIDATE-ID-DOCUMENT
           END-IF

           IF FIELDS-ARE-VALID
               PERFORM TOKENIZE-CUSTOMER-SSN
           END-IF

           IF FIELDS-ARE-VALID
               PERFORM ASSIGN-CUSTOMER-NUMBER
           END-IF

           IF NOT FIELDS-ARE-VALID
               CONTINUE
           ELSE
               IF CUSTOMER-IS-BUSINESS
                   PERFORM CHECK-DUPLICATE-EIN
               ELSE
                   PERFORM CHECK-DUPLICATE-SSN
               END-IF

               IF DUPLICATE-SSN-FOUND
                   MOVE 'POSSIBLE DUPLICATE - SSN ALREADY ON FILE'
                       TO WS-RESPONSE
                   MOVE WS-DUPLICATE-ID TO LK-DUPLICATE-ID
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF DUPLICATE-EIN-FOUND
                   MOVE 'POSSIBLE DUPLICATE - EIN ALREADY ON FILE'
                       TO WS-RESPONSE
                   MOVE WS-DUPLICATE-ID TO LK-DUPLICATE-ID
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   PERFORM COMPOSE-ADDRESS-BLOB
                   PERFORM SCREEN-NEW-CUSTOMER
                             ADDR_CITY, ADDR_STATE, ADDR_POSTAL_CODE,
                             PHONE, EMAIL, SSN, DATE_OF_BIRTH,
                             SEGMENT,
                             STMT_DELIVERY, STMT_CYCLE, RISK_FLAG,
                             CUSTOMER_TYPE, LEGAL_NAME, EIN,
                             ENTITY_TYPE, FORMATION_DATE)
                       VALUES (:LK-CUSTOMER-ID, :LK-NAME, :LK-ADDRESS,
                               :LK-ADDR-STREET, :LK-ADDR-CITY,
                               :LK-ADDR-STATE, :LK-ADDR-POSTAL-CODE,
                               :LK-PHONE, :LK-EMAIL, :WS-SSN-TOKEN,
                               NULLIF(:LK-DATE-OF-BIRTH, ' '),
                               :LK-SEGMENT, :LK-STMT-DELIVERY,
                               :LK-STMT-CYCLE, :LK-RISK-FLAG,
                               :LK-CUSTOMER-TYPE,
                               NULLIF(:LK-LEGAL-NAME, ' '),
                               NULLIF(:LK-EIN, ' '),
                               NULLIF(:LK-ENTITY-TYPE, ' '),
                               NULLIF(:LK-FORMATION-DATE, ' '))
                   END-EXEC

                   IF SQLCODE = 0 AND NOT CUSTOMER-IS-BUSINESS
                       PERFORM INSERT-ID-DOCUMENT
                   END-IF

                   IF SQLCODE = 0
                       IF SCREEN-HIT
                           MOVE 'CUSTOMER CREATED - WATCHLIST MATCH'
                       MOVE 'ERROR CREATING CUSTOMER' TO WS-RESPONSE
                       MOVE SQLCODE TO WS-RETURN-CODE
                       MOVE 12 TO LK-RETURN-CODE
                       EXEC SQL ROLLBACK END-EXEC
                   END-IF
               END-IF
               END-IF
           END-IF.
           .

      * The customer number is the system's, never the caller's:
      * IDNUMBER draws the next one from its control counter, check
      * digit included, and it goes back to the caller in
      * LK-CUSTOMER-ID. A create refused further on leaves a gap in
      * the sequence, which is harmless.
       ASSIGN-CUSTOMER-NUMBER.
           MOVE 'NEXTCUST' TO WS-IDN-FUNCTION
           MOVE SPACES TO WS-IDN-ID
           MOVE 00 TO WS-IDN-RETURN-CODE
           CALL 'IDNUMBER' USING WS-IDNUMBER-COMMAREA

           IF WS-IDN-RETURN-CODE = 00
               MOVE WS-IDN-ID TO LK-CUSTOMER-ID
               MOVE LK-CUSTOMER-ID TO WS-CUSTOMER-ID
           ELSE
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'ERROR ASSIGNING CUSTOMER NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * No customer is opened without a current identity document:
      * type, number and issuing country (and state for a licence or
      * state ID), issued by today and expiring no earlier than
      * today. The same rules KYCDOCS applies to a later ADD.
       VALIDATE-ID-DOCUMENT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-ID-DOC-TODAY

           IF NOT ID-DOC-TYPE-VALID
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'A VERIFIED IDENTITY DOCUMENT IS REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-ID-DOC-NUMBER = SPACES
                   OR LK-ID-DOC-COUNTRY = SPACES
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'DOCUMENT NUMBER AND ISSUING COUNTRY REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF ID-DOC-STATE-ISSUED AND LK-ID-DOC-STATE = SPACES
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'ISSUING STATE IS REQUIRED FOR THIS DOCUMENT'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-ID-DOC-ISSUE-DATE(5:1) NOT = '-'
                   OR LK-ID-DOC-ISSUE-DATE(8:1) NOT = '-'
                   OR LK-ID-DOC-ISSUE-DATE(1:4) NOT NUMERIC
                   OR LK-ID-DOC-ISSUE-DATE(6:2) NOT NUMERIC
                   OR LK-ID-DOC-ISSUE-DATE(9:2) NOT NUMERIC
                   OR LK-ID-DOC-EXPIRY-DATE(5:1) NOT = '-'
                   OR LK-ID-DOC-EXPIRY-DATE(8:1) NOT = '-'
                   OR LK-ID-DOC-EXPIRY-DATE(1:4) NOT NUMERIC
                   OR LK-ID-DOC-EXPIRY-DATE(6:2) NOT NUMERIC
                   OR LK-ID-DOC-EXPIRY-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'ISSUE AND EXPIRY DATES MUST BE YYYY-MM-DD'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-ID-DOC-ISSUE-DATE > WS-ID-DOC-TODAY(1:10)
                   OR LK-ID-DOC-EXPIRY-DATE NOT > LK-ID-DOC-ISSUE-DATE
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'IDENTITY DOCUMENT DATES ARE NOT VALID'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-ID-DOC-EXPIRY-DATE < WS-ID-DOC-TODAY(1:10)
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'IDENTITY DOCUMENT HAS EXPIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The document goes onto the register verified by the operator
      * creating the customer. If it cannot be written CREATE backs
      * the customer row out with it - no customer is left behind
      * without a document.
       INSERT-ID-DOCUMENT.
           EXEC SQL
               INSERT INTO IDENTITY_DOCUMENTS
                   (CUSTOMER_ID, DOC_TYPE, DOC_NUMBER,
                    ISSUING_COUNTRY, ISSUING_STATE,
                    ISSUE_DATE, EXPIRY_DATE, DOC_STATUS,
                    VERIFIED_BY, VERIFIED_AT)
               VALUES
                   (:LK-CUSTOMER-ID, :LK-ID-DOC-TYPE,
                    :LK-ID-DOC-NUMBER, :LK-ID-DOC-COUNTRY,
                    :LK-ID-DOC-STATE, :LK-ID-DOC-ISSUE-DATE,
                    :LK-ID-DOC-EXPIRY-DATE, 'ACTIVE',
                    :LK-EMPLOYEE-ID, :WS-ID-DOC-TODAY)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR REGISTERING IDENTITY DOCUMENT, SQLCODE: '
                   SQLCODE
           END-IF.

       VALIDATE-CUSTOMER-FIELDS.
           MOVE 'Y' TO WS-VALID-FIELDS

      * Customer type decides which identity fields apply: a blank
      * type is an individual, and an individual carries none of the
      * business fields.
           IF NOT CUSTOMER-TYPE-VALID
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'CUSTOMER TYPE MUST BE INDIVIDUAL OR BUSINESS'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT CUSTOMER-IS-BUSINESS
               MOVE 'INDIVIDUAL' TO LK-CUSTOMER-TYPE
               MOVE SPACES TO LK-LEGAL-NAME LK-EIN LK-ENTITY-TYPE
                              LK-FORMATION-DATE
           END-IF
           END-IF

           MOVE ZERO TO WS-AT-COUNT
           INSPECT LK-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'

           IF NOT FIELDS-ARE-VALID
               CONTINUE
           ELSE IF WS-AT-COUNT NOT = 1
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'INVALID EMAIL FORMAT' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF

           IF FIELDS-ARE-VALID
               MOVE FUNCTION TRIM(LK-PHONE) TO WS-PHONE-WORK
           END-IF

           IF FIELDS-ARE-VALID
               IF CUSTOMER-IS-BUSINESS
                   PERFORM VALIDATE-BUSINESS-FIELDS
               ELSE
                   PERFORM VALIDATE-BIRTH-DATE
               END-IF
           END-IF

           IF FIELDS-ARE-VALID
           END-IF
           END-IF.

      * A business needs its legal name, entity type and a plausible
      * formation date in place of a date of birth, and an EIN
      * (NN-NNNNNNN) in place of an SSN. Only a sole proprietor may
      * trade under the owner's SSN without an EIN; any other
      * entity's people go on the beneficial-owner register, so
      * their SSNs stay off the business row.
       VALIDATE-BUSINESS-FIELDS.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-DOB-TODAY
           MOVE SPACES TO LK-DATE-OF-BIRTH

           IF LK-LEGAL-NAME = SPACES
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'LEGAL NAME IS REQUIRED FOR A BUSINESS'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF NOT ENTITY-TYPE-VALID
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'INVALID BUSINESS ENTITY TYPE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-EIN = SPACES AND NOT ENTITY-SOLE-PROPRIETOR
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'EIN IS REQUIRED FOR THIS ENTITY TYPE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-EIN NOT = SPACES
                   AND (LK-EIN(1:2) NOT NUMERIC
                        OR LK-EIN(3:1) NOT = '-'
                        OR LK-EIN(4:7) NOT NUMERIC)
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'EIN MUST BE NN-NNNNNNN' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-SSN NOT = SPACES AND NOT ENTITY-SOLE-PROPRIETOR
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'OWNER SSN BELONGS ON THE BENEFICIAL OWNER REGISTER'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-FORMATION-DATE = SPACES
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'FORMATION DATE IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-FORMATION-DATE(5:1) NOT = '-'
                   OR LK-FORMATION-DATE(8:1) NOT = '-'
                   OR LK-FORMATION-DATE(1:4) NOT NUMERIC
                   OR LK-FORMATION-DATE(6:2) NOT NUMERIC
                   OR LK-FORMATION-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'FORMATION DATE MALFORMED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-FORMATION-DATE > WS-DOB-TODAY(1:10)
               MOVE 'N' TO WS-VALID-FIELDS
               MOVE 'FORMATION DATE IN THE FUTURE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * The shape checks alone cannot catch "SPRINGFELD, IL" with a
      * Texas ZIP - the city/state/ZIP triplet must also agree with
      * the POSTAL_REFERENCE table ZIPLOAD maintains from the postal
                   SQLCODE
           END-IF.

      * A business is matched on its EIN; a sole proprietor trading
      * without one has nothing to match on here.
       CHECK-DUPLICATE-EIN.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           MOVE SPACES TO WS-DUPLICATE-ID

           IF LK-EIN NOT = SPACES
               EXEC SQL
                   SELECT CUSTOMER_ID INTO :WS-DUPLICATE-ID
                   FROM CUSTOMER_MASTER
                   WHERE EIN = :LK-EIN
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'E' TO WS-DUPLICATE-FOUND
               END-IF
           END-IF.

      * Matched on the vault token; a row SSNCONV has not reached yet
      * still holds the number itself, so that is matched too.
       CHECK-DUPLICATE-SSN.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           MOVE SPACES TO WS-DUPLICATE-ID

           IF LK-SSN NOT = SPACES
               EXEC SQL
                   SELECT CUSTOMER_ID INTO :WS-DUPLICATE-ID
                   FROM CUSTOMER_MASTER
                   WHERE SSN IN (:WS-SSN-TOKEN, :LK-SSN)
                   FETCH FIRST 1 ROW ONLY
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
               END-IF
           END-IF.
           .

                          SEGMENT, STMT_DELIVERY,
                          COALESCE(STMT_CYCLE, ' '), RISK_FLAG,
                          RECORD_STATUS,
                          CLOSED_DATE, LAST_UPDATED,
                          COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL'),
                          COALESCE(LEGAL_NAME, ' '),
                          COALESCE(EIN, ' '),
                          COALESCE(ENTITY_TYPE, ' '),
                          COALESCE(CHAR(FORMATION_DATE), ' ')
                   INTO :CM-CUSTOMER-ID, :CM-NAME, :CM-ADDRESS,
                        :CM-ADDR-STREET, :CM-ADDR-CITY,
                        :CM-ADDR-STATE, :CM-ADDR-POSTAL-CODE,
                        :CM-STMT-DELIVERY, :CM-STMT-CYCLE,
                        :CM-RISK-FLAG,
                        :CM-RECORD-STATUS,
                        :CM-CLOSED-DATE, :CM-LAST-UPDATED,
                        :CM-CUSTOMER-TYPE, :CM-LEGAL-NAME,
                        :CM-EIN, :CM-ENTITY-TYPE,
                        :CM-FORMATION-DATE
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
               END-EXEC
                          SEGMENT, STMT_DELIVERY,
                          COALESCE(STMT_CYCLE, ' '), RISK_FLAG,
                          RECORD_STATUS,
                          CLOSED_DATE, LAST_UPDATED,
                          COALESCE(CUSTOMER_TYPE, 'INDIVIDUAL'),
                          COALESCE(LEGAL_NAME, ' '),
                          COALESCE(EIN, ' '),
                          COALESCE(ENTITY_TYPE, ' '),
                          COALESCE(CHAR(FORMATION_DATE), ' ')
                   INTO :CM-CUSTOMER-ID, :CM-NAME, :CM-ADDRESS,
                        :CM-ADDR-STREET, :CM-ADDR-CITY,
                        :CM-ADDR-STATE, :CM-ADDR-POSTAL-CODE,
                        :CM-STMT-DELIVERY, :CM-STMT-CYCLE,
                        :CM-RISK-FLAG,
                        :CM-RECORD-STATUS,
                        :CM-CLOSED-DATE, :CM-LAST-UPDATED,
                        :CM-CUSTOMER-TYPE, :CM-LEGAL-NAME,
                        :CM-EIN, :CM-ENTITY-TYPE,
                        :CM-FORMATION-DATE
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
                     AND (RECORD_STATUS IS NULL
               MOVE CM-ADDR-POSTAL-CODE TO LK-ADDR-POSTAL-CODE
               MOVE CM-PHONE       TO LK-PHONE
               MOVE CM-EMAIL       TO LK-EMAIL
               PERFORM RETURN-CUSTOMER-SSN
               MOVE CM-DATE-OF-BIRTH TO LK-DATE-OF-BIRTH
               MOVE CM-SEGMENT     TO LK-SEGMENT
               MOVE CM-STMT-DELIVERY TO LK-STMT-DELIVERY
               MOVE CM-STMT-CYCLE  TO LK-STMT-CYCLE
               MOVE CM-RISK-FLAG   TO LK-RISK-FLAG
               MOVE CM-LAST-UPDATED TO LK-LAST-UPDATED
               MOVE CM-CUSTOMER-TYPE TO LK-CUSTOMER-TYPE
               MOVE CM-LEGAL-NAME  TO LK-LEGAL-NAME
               MOVE CM-EIN         TO LK-EIN
               MOVE CM-ENTITY-TYPE TO LK-ENTITY-TYPE
               MOVE CM-FORMATION-DATE TO LK-FORMATION-DATE
               MOVE 'CUSTOMER FOUND' TO WS-RESPONSE
           ELSE
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
                   INTO WS-SEARCH-NAME-PATTERN
           END-IF

      * A full SSN is looked up as its vault token. Anything shorter
      * - typically the last four - still matches as a fragment, and
      * the token carries the last four in the clear.
           MOVE '%' TO WS-SEARCH-SSN-PATTERN
           IF LK-SEARCH-SSN NOT = SPACES
               MOVE 'FINDTOKN' TO WS-VAULT-FUNCTION
               MOVE LK-SEARCH-SSN TO WS-VAULT-SSN
               MOVE SPACES TO WS-VAULT-TOKEN
               CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

               IF WS-VAULT-RETURN-CODE = 00
                   MOVE WS-VAULT-TOKEN TO WS-SEARCH-SSN-PATTERN
               ELSE
                   STRING '%' DELIMITED BY SIZE
                          FUNCTION TRIM(LK-SEARCH-SSN)
                              DELIMITED BY SIZE
                          '%' DELIMITED BY SIZE
                       INTO WS-SEARCH-SSN-PATTERN
               END-IF
           END-IF

           EXEC SQL
                       TO LK-HIST-PHONE(WS-SEARCH-IDX)
                   MOVE WS-AUDIT-EMAIL
                       TO LK-HIST-EMAIL(WS-SEARCH-IDX)
                   IF WS-AUDIT-SSN = SPACES
                       MOVE SPACES TO LK-HIST-SSN(WS-SEARCH-IDX)
                   ELSE
                       MOVE WS-AUDIT-SSN(8:4) TO WS-MASKED-SSN-LAST4
                       MOVE WS-MASKED-SSN
                           TO LK-HIST-SSN(WS-SEARCH-IDX)
                   END-IF
                   MOVE WS-AUDIT-OLD-SEGMENT
                       TO LK-HIST-OLD-SEGMENT(WS-SEARCH-IDX)
                   MOVE WS-AUDIT-NEW-SEGMENT
       UPDATE-CUSTOMER.
           PERFORM VALIDATE-CUSTOMER-FIELDS

           IF FIELDS-ARE-VALID
               PERFORM TOKENIZE-CUSTOMER-SSN
           END-IF

           IF NOT FIELDS-ARE-VALID
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT LAST_UPDATED, COALESCE(SSN, ' '),
                          COALESCE(ADDR_STREET, ' '),
                          COALESCE(ADDR_CITY, ' '),
                          COALESCE(ADDR_STATE, ' '),
                          COALESCE(ADDR_POSTAL_CODE, ' '),
                          COALESCE(MAIL_RETURNED, 'N')
                   INTO :WS-CURRENT-LAST-UPDATED,
                        :WS-CURRENT-SSN-TOKEN,
                        :CM-ADDR-STREET, :CM-ADDR-CITY,
                        :CM-ADDR-STATE, :CM-ADDR-POSTAL-CODE,
                        :CM-MAIL-RETURNED
                   FROM CUSTOMER_MASTER
                   WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
               END-EXEC
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   IF SSN-UNCHANGED
                       MOVE WS-CURRENT-SSN-TOKEN TO WS-SSN-TOKEN
                   END-IF

                   MOVE 'UPDATE' TO WS-AUDIT-CHANGE-TYPE
                   PERFORM CAPTURE-CUSTOMER-AUDIT-IMAGE

                   PERFORM COMPOSE-ADDRESS-BLOB

      * A new mailing address is the fix for returned mail, so the
      * undeliverable flag goes when any part of the address moves.
                   MOVE 'N' TO WS-MAIL-CLEARED
                   IF CM-MAIL-RETURNED = 'Y'
                      AND (CM-ADDR-STREET NOT = LK-ADDR-STREET
                        OR CM-ADDR-CITY NOT = LK-ADDR-CITY
                        OR CM-ADDR-STATE NOT = LK-ADDR-STATE
                        OR CM-ADDR-POSTAL-CODE
                           NOT = LK-ADDR-POSTAL-CODE)
                       MOVE 'N' TO CM-MAIL-RETURNED
                       MOVE 'Y' TO WS-MAIL-CLEARED
                   END-IF

                   MOVE FUNCTION CURRENT-TIMESTAMP
                       TO WS-NEW-LAST-UPDATED

                           ADDR_POSTAL_CODE = :LK-ADDR-POSTAL-CODE,
                           PHONE = :LK-PHONE,
                           EMAIL = :LK-EMAIL,
                           SSN = :WS-SSN-TOKEN,
                           DATE_OF_BIRTH =
                               NULLIF(:LK-DATE-OF-BIRTH, ' '),
                           CUSTOMER_TYPE = :LK-CUSTOMER-TYPE,
                           LEGAL_NAME = NULLIF(:LK-LEGAL-NAME, ' '),
                           EIN = NULLIF(:LK-EIN, ' '),
                           ENTITY_TYPE = NULLIF(:LK-ENTITY-TYPE, ' '),
                           FORMATION_DATE =
                               NULLIF(:LK-FORMATION-DATE, ' '),
                           SEGMENT = :LK-SEGMENT,
                           STMT_DELIVERY = :LK-STMT-DELIVERY,
                           STMT_CYCLE = :LK-STMT-CYCLE,
                           RISK_FLAG = :LK-RISK-FLAG,
                           MAIL_RETURNED = :CM-MAIL-RETURNED,
                           LAST_UPDATED = :WS-NEW-LAST-UPDATED
                       WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
                         AND LAST_UPDATED = :LK-LAST-UPDATED
                       MOVE WS-NEW-LAST-UPDATED TO LK-LAST-UPDATED
                       PERFORM WRITE-CUSTOMER-AUDIT
                       PERFORM SEND-CUSTOMER-CHANGE-EVENT
                       IF MAIL-FLAG-CLEARED
                           PERFORM CLEAR-RETURNED-MAIL
                       END-IF
                   ELSE
                       MOVE 'ERROR UPDATING CUSTOMER' TO WS-RESPONSE
                       MOVE SQLCODE TO WS-RETURN-CODE
           END-IF.
           .

      * The returned-mail register rows still open for the customer
      * are stamped cleared, and the address-update chase RTNMAIL or
      * RTNMLOAD put on the FOLLOWUP tickler is closed - the address
      * it asked for has arrived.
       CLEAR-RETURNED-MAIL.
           EXEC SQL
               UPDATE RETURNED_MAIL
               SET CLEARED_AT = :WS-NEW-LAST-UPDATED,
                   CLEARED_BY = :LK-EMPLOYEE-ID,
                   CLEAR_REASON = 'ADDRESS UPDATED'
               WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
                 AND CLEARED_AT IS NULL
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR CLEARING RETURNED MAIL, SQLCODE: '
                   SQLCODE
           END-IF

           EXEC SQL
               UPDATE CUSTOMER_INTERACTIONS
               SET FOLLOWUP_REQUIRED = 'N',
                   FOLLOWUP_COMPLETED_BY = :LK-EMPLOYEE-ID,
                   FOLLOWUP_COMPLETED_AT = :WS-NEW-LAST-UPDATED,
                   FOLLOWUP_DISPOSITION = 'ADDRESS UPDATED'
               WHERE CUSTOMER_ID = :LK-CUSTOMER-ID
                 AND INTERACTION_TYPE = 'RETURNED MAIL'
                 AND FOLLOWUP_REQUIRED = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERROR CLOSING RETURNED MAIL FOLLOW-UP, '
                   'SQLCODE: ' SQLCODE
           END-IF.

      * The SSN goes to CUSTOMER_MASTER as its vault token. On UPDATE
      * the desk holds only the masked ***-**-NNNN it was shown, and
      * sending that back means "unchanged" - the current token is
      * kept. A malformed number is a validation error; a vault
      * failure stops the change.
       TOKENIZE-CUSTOMER-SSN.
           MOVE 'N' TO WS-SSN-UNCHANGED
           MOVE SPACES TO WS-SSN-TOKEN

           IF LK-SSN = SPACES
               CONTINUE
           ELSE IF FUNC-UPDATE AND LK-SSN(1:7) = '***-**-'
               MOVE 'Y' TO WS-SSN-UNCHANGED
           ELSE
               MOVE 'TOKENIZE' TO WS-VAULT-FUNCTION
               MOVE LK-SSN TO WS-VAULT-SSN
               MOVE SPACES TO WS-VAULT-TOKEN
               CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

               EVALUATE WS-VAULT-RETURN-CODE
                   WHEN 00
                       MOVE WS-VAULT-TOKEN TO WS-SSN-TOKEN
                   WHEN 08
                       MOVE 'N' TO WS-VALID-FIELDS
                       MOVE 'SSN MUST BE NNN-NN-NNNN' TO WS-RESPONSE
                       MOVE 08 TO LK-RETURN-CODE
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-FIELDS
                       MOVE 'ERROR SECURING SSN' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
               END-EVALUATE
           END-IF
           END-IF.

      * READ returns ***-**- and the last four digits. The full number
      * comes back only when the caller asks for it and the operator's
      * role holds an active CUSTMSTR/REVEAL entitlement; a granted
      * reveal and a refused one are both written to
      * SECURITY_AUDIT_LOG under function REVEAL.
       RETURN-CUSTOMER-SSN.
           MOVE CM-SSN(8:4) TO WS-MASKED-SSN-LAST4
           MOVE WS-MASKED-SSN TO LK-SSN

           IF CM-SSN = SPACES
               MOVE SPACES TO LK-SSN
           ELSE IF REVEAL-SSN-REQUESTED
               PERFORM CHECK-REVEAL-AUTHORITY

               IF SSN-REVEAL-GRANTED
                   MOVE 'DETOKEN' TO WS-VAULT-FUNCTION
                   MOVE CM-SSN TO WS-VAULT-TOKEN
                   CALL 'SSNVAULT' USING WS-SSNVAULT-COMMAREA

                   IF WS-VAULT-RETURN-CODE = 00
                       MOVE WS-VAULT-SSN TO LK-SSN
                       MOVE 'SUCCESS' TO WS-SEC-OUTCOME
                   ELSE
                       MOVE 'FAILURE' TO WS-SEC-OUTCOME
                   END-IF
               ELSE
                   MOVE 'DENIED' TO WS-SEC-OUTCOME
               END-IF

               PERFORM WRITE-REVEAL-AUDIT
           END-IF
           END-IF.

       CHECK-REVEAL-AUTHORITY.
           MOVE 'N' TO WS-REVEAL-GRANTED

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'CUSTMSTR'
                 AND FUNCTION_CODE = :WS-REVEAL-FUNCTION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-REVEAL-GRANTED
           END-IF.

       WRITE-REVEAL-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP

           EXEC SQL
               INSERT INTO SECURITY_AUDIT_LOG
                   (EMPLOYEE_ID, FUNCTION_CODE, PRIMARY_KEY, OUTCOME,
                    LOGGED_AT)
               VALUES
                   (:LK-EMPLOYEE-ID, :WS-REVEAL-FUNCTION,
                    :WS-CUSTOMER-ID, :WS-SEC-OUTCOME,
                    :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SSN REVEAL AUDIT, SQLCODE: '
                   SQLCODE
           END-IF.

      * Snapshots the row as it stands immediately before the caller's
      * mutating UPDATE runs. Called before that UPDATE so the values
      * captured here are the before-image; WRITE-CUSTOMER-AUDIT then
                   LK-CUSTOMER-ID
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-CUSTOMER-ID NOT = SPACES
                   AND NOT FUNC-CREATE
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

