       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECHNDL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-FLAG-SEQ           PIC S9(4) COMP-5.
       01  HV-REASON-CODE        PIC X(10).
       01  HV-HANDLING-NOTES     PIC X(100).
       01  HV-CONSENT-METHOD     PIC X(10).
       01  HV-REVIEW-DATE        PIC X(10).
       01  HV-LATEST-REVIEW      PIC X(10).
       01  HV-FLAG-STATUS        PIC X(10).
       01  HV-OVERRIDE-REASON    PIC X(50).
       01  HV-REMOVE-REASON      PIC X(50).
       01  HV-MKT-OVERRIDE       PIC X(01).
       01  HV-COLL-OVERRIDE      PIC X(01).
       01  HV-RECORDED-BY        PIC X(08).
       01  HV-EXISTING-COUNT     PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-ADD         VALUE 'ADD     '.
           88  FUNC-REVIEW      VALUE 'REVIEW  '.
           88  FUNC-REMOVE      VALUE 'REMOVE  '.
           88  FUNC-OVERRIDE    VALUE 'OVERRIDE'.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-REASON-CODE        PIC X(10).
           88  REASON-VALID     VALUE 'BEREAVED  ' 'HARDSHIP  '
                                      'COGNITIVE ' 'LARGEPRINT'
                                      'HEALTH    ' 'DISABILITY'
                                      'LIFEEVENT '.

       01  WS-CONSENT-METHOD     PIC X(10).
           88  CONSENT-VALID    VALUE 'VERBAL    ' 'WRITTEN   '
                                      'POA       '.

       01  WS-OVERRIDE-SCOPE     PIC X(10).
           88  SCOPE-MARKETING  VALUE 'MARKETING '.
           88  SCOPE-COLLECTION VALUE 'COLLECTION'.

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
           05  LK-FLAG-SEQ        PIC 9(03).
           05  LK-REASON-CODE     PIC X(10).
           05  LK-HANDLING-NOTES  PIC X(100).
           05  LK-CONSENT-METHOD  PIC X(10).
           05  LK-REVIEW-DATE     PIC X(10).
           05  LK-OVERRIDE-SCOPE  PIC X(10).
           05  LK-OVERRIDE-REASON PIC X(50).
           05  LK-REMOVE-REASON   PIC X(50).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-FLAG-COUNT      PIC 9(02).
           05  LK-FLAG-RESULTS OCCURS 10 TIMES.
               10  LK-RES-FLAG-SEQ      PIC 9(03).
               10  LK-RES-REASON-CODE   PIC X(10).
               10  LK-RES-NOTES         PIC X(100).
               10  LK-RES-CONSENT       PIC X(10).
               10  LK-RES-REVIEW-DATE   PIC X(10).
               10  LK-RES-STATUS        PIC X(10).
               10  LK-RES-MKT-OVERRIDE  PIC X(01).
               10  LK-RES-COLL-OVERRIDE PIC X(01).
               10  LK-RES-RECORDED-BY   PIC X(08).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Special-handling register for customers who need extra care -
      * bereavement, financial hardship, cognitive decline, a health
      * condition or disability, a major life event, or simply large
      * print. What used to be a line buried in INTERACTION_NOTES is
      * a SPECIAL_HANDLING row with a reason code, a note on what
      * the customer needs, a review date, and how the customer
      * consented to it being recorded - no consent, no record,
      * since most of these reasons are health or financial
      * circumstances the customer is entitled to keep off file.
      * CUST360, CUSTHIST VIEW and COMPLMNT LOG warn the rep while a
      * flag is ACTIVE; DATAEXPORT leaves the customer out of
      * campaign extracts and COLLSCAN stops escalating their
      * collection entries unless an OVERRIDE has been recorded for
      * that purpose. REVIEW confirms a flag is still needed and
      * sets the next review date, REMOVE takes it off (the row
      * stays for the audit trail), INQUIRE lists the register.
      * SHRVWREP lists the flags coming due for review each quarter.
       MAIN-LOGIC.
           MOVE LK-CUSTOMER-ID     TO HV-CUSTOMER-ID.
           MOVE LK-FLAG-SEQ        TO HV-FLAG-SEQ.
           MOVE LK-REASON-CODE     TO WS-REASON-CODE.
           MOVE LK-HANDLING-NOTES  TO HV-HANDLING-NOTES.
           MOVE LK-CONSENT-METHOD  TO WS-CONSENT-METHOD.
           MOVE LK-REVIEW-DATE     TO HV-REVIEW-DATE.
           MOVE LK-OVERRIDE-SCOPE  TO WS-OVERRIDE-SCOPE.
           MOVE LK-OVERRIDE-REASON TO HV-OVERRIDE-REASON.
           MOVE LK-REMOVE-REASON   TO HV-REMOVE-REASON.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO WS-TODAY.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-FLAG-COUNT.

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
                   PERFORM ADD-HANDLING-FLAG
               WHEN FUNC-REVIEW
                   PERFORM REVIEW-HANDLING-FLAG
               WHEN FUNC-REMOVE
                   PERFORM REMOVE-HANDLING-FLAG
               WHEN FUNC-OVERRIDE
                   PERFORM OVERRIDE-HANDLING-FLAG
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-HANDLING-FLAGS
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-SECURITY-AUDIT.

           GOBACK.

      * Rejects an unknown or deactivated operator, then applies the
      * ROLE_ENTITLEMENTS gate the other commarea programs carry.
      * OVERRIDE is its own function code, so only the roles
      * entitled to lift the protection can do it.
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
                 AND PROGRAM_NAME = 'SPECHNDL'
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

      * One active flag per reason: a second bereavement flag adds
      * nothing but a second review date to keep in step. A blank
      * review date defaults to six months out.
       ADD-HANDLING-FLAG.
           PERFORM READ-HANDLING-CUSTOMER

           IF LK-RETURN-CODE = 00
               IF NOT REASON-VALID
                   MOVE 'INVALID SPECIAL-HANDLING REASON CODE'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF NOT CONSENT-VALID
                   MOVE 'CUSTOMER CONSENT TO RECORD IS REQUIRED'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF HV-HANDLING-NOTES = SPACES
                   MOVE 'DESCRIBE THE HANDLING THE CUSTOMER NEEDS'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   PERFORM SET-REVIEW-DATE
               END-IF
               END-IF
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-REASON-CODE TO HV-REASON-CODE
               MOVE ZERO TO HV-EXISTING-COUNT

               EXEC SQL
                   SELECT COUNT(*) INTO :HV-EXISTING-COUNT
                   FROM SPECIAL_HANDLING
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND REASON_CODE = :HV-REASON-CODE
                     AND FLAG_STATUS = 'ACTIVE'
               END-EXEC

               IF HV-EXISTING-COUNT > ZERO
                   MOVE 'AN ACTIVE FLAG FOR THIS REASON IS ON FILE'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   SELECT COALESCE(MAX(FLAG_SEQ), 0) + 1
                   INTO :HV-FLAG-SEQ
                   FROM SPECIAL_HANDLING
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
               END-EXEC

               MOVE WS-CONSENT-METHOD TO HV-CONSENT-METHOD

               EXEC SQL
                   INSERT INTO SPECIAL_HANDLING
                       (CUSTOMER_ID, FLAG_SEQ, REASON_CODE,
                        HANDLING_NOTES, CONSENT_METHOD,
                        CONSENT_RECORDED_AT, REVIEW_DATE,
                        FLAG_STATUS, RECORDED_BY, RECORDED_AT)
                   VALUES
                       (:HV-CUSTOMER-ID, :HV-FLAG-SEQ,
                        :HV-REASON-CODE, :HV-HANDLING-NOTES,
                        :HV-CONSENT-METHOD, :HV-TIMESTAMP,
                        :HV-REVIEW-DATE, 'ACTIVE',
                        :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR RECORDING SPECIAL HANDLING'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-FLAG-SEQ TO LK-FLAG-SEQ
                   MOVE HV-REVIEW-DATE TO LK-REVIEW-DATE
                   MOVE 'SPECIAL HANDLING RECORDED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-HANDLING-CUSTOMER.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
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
               END-IF
           END-IF.

      * A review date must lie in the future and no more than two
      * years out - a flag nobody looks at again is the problem the
      * register exists to fix.
       SET-REVIEW-DATE.
           IF HV-REVIEW-DATE = SPACES
               EXEC SQL
                   SET :HV-REVIEW-DATE =
                       CHAR(CURRENT DATE + 6 MONTHS, ISO)
               END-EXEC
           ELSE IF HV-REVIEW-DATE(5:1) NOT = '-'
                   OR HV-REVIEW-DATE(8:1) NOT = '-'
                   OR HV-REVIEW-DATE(1:4) NOT NUMERIC
                   OR HV-REVIEW-DATE(6:2) NOT NUMERIC
                   OR HV-REVIEW-DATE(9:2) NOT NUMERIC
               MOVE 'REVIEW DATE MUST BE YYYY-MM-DD' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-REVIEW-DATE NOT > WS-TODAY
               MOVE 'REVIEW DATE MUST BE IN THE FUTURE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SET :HV-LATEST-REVIEW =
                       CHAR(CURRENT DATE + 2 YEARS, ISO)
               END-EXEC
               IF HV-REVIEW-DATE > HV-LATEST-REVIEW
                   MOVE 'REVIEW DATE CANNOT BE MORE THAN 2 YEARS OUT'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF.

      * The flag was looked at with the customer and is still
      * needed: the reviewer and the next review date are stamped,
      * and the note may be brought up to date.
       REVIEW-HANDLING-FLAG.
           PERFORM READ-HANDLING-CUSTOMER

           IF LK-RETURN-CODE = 00
               PERFORM SET-REVIEW-DATE
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE SPECIAL_HANDLING
                   SET REVIEW_DATE = :HV-REVIEW-DATE,
                       HANDLING_NOTES =
                           COALESCE(NULLIF(:HV-HANDLING-NOTES, ' '),
                                    HANDLING_NOTES),
                       REVIEWED_BY = :LK-EMPLOYEE-ID,
                       REVIEWED_AT = :HV-TIMESTAMP
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND FLAG_SEQ = :HV-FLAG-SEQ
                     AND FLAG_STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'NO ACTIVE FLAG WITH THAT NUMBER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR REVIEWING SPECIAL HANDLING'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-REVIEW-DATE TO LK-REVIEW-DATE
                   MOVE 'SPECIAL HANDLING REVIEWED' TO WS-RESPONSE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The circumstance has passed or the customer has withdrawn
      * consent - either way the warning and the exclusions stop.
       REMOVE-HANDLING-FLAG.
           PERFORM READ-HANDLING-CUSTOMER

           IF LK-RETURN-CODE = 00 AND HV-REMOVE-REASON = SPACES
               MOVE 'A REASON FOR REMOVAL IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   UPDATE SPECIAL_HANDLING
                   SET FLAG_STATUS = 'REMOVED',
                       REMOVED_BY = :LK-EMPLOYEE-ID,
                       REMOVED_AT = :HV-TIMESTAMP,
                       REMOVE_REASON = :HV-REMOVE-REASON
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND FLAG_SEQ = :HV-FLAG-SEQ
                     AND FLAG_STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'NO ACTIVE FLAG WITH THAT NUMBER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR REMOVING SPECIAL HANDLING'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'SPECIAL HANDLING REMOVED' TO WS-RESPONSE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Lifts one protection on one flag, with who and why: a
      * customer in hardship may still ask to hear about a product,
      * and a collections entry may need to move once a repayment
      * plan is broken. The warning itself stays.
       OVERRIDE-HANDLING-FLAG.
           PERFORM READ-HANDLING-CUSTOMER

           IF LK-RETURN-CODE = 00
               IF NOT SCOPE-MARKETING AND NOT SCOPE-COLLECTION
                   MOVE 'OVERRIDE MUST BE MARKETING OR COLLECTION'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF HV-OVERRIDE-REASON = SPACES
                   MOVE 'A REASON FOR THE OVERRIDE IS REQUIRED'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               IF SCOPE-MARKETING
                   EXEC SQL
                       UPDATE SPECIAL_HANDLING
                       SET MKT_OVERRIDE_BY = :LK-EMPLOYEE-ID,
                           MKT_OVERRIDE_AT = :HV-TIMESTAMP,
                           MKT_OVERRIDE_REASON = :HV-OVERRIDE-REASON
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND FLAG_SEQ = :HV-FLAG-SEQ
                         AND FLAG_STATUS = 'ACTIVE'
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE SPECIAL_HANDLING
                       SET COLL_OVERRIDE_BY = :LK-EMPLOYEE-ID,
                           COLL_OVERRIDE_AT = :HV-TIMESTAMP,
                           COLL_OVERRIDE_REASON = :HV-OVERRIDE-REASON
                       WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND FLAG_SEQ = :HV-FLAG-SEQ
                         AND FLAG_STATUS = 'ACTIVE'
                   END-EXEC
               END-IF

               IF SQLCODE = 100
                   MOVE 'NO ACTIVE FLAG WITH THAT NUMBER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR RECORDING OVERRIDE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'OVERRIDE RECORDED' TO WS-RESPONSE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Active flags first, then the history, newest first.
       INQUIRE-HANDLING-FLAGS.
           PERFORM READ-HANDLING-CUSTOMER

           IF LK-RETURN-CODE = 00
               EXEC SQL
                   DECLARE SH_LIST_CUR CURSOR FOR
                   SELECT FLAG_SEQ, REASON_CODE, HANDLING_NOTES,
                          CONSENT_METHOD, CHAR(REVIEW_DATE),
                          FLAG_STATUS,
                          CASE WHEN MKT_OVERRIDE_BY IS NULL
                               THEN 'N' ELSE 'Y' END,
                          CASE WHEN COLL_OVERRIDE_BY IS NULL
                               THEN 'N' ELSE 'Y' END,
                          RECORDED_BY
                   FROM SPECIAL_HANDLING
                   WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                   ORDER BY CASE FLAG_STATUS WHEN 'ACTIVE' THEN 0
                                             ELSE 1 END,
                            FLAG_SEQ DESC
               END-EXEC

               EXEC SQL OPEN SH_LIST_CUR END-EXEC

               MOVE 1 TO WS-IDX
               PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
                   EXEC SQL
                       FETCH SH_LIST_CUR INTO
                           :HV-FLAG-SEQ,
                           :HV-REASON-CODE,
                           :HV-HANDLING-NOTES,
                           :HV-CONSENT-METHOD,
                           :HV-REVIEW-DATE,
                           :HV-FLAG-STATUS,
                           :HV-MKT-OVERRIDE,
                           :HV-COLL-OVERRIDE,
                           :HV-RECORDED-BY
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-FLAG-SEQ TO LK-RES-FLAG-SEQ(WS-IDX)
                       MOVE HV-REASON-CODE
                           TO LK-RES-REASON-CODE(WS-IDX)
                       MOVE HV-HANDLING-NOTES TO LK-RES-NOTES(WS-IDX)
                       MOVE HV-CONSENT-METHOD
                           TO LK-RES-CONSENT(WS-IDX)
                       MOVE HV-REVIEW-DATE
                           TO LK-RES-REVIEW-DATE(WS-IDX)
                       MOVE HV-FLAG-STATUS TO LK-RES-STATUS(WS-IDX)
                       MOVE HV-MKT-OVERRIDE
                           TO LK-RES-MKT-OVERRIDE(WS-IDX)
                       MOVE HV-COLL-OVERRIDE
                           TO LK-RES-COLL-OVERRIDE(WS-IDX)
                       MOVE HV-RECORDED-BY
                           TO LK-RES-RECORDED-BY(WS-IDX)
                       ADD 1 TO LK-FLAG-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM

               EXEC SQL CLOSE SH_LIST_CUR END-EXEC

               IF LK-FLAG-COUNT = 0
                   MOVE 'NO SPECIAL HANDLING ON FILE' TO WS-RESPONSE
               ELSE
                   MOVE 'SPECIAL HANDLING RETRIEVED' TO WS-RESPONSE
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
