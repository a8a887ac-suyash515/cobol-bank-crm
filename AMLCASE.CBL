       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCASE.

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
       01  HV-CASE-STATUS        PIC X(08).
       01  HV-DISPOSITION        PIC X(08).
       01  HV-ASSIGNED-TO        PIC X(08).
       01  HV-NEW-ASSIGNED-TO    PIC X(08).
       01  HV-NOTE-TYPE          PIC X(08).
       01  HV-NOTE-TEXT          PIC X(200).
       01  HV-DETECTED-DATE      PIC X(10).
       01  HV-FILING-DUE-DATE    PIC X(10).
       01  HV-DAYS-LEFT          PIC S9(9) COMP-5.
       01  HV-ALERT-COUNT        PIC S9(9) COMP-5.
       01  HV-AMOUNT-INVOLVED    PIC S9(11)V99 COMP-3.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-ASSIGN      VALUE 'ASSIGN  '.
           88  FUNC-NOTE        VALUE 'NOTE    '.
           88  FUNC-RFI         VALUE 'RFI     '.
           88  FUNC-RFI-RESP    VALUE 'RFIRESP '.
           88  FUNC-DISPOSE     VALUE 'DISPOSE '.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

      * The three answers an investigation can reach. FILE sends the
      * case to SAREXT for the regulator; MONITOR and NOACTION close
      * it on file here, with the investigator's reasoning.
       01  WS-DISPOSITION        PIC X(08).
           88  DISP-NO-ACTION   VALUE 'NOACTION'.
           88  DISP-MONITOR     VALUE 'MONITOR '.
           88  DISP-FILE        VALUE 'FILE    '.
           88  DISP-VALID       VALUE 'NOACTION' 'MONITOR ' 'FILE    '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
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
           05  LK-DISPOSITION     PIC X(08).
           05  LK-ASSIGNED-TO     PIC X(08).
           05  LK-NOTE-TEXT       PIC X(200).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-CASE-STATUS     PIC X(08).
           05  LK-DETECTED-DATE   PIC X(10).
           05  LK-FILING-DUE-DATE PIC X(10).
           05  LK-DAYS-LEFT       PIC S9(05).
           05  LK-ALERT-COUNT     PIC 9(05).
           05  LK-AMOUNT-INVOLVED PIC S9(11)V99.
           05  LK-LATE-FLAG       PIC X(01).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The AML desk's working screen for the cases AMLSWP opens. An
      * investigation runs on a case: ASSIGN gives it to an
      * investigator, NOTE records what they found, RFI records a
      * request for information sent to the customer or the branch
      * (the case sits in RFI until RFIRESP records the answer), and
      * DISPOSE closes it with one of NOACTION, MONITOR or FILE and
      * the narrative that justifies it. INQUIRE returns the case
      * with its filing clock. Every step is a row in AML_CASE_NOTES,
      * so the file shows who did what and when - the examiners read
      * it as closely as the filing.
      *
      * The 30-day clock runs from DETECTED_DATE and does not stop
      * for an RFI. A FILE disposition past the due date is still
      * taken - a late filing beats none - but comes back flagged
      * late, and SAREXT carries the flag to the regulator.
       MAIN-LOGIC.
           MOVE LK-CASE-ID        TO HV-CASE-ID.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE LK-DISPOSITION    TO WS-DISPOSITION.
           MOVE LK-ASSIGNED-TO    TO HV-NEW-ASSIGNED-TO.
           MOVE LK-NOTE-TEXT      TO HV-NOTE-TEXT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE 'N' TO LK-LATE-FLAG.

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
                   PERFORM ASSIGN-INVESTIGATOR
               WHEN FUNC-NOTE
                   PERFORM ADD-CASE-NOTE
               WHEN FUNC-RFI
                   PERFORM RECORD-RFI-SENT
               WHEN FUNC-RFI-RESP
                   PERFORM RECORD-RFI-RESPONSE
               WHEN FUNC-DISPOSE
                   PERFORM DISPOSE-CASE
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
                 AND PROGRAM_NAME = 'AMLCASE'
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

      * The investigator must be an active EMPLOYEE_MASTER row. A
      * closed case is not reassigned - its disposition stands.
       ASSIGN-INVESTIGATOR.
           IF HV-NEW-ASSIGNED-TO = SPACES
               MOVE 'INVESTIGATOR EMPLOYEE ID IS REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-NEW-ASSIGNED-TO
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN OR INACTIVE INVESTIGATOR ID'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF HV-ASSIGNED-TO = HV-NEW-ASSIGNED-TO
                   MOVE 'CASE IS ALREADY ASSIGNED TO THAT INVESTIGATOR'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE HV-NEW-ASSIGNED-TO TO HV-ASSIGNED-TO
                                          LK-ASSIGNED-TO
               EXEC SQL
                   UPDATE AML_CASES
                   SET ASSIGNED_TO = :HV-ASSIGNED-TO
                   WHERE CASE_ID = :HV-CASE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING CASE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'ASSIGN  ' TO HV-NOTE-TYPE
                   MOVE SPACES TO HV-NOTE-TEXT
                   STRING 'CASE ASSIGNED TO ' HV-ASSIGNED-TO
                       DELIMITED BY SIZE INTO HV-NOTE-TEXT
                   END-STRING
                   PERFORM WRITE-CASE-NOTE
                   IF LK-RETURN-CODE = 00
                       MOVE 'CASE ASSIGNED' TO WS-RESPONSE
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Free-text findings. The case must still be open - notes on a
      * closed case would read as part of the decision when they
      * came after it.
       ADD-CASE-NOTE.
           IF HV-NOTE-TEXT = SPACES
               MOVE 'NOTE TEXT IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'NOTE    ' TO HV-NOTE-TYPE
               PERFORM WRITE-CASE-NOTE
               IF LK-RETURN-CODE = 00
                   MOVE 'CASE NOTE RECORDED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The note text says what was asked and of whom. Only one RFI
      * is outstanding at a time; a second question goes on the
      * same request as a NOTE.
       RECORD-RFI-SENT.
           IF HV-NOTE-TEXT = SPACES
               MOVE 'RFI TEXT IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF

           IF LK-RETURN-CODE = 00 AND HV-CASE-STATUS = 'RFI'
               MOVE 'AN RFI IS ALREADY OUTSTANDING ON THIS CASE'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'RFI' TO HV-CASE-STATUS
               MOVE 'RFI     ' TO HV-NOTE-TYPE
               PERFORM UPDATE-CASE-STATUS
               IF LK-RETURN-CODE = 00
                   MOVE 'RFI RECORDED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       RECORD-RFI-RESPONSE.
           IF HV-NOTE-TEXT = SPACES
               MOVE 'RFI RESPONSE TEXT IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF

           IF LK-RETURN-CODE = 00 AND HV-CASE-STATUS NOT = 'RFI'
               MOVE 'NO RFI IS OUTSTANDING ON THIS CASE'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE 'OPEN' TO HV-CASE-STATUS
               MOVE 'RFIRESP ' TO HV-NOTE-TYPE
               PERFORM UPDATE-CASE-STATUS
               IF LK-RETURN-CODE = 00
                   MOVE 'RFI RESPONSE RECORDED' TO WS-RESPONSE
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The narrative is mandatory for every disposition: for FILE it
      * becomes the filing's narrative, for the others it is the
      * record of why the bank chose not to file. A case with an RFI
      * still out can be disposed - the clock does not wait for it.
       DISPOSE-CASE.
           IF NOT DISP-VALID
               MOVE 'DISPOSITION MUST BE NOACTION, MONITOR OR FILE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-NOTE-TEXT = SPACES
               MOVE 'DISPOSITION NARRATIVE IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-CASE
           END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               MOVE WS-DISPOSITION TO HV-DISPOSITION
               EXEC SQL
                   UPDATE AML_CASES
                   SET CASE_STATUS = 'CLOSED',
                       DISPOSITION = :HV-DISPOSITION,
                       DISPOSED_BY = :LK-EMPLOYEE-ID,
                       DISPOSED_AT = :HV-TIMESTAMP
                   WHERE CASE_ID = :HV-CASE-ID
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR DISPOSING CASE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE 'CLOSED' TO LK-CASE-STATUS
                   MOVE WS-DISPOSITION TO LK-DISPOSITION
                   MOVE 'DISPOSE ' TO HV-NOTE-TYPE
                   PERFORM WRITE-CASE-NOTE
               END-IF
           END-IF

           IF LK-RETURN-CODE = 00
               IF DISP-FILE AND HV-DAYS-LEFT < 0
                   MOVE 'Y' TO LK-LATE-FLAG
                   MOVE 'CASE DISPOSED FOR FILING - PAST DEADLINE'
                       TO WS-RESPONSE
               ELSE IF DISP-FILE
                   MOVE 'CASE DISPOSED FOR FILING' TO WS-RESPONSE
               ELSE
                   MOVE 'CASE DISPOSED' TO WS-RESPONSE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Any case, open or closed, with its clock.
       INQUIRE-CASE.
           PERFORM READ-CASE
           IF LK-RETURN-CODE = 00
               MOVE 'CASE RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

      * Reads the case and hands it back on the commarea, the days
      * left counted against today (negative once overdue).
       READ-CASE.
           IF HV-CASE-ID = SPACES
               MOVE 'CASE ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT CUSTOMER_ID, CASE_STATUS,
                          COALESCE(DISPOSITION, ' '),
                          COALESCE(ASSIGNED_TO, ' '),
                          CHAR(DETECTED_DATE), CHAR(FILING_DUE_DATE),
                          DAYS(FILING_DUE_DATE) - DAYS(CURRENT DATE),
                          ALERT_COUNT, AMOUNT_INVOLVED
                   INTO :HV-CUSTOMER-ID, :HV-CASE-STATUS,
                        :HV-DISPOSITION, :HV-ASSIGNED-TO,
                        :HV-DETECTED-DATE, :HV-FILING-DUE-DATE,
                        :HV-DAYS-LEFT, :HV-ALERT-COUNT,
                        :HV-AMOUNT-INVOLVED
                   FROM AML_CASES
                   WHERE CASE_ID = :HV-CASE-ID
               END-EXEC

               IF SQLCODE = 100
                   MOVE 'AML CASE NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE IF SQLCODE NOT = 0
                   MOVE 'ERROR READING AML CASE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-CUSTOMER-ID     TO LK-CUSTOMER-ID
                   MOVE HV-CASE-STATUS     TO LK-CASE-STATUS
                   MOVE HV-DISPOSITION     TO LK-DISPOSITION
                   MOVE HV-ASSIGNED-TO     TO LK-ASSIGNED-TO
                   MOVE HV-DETECTED-DATE   TO LK-DETECTED-DATE
                   MOVE HV-FILING-DUE-DATE TO LK-FILING-DUE-DATE
                   MOVE HV-DAYS-LEFT       TO LK-DAYS-LEFT
                   MOVE HV-ALERT-COUNT     TO LK-ALERT-COUNT
                   MOVE HV-AMOUNT-INVOLVED TO LK-AMOUNT-INVOLVED
               END-IF
               END-IF
           END-IF.

      * Everything but INQUIRE works on an unclosed case only.
       READ-OPEN-CASE.
           PERFORM READ-CASE
           IF LK-RETURN-CODE = 00 AND HV-CASE-STATUS = 'CLOSED'
               MOVE 'AML CASE IS CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF.

       UPDATE-CASE-STATUS.
           EXEC SQL
               UPDATE AML_CASES
               SET CASE_STATUS = :HV-CASE-STATUS
               WHERE CASE_ID = :HV-CASE-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING CASE STATUS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-CASE-STATUS TO LK-CASE-STATUS
               PERFORM WRITE-CASE-NOTE
           END-IF.

      * The case row and its note go together: a note write that
      * fails backs out the change it was recording.
       WRITE-CASE-NOTE.
           EXEC SQL
               INSERT INTO AML_CASE_NOTES
                   (CASE_ID, NOTE_TYPE, NOTE_TEXT, EMPLOYEE_ID,
                    NOTED_AT)
               VALUES
                   (:HV-CASE-ID, :HV-NOTE-TYPE, :HV-NOTE-TEXT,
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR WRITING CASE NOTE' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
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
