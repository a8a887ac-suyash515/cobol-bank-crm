       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLATST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-CAMPAIGN-ID        PIC X(06).
       01  HV-CAMPAIGN-STATUS    PIC X(08).
       01  HV-DUE-DATE           PIC X(10).
       01  HV-TARGET-EMPLOYEE    PIC X(08).
       01  HV-TARGET-NAME        PIC X(50).
       01  HV-ROLE               PIC X(10).
       01  HV-MANAGER-ID         PIC X(08).
       01  HV-ITEM-STATUS        PIC X(10).
       01  HV-DECIDED-BY         PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-ATTEST      VALUE 'ATTEST'.
           88  FUNC-REVOKE      VALUE 'REVOKE'.
           88  FUNC-LIST        VALUE 'LIST  '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-ITEM-VALID         PIC X VALUE 'N'.
           88  ITEM-IS-VALID         VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).
       01  WS-SEC-PRIMARY-KEY    PIC X(21).

       01  WS-EMP-VALID           PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID      VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-CAMPAIGN-ID     PIC X(06).
           05  LK-TARGET-EMPLOYEE PIC X(08).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-DUE-DATE        PIC X(10).
           05  LK-ITEM-COUNT      PIC 9(02).
           05  LK-ITEM-RESULTS OCCURS 10 TIMES.
               10  LK-RESULT-EMPLOYEE    PIC X(08).
               10  LK-RESULT-NAME        PIC X(50).
               10  LK-RESULT-ROLE        PIC X(10).
               10  LK-RESULT-STATUS      PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.

       PROCEDURE DIVISION.

      * The manager's side of the quarterly entitlement
      * recertification ENTLCERT runs. Each campaign (YYYYQn) holds
      * one ENTL_RECERT_ITEMS row per active employee with a role,
      * for the manager on their EMPLOYEE_MASTER row to decide:
      *   LIST   - the manager's items still waiting on a decision
      *            (PENDING, or SUSPENDED after the deadline);
      *   ATTEST - the employee still needs the role. A SUSPENDED
      *            employee is reinstated - a late attestation is
      *            still an attestation;
      *   REVOKE - the employee no longer needs it; the role comes
      *            off their EMPLOYEE_MASTER row, so they hold no
      *            entitlements until EMPMSTR gives them a new one.
      * The campaign defaults to the latest one. Only the
      * employee's manager can decide an item, and never their
      * own.
       MAIN-LOGIC.
           MOVE LK-CAMPAIGN-ID     TO HV-CAMPAIGN-ID.
           MOVE LK-TARGET-EMPLOYEE TO HV-TARGET-EMPLOYEE.
           MOVE LK-EMPLOYEE-ID     TO HV-DECIDED-BY.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF NOT EMPLOYEE-IS-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           PERFORM READ-CAMPAIGN.

           IF RC-SUCCESS
               EVALUATE TRUE
                   WHEN FUNC-ATTEST
                       PERFORM ATTEST-ITEM
                   WHEN FUNC-REVOKE
                       PERFORM REVOKE-ITEM
                   WHEN FUNC-LIST
                       PERFORM LIST-OPEN-ITEMS
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                       MOVE 08 TO LK-RETURN-CODE
               END-EVALUATE
           END-IF.

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
                 AND PROGRAM_NAME = 'ENTLATST'
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

       READ-CAMPAIGN.
           IF HV-CAMPAIGN-ID = SPACES
               EXEC SQL
                   SELECT COALESCE(MAX(CAMPAIGN_ID), ' ')
                   INTO :HV-CAMPAIGN-ID
                   FROM ENTL_RECERT_CAMPAIGN
               END-EXEC
           END-IF

           EXEC SQL
               SELECT CAMPAIGN_STATUS, CHAR(DUE_DATE, ISO)
               INTO :HV-CAMPAIGN-STATUS, :HV-DUE-DATE
               FROM ENTL_RECERT_CAMPAIGN
               WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
           END-EXEC

           IF SQLCODE = 0
               MOVE HV-CAMPAIGN-ID TO LK-CAMPAIGN-ID
               MOVE HV-DUE-DATE    TO LK-DUE-DATE
           ELSE IF SQLCODE = 100
               MOVE 'NO RECERTIFICATION CAMPAIGN ON FILE'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR READING CAMPAIGN' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * The item must belong to one of this operator's staff and
      * still be open - ATTESTED and REVOKED are final for the
      * campaign. The employee's manager is read as it stands now,
      * so staff moved between managers mid-campaign go with them.
       READ-ITEM.
           MOVE 'N' TO WS-ITEM-VALID
           MOVE SPACES TO HV-ROLE HV-MANAGER-ID HV-ITEM-STATUS

           EXEC SQL
               SELECT I.ROLE, COALESCE(E.MANAGER_ID, ' '),
                      I.ITEM_STATUS
               INTO :HV-ROLE, :HV-MANAGER-ID, :HV-ITEM-STATUS
               FROM ENTL_RECERT_ITEMS I, EMPLOYEE_MASTER E
               WHERE I.CAMPAIGN_ID = :HV-CAMPAIGN-ID
                 AND I.EMPLOYEE_ID = :HV-TARGET-EMPLOYEE
                 AND E.EMPLOYEE_ID = I.EMPLOYEE_ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'EMPLOYEE IS NOT IN THIS CAMPAIGN' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING RECERTIFICATION ITEM'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-TARGET-EMPLOYEE = LK-EMPLOYEE-ID
               MOVE 'CANNOT RECERTIFY YOUR OWN ROLE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-MANAGER-ID NOT = LK-EMPLOYEE-ID
               MOVE 'EMPLOYEE IS NOT ON YOUR RECERTIFICATION LIST'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ITEM-STATUS NOT = 'PENDING'
                   AND HV-ITEM-STATUS NOT = 'SUSPENDED'
               MOVE 'ITEM ALREADY DECIDED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-ITEM-VALID
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ATTEST-ITEM.
           PERFORM READ-ITEM

           IF ITEM-IS-VALID
               MOVE 'ATTESTED' TO HV-ITEM-STATUS
               PERFORM UPDATE-ITEM
           END-IF

           IF ITEM-IS-VALID AND RC-SUCCESS
               EXEC SQL
                   UPDATE EMPLOYEE_MASTER
                   SET ACTIVE_FLAG = 'Y',
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE EMPLOYEE_ID = :HV-TARGET-EMPLOYEE
                     AND ACTIVE_FLAG = 'S'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'ROLE ATTESTED - EMPLOYEE REINSTATED'
                       TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   MOVE 'ROLE ATTESTED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR REINSTATING EMPLOYEE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.

       REVOKE-ITEM.
           PERFORM READ-ITEM

           IF ITEM-IS-VALID
               MOVE 'REVOKED' TO HV-ITEM-STATUS
               PERFORM UPDATE-ITEM
           END-IF

           IF ITEM-IS-VALID AND RC-SUCCESS
               EXEC SQL
                   UPDATE EMPLOYEE_MASTER
                   SET ROLE = ' ',
                       ACTIVE_FLAG = CASE WHEN ACTIVE_FLAG = 'S'
                                          THEN 'Y'
                                          ELSE ACTIVE_FLAG END,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE EMPLOYEE_ID = :HV-TARGET-EMPLOYEE
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'ROLE REVOKED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR REVOKING ROLE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

       UPDATE-ITEM.
           EXEC SQL
               UPDATE ENTL_RECERT_ITEMS
               SET ITEM_STATUS = :HV-ITEM-STATUS,
                   DECIDED_BY = :HV-DECIDED-BY,
                   DECIDED_AT = :HV-TIMESTAMP
               WHERE CAMPAIGN_ID = :HV-CAMPAIGN-ID
                 AND EMPLOYEE_ID = :HV-TARGET-EMPLOYEE
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING RECERTIFICATION ITEM'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       LIST-OPEN-ITEMS.
           MOVE ZERO TO LK-ITEM-COUNT

           EXEC SQL
               DECLARE RECERT_CUR CURSOR FOR
               SELECT I.EMPLOYEE_ID, E.NAME, I.ROLE,
                      I.ITEM_STATUS
               FROM ENTL_RECERT_ITEMS I, EMPLOYEE_MASTER E
               WHERE I.CAMPAIGN_ID = :HV-CAMPAIGN-ID
                 AND E.EMPLOYEE_ID = I.EMPLOYEE_ID
                 AND E.MANAGER_ID = :LK-EMPLOYEE-ID
                 AND I.ITEM_STATUS IN ('PENDING', 'SUSPENDED')
               ORDER BY I.EMPLOYEE_ID
           END-EXEC

           EXEC SQL OPEN RECERT_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH RECERT_CUR INTO
                       :HV-TARGET-EMPLOYEE,
                       :HV-TARGET-NAME,
                       :HV-ROLE,
                       :HV-ITEM-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-TARGET-EMPLOYEE
                       TO LK-RESULT-EMPLOYEE(WS-IDX)
                   MOVE HV-TARGET-NAME
                       TO LK-RESULT-NAME(WS-IDX)
                   MOVE HV-ROLE
                       TO LK-RESULT-ROLE(WS-IDX)
                   MOVE HV-ITEM-STATUS
                       TO LK-RESULT-STATUS(WS-IDX)
                   ADD 1 TO LK-ITEM-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE RECERT_CUR END-EXEC

           MOVE SPACES TO HV-TARGET-EMPLOYEE

           IF LK-ITEM-COUNT = ZERO
               MOVE 'NOTHING WAITING FOR YOUR ATTESTATION'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'RECERTIFICATION ITEMS RETRIEVED' TO WS-RESPONSE
           END-IF.

       WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP
           MOVE SPACES TO WS-SEC-PRIMARY-KEY
           STRING HV-CAMPAIGN-ID HV-TARGET-EMPLOYEE
               DELIMITED BY SIZE INTO WS-SEC-PRIMARY-KEY
           END-STRING

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
