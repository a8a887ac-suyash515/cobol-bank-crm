       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTLMGT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ROLE               PIC X(10).
       01  HV-PROGRAM-NAME       PIC X(08).
       01  HV-FUNCTION-CODE      PIC X(08).
       01  HV-AMOUNT-LIMIT       PIC S9(9)V99 COMP-3.
       01  HV-RULE-ID            PIC X(08).
       01  HV-PROGRAM-NAME-2     PIC X(08).
       01  HV-FUNCTION-CODE-2    PIC X(08).
       01  HV-RULE-DESC          PIC X(60).
       01  HV-UPDATED-BY         PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-GRANT       VALUE 'GRANT '.
           88  FUNC-REVOKE      VALUE 'REVOKE'.
           88  FUNC-ADDSOD      VALUE 'ADDSOD'.
           88  FUNC-DELSOD      VALUE 'DELSOD'.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).
       01  WS-SEC-PRIMARY-KEY    PIC X(26).

       01  WS-EMP-VALID           PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID      VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-ROLE            PIC X(10).
           05  LK-PROGRAM-NAME    PIC X(08).
           05  LK-FUNCTION-CODE   PIC X(08).
           05  LK-AMOUNT-LIMIT    PIC S9(9)V99.
           05  LK-RULE-ID         PIC X(08).
           05  LK-PROGRAM-NAME-2  PIC X(08).
           05  LK-FUNCTION-CODE-2 PIC X(08).
           05  LK-RULE-DESC       PIC X(60).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.

       PROCEDURE DIVISION.

      * Maintenance of ROLE_ENTITLEMENTS, the table every commarea
      * program's CHECK-FUNCTION-AUTHORITY reads, and of the
      * SOD_CONFLICT_RULES that keep one role from holding both
      * sides of a maker-checker control:
      *   GRANT  - give a role a program and function, with the
      *            amount limit the function checks against;
      *            refused if the role already holds the other side
      *            of an active conflict rule;
      *   REVOKE - take it away again (the row is kept, inactive);
      *   ADDSOD - add or reactivate a conflict rule naming the two
      *            program/function pairs one role may not hold
      *            together;
      *   DELSOD - retire a conflict rule.
      * An operator cannot grant to or revoke from their own role.
      * Conflicts that already exist when a rule is added are not
      * undone here - ENTLCERT reports them for remediation.
       MAIN-LOGIC.
           MOVE LK-ROLE            TO HV-ROLE.
           MOVE LK-PROGRAM-NAME    TO HV-PROGRAM-NAME.
           MOVE LK-FUNCTION-CODE   TO HV-FUNCTION-CODE.
           MOVE LK-AMOUNT-LIMIT    TO HV-AMOUNT-LIMIT.
           MOVE LK-RULE-ID         TO HV-RULE-ID.
           MOVE LK-PROGRAM-NAME-2  TO HV-PROGRAM-NAME-2.
           MOVE LK-FUNCTION-CODE-2 TO HV-FUNCTION-CODE-2.
           MOVE LK-RULE-DESC       TO HV-RULE-DESC.
           MOVE LK-EMPLOYEE-ID     TO HV-UPDATED-BY.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF NOT EMPLOYEE-IS-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-GRANT
                   PERFORM GRANT-ENTITLEMENT
               WHEN FUNC-REVOKE
                   PERFORM REVOKE-ENTITLEMENT
               WHEN FUNC-ADDSOD
                   PERFORM ADD-CONFLICT-RULE
               WHEN FUNC-DELSOD
                   PERFORM RETIRE-CONFLICT-RULE
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
                 AND PROGRAM_NAME = 'ENTLMGT'
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

      * Grants need the role, program and function; the operator's
      * own role is off limits so nobody widens their own access.
       VALIDATE-ENTITLEMENT-KEY.
           IF HV-ROLE = SPACES OR HV-PROGRAM-NAME = SPACES
                   OR HV-FUNCTION-CODE = SPACES
               MOVE 'ROLE, PROGRAM AND FUNCTION ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-ROLE = WS-EMP-ROLE
               MOVE 'CANNOT CHANGE ENTITLEMENTS OF YOUR OWN ROLE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF
           END-IF.

       GRANT-ENTITLEMENT.
           PERFORM VALIDATE-ENTITLEMENT-KEY

           IF RC-SUCCESS
               PERFORM CHECK-GRANT-CONFLICTS
           END-IF

           IF RC-SUCCESS
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM ROLE_ENTITLEMENTS
                   WHERE ROLE = :HV-ROLE
                     AND PROGRAM_NAME = :HV-PROGRAM-NAME
                     AND FUNCTION_CODE = :HV-FUNCTION-CODE
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE ROLE_ENTITLEMENTS
                       SET AMOUNT_LIMIT = :HV-AMOUNT-LIMIT,
                           ACTIVE_FLAG = 'Y',
                           UPDATED_BY = :HV-UPDATED-BY,
                           LAST_UPDATED = :HV-TIMESTAMP
                       WHERE ROLE = :HV-ROLE
                         AND PROGRAM_NAME = :HV-PROGRAM-NAME
                         AND FUNCTION_CODE = :HV-FUNCTION-CODE
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO ROLE_ENTITLEMENTS
                           (ROLE, PROGRAM_NAME, FUNCTION_CODE,
                            AMOUNT_LIMIT, ACTIVE_FLAG, UPDATED_BY,
                            LAST_UPDATED)
                       VALUES
                           (:HV-ROLE, :HV-PROGRAM-NAME,
                            :HV-FUNCTION-CODE, :HV-AMOUNT-LIMIT, 'Y',
                            :HV-UPDATED-BY, :HV-TIMESTAMP)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE 'ENTITLEMENT GRANTED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR GRANTING ENTITLEMENT' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF.

      * The grant is refused if the role already holds, actively,
      * the function on the other side of any active rule naming
      * this one.
       CHECK-GRANT-CONFLICTS.
           MOVE SPACES TO HV-RULE-ID

           EXEC SQL
               SELECT R.RULE_ID INTO :HV-RULE-ID
               FROM SOD_CONFLICT_RULES R
               WHERE R.ACTIVE_FLAG = 'Y'
                 AND ((R.PROGRAM_NAME_1 = :HV-PROGRAM-NAME
                       AND R.FUNCTION_CODE_1 = :HV-FUNCTION-CODE
                       AND EXISTS
                           (SELECT 1 FROM ROLE_ENTITLEMENTS E
                            WHERE E.ROLE = :HV-ROLE
                              AND E.PROGRAM_NAME = R.PROGRAM_NAME_2
                              AND E.FUNCTION_CODE = R.FUNCTION_CODE_2
                              AND E.ACTIVE_FLAG = 'Y'))
                   OR (R.PROGRAM_NAME_2 = :HV-PROGRAM-NAME
                       AND R.FUNCTION_CODE_2 = :HV-FUNCTION-CODE
                       AND EXISTS
                           (SELECT 1 FROM ROLE_ENTITLEMENTS E
                            WHERE E.ROLE = :HV-ROLE
                              AND E.PROGRAM_NAME = R.PROGRAM_NAME_1
                              AND E.FUNCTION_CODE = R.FUNCTION_CODE_1
                              AND E.ACTIVE_FLAG = 'Y')))
               ORDER BY R.RULE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE SPACES TO WS-RESPONSE
               STRING 'GRANT CONFLICTS WITH ROLE ENTITLEMENT - RULE '
                      HV-RULE-ID DELIMITED BY SIZE
                   INTO WS-RESPONSE
               END-STRING
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 100
               MOVE 'ERROR CHECKING CONFLICT RULES' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       REVOKE-ENTITLEMENT.
           PERFORM VALIDATE-ENTITLEMENT-KEY

           IF RC-SUCCESS
               EXEC SQL
                   UPDATE ROLE_ENTITLEMENTS
                   SET ACTIVE_FLAG = 'N',
                       UPDATED_BY = :HV-UPDATED-BY,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE ROLE = :HV-ROLE
                     AND PROGRAM_NAME = :HV-PROGRAM-NAME
                     AND FUNCTION_CODE = :HV-FUNCTION-CODE
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'ENTITLEMENT REVOKED' TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   MOVE 'NO ACTIVE ENTITLEMENT TO REVOKE'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   MOVE 'ERROR REVOKING ENTITLEMENT' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.

       ADD-CONFLICT-RULE.
           IF HV-RULE-ID = SPACES
                   OR HV-PROGRAM-NAME = SPACES
                   OR HV-FUNCTION-CODE = SPACES
                   OR HV-PROGRAM-NAME-2 = SPACES
                   OR HV-FUNCTION-CODE-2 = SPACES
               MOVE 'RULE ID AND BOTH PROGRAM/FUNCTIONS ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-PROGRAM-NAME = HV-PROGRAM-NAME-2
                   AND HV-FUNCTION-CODE = HV-FUNCTION-CODE-2
               MOVE 'A RULE NEEDS TWO DIFFERENT FUNCTIONS'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM SOD_CONFLICT_RULES
                   WHERE RULE_ID = :HV-RULE-ID
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE SOD_CONFLICT_RULES
                       SET PROGRAM_NAME_1 = :HV-PROGRAM-NAME,
                           FUNCTION_CODE_1 = :HV-FUNCTION-CODE,
                           PROGRAM_NAME_2 = :HV-PROGRAM-NAME-2,
                           FUNCTION_CODE_2 = :HV-FUNCTION-CODE-2,
                           DESCRIPTION = :HV-RULE-DESC,
                           ACTIVE_FLAG = 'Y',
                           UPDATED_BY = :HV-UPDATED-BY,
                           LAST_UPDATED = :HV-TIMESTAMP
                       WHERE RULE_ID = :HV-RULE-ID
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO SOD_CONFLICT_RULES
                           (RULE_ID, PROGRAM_NAME_1, FUNCTION_CODE_1,
                            PROGRAM_NAME_2, FUNCTION_CODE_2,
                            DESCRIPTION, ACTIVE_FLAG, UPDATED_BY,
                            LAST_UPDATED)
                       VALUES
                           (:HV-RULE-ID, :HV-PROGRAM-NAME,
                            :HV-FUNCTION-CODE, :HV-PROGRAM-NAME-2,
                            :HV-FUNCTION-CODE-2, :HV-RULE-DESC, 'Y',
                            :HV-UPDATED-BY, :HV-TIMESTAMP)
                   END-EXEC
               END-IF

               IF SQLCODE = 0
                   MOVE 'CONFLICT RULE RECORDED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR RECORDING CONFLICT RULE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF
           END-IF.

       RETIRE-CONFLICT-RULE.
           EXEC SQL
               UPDATE SOD_CONFLICT_RULES
               SET ACTIVE_FLAG = 'N',
                   UPDATED_BY = :HV-UPDATED-BY,
                   LAST_UPDATED = :HV-TIMESTAMP
               WHERE RULE_ID = :HV-RULE-ID
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'CONFLICT RULE RETIRED' TO WS-RESPONSE
           ELSE IF SQLCODE = 100
               MOVE 'NO ACTIVE CONFLICT RULE WITH THAT ID'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR RETIRING CONFLICT RULE' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       WRITE-SECURITY-AUDIT.
           MOVE FUNCTION CURRENT-TIMESTAMP TO WS-SEC-TIMESTAMP
           MOVE SPACES TO WS-SEC-PRIMARY-KEY

           IF FUNC-ADDSOD OR FUNC-DELSOD
               MOVE HV-RULE-ID TO WS-SEC-PRIMARY-KEY
           ELSE
               STRING HV-ROLE HV-PROGRAM-NAME HV-FUNCTION-CODE
                   DELIMITED BY SIZE INTO WS-SEC-PRIMARY-KEY
               END-STRING
           END-IF

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
