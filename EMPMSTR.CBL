       01  HV-ACTIVE-FLAG        PIC X(01).
       01  HV-ROLE               PIC X(10).
       01  HV-REDRESS-LIMIT      PIC S9(9)V99 COMP-3.
       01  HV-MANAGER-ID         PIC X(08).
       01  HV-CURRENT-ROLE       PIC X(10).
       01  HV-RULE-ID            PIC X(08).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.


       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-ROLE-VALID         PIC X VALUE 'N'.
           88  ROLE-IS-VALID         VALUE 'Y'.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
           05  LK-REDRESS-LIMIT   PIC S9(9)V99.
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-MANAGER-ID      PIC X(08).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
           MOVE LK-ACTIVE-FLAG     TO HV-ACTIVE-FLAG.
           MOVE LK-ROLE            TO HV-ROLE.
           MOVE LK-REDRESS-LIMIT   TO HV-REDRESS-LIMIT.
           MOVE LK-MANAGER-ID      TO HV-MANAGER-ID.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE LK-FUNCTION        TO WS-FUNCTION.
           MOVE 00 TO LK-RETURN-CODE.
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOUND
               MOVE 'N' TO WS-ROLE-VALID
               MOVE SPACES TO HV-CURRENT-ROLE
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM EMPLOYEE_MASTER
                   MOVE 'EMPLOYEE ALREADY ON FILE' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   PERFORM VALIDATE-ROLE-ASSIGNMENT
               END-IF

               IF ROLE-IS-VALID
                   EXEC SQL
                       INSERT INTO EMPLOYEE_MASTER
                           (EMPLOYEE_ID, NAME, DEPARTMENT,
                            ACTIVE_FLAG, ROLE, REDRESS_LIMIT,
                            MANAGER_ID, LAST_UPDATED)
                       VALUES
                           (:HV-EMPLOYEE-ID, :HV-NAME,
                            :HV-DEPARTMENT, 'Y', :HV-ROLE,
                            :HV-REDRESS-LIMIT, :HV-MANAGER-ID,
                            :HV-TIMESTAMP)
                   END-EXEC

                   IF SQLCODE = 0
               END-IF
           END-IF.

      * A role already held is not re-checked on every update -
      * conflicts that pre-date the rules are ENTLCERT's to report,
      * not a reason to refuse a change of department or limit.
       UPDATE-EMPLOYEE.
           MOVE SPACES TO HV-CURRENT-ROLE
           MOVE 'N' TO WS-ROLE-VALID

           EXEC SQL
               SELECT COALESCE(ROLE, ' ') INTO :HV-CURRENT-ROLE
               FROM EMPLOYEE_MASTER
               WHERE EMPLOYEE_ID = :HV-EMPLOYEE-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'EMPLOYEE NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING EMPLOYEE' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               PERFORM VALIDATE-ROLE-ASSIGNMENT
           END-IF
           END-IF

           IF ROLE-IS-VALID
               EXEC SQL
                   UPDATE EMPLOYEE_MASTER
                   SET NAME = :HV-NAME,
                       DEPARTMENT = :HV-DEPARTMENT,
                       ROLE = :HV-ROLE,
                       REDRESS_LIMIT = :HV-REDRESS-LIMIT,
                       MANAGER_ID = :HV-MANAGER-ID,
                       LAST_UPDATED = :HV-TIMESTAMP
                   WHERE EMPLOYEE_ID = :HV-EMPLOYEE-ID
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'EMPLOYEE UPDATED SUCCESSFULLY' TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   MOVE 'EMPLOYEE NOT FOUND' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   MOVE 'ERROR UPDATING EMPLOYEE' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.

      * The manager is who attests to this employee's role in the
      * quarterly ENTLCERT recertification, so it must be another
      * active employee. A role is refused if it holds both sides of
      * an active SOD_CONFLICT_RULES pair - submitting and approving
      * the same APPRVQUE request, placing and releasing the same
      * ACCTHOLD hold - since whoever is given it could complete a
      * maker-checker control alone.
       VALIDATE-ROLE-ASSIGNMENT.
           MOVE 'N' TO WS-ROLE-VALID

           IF HV-MANAGER-ID = SPACES
               MOVE 'MANAGER ID IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-MANAGER-ID = HV-EMPLOYEE-ID
               MOVE 'EMPLOYEE CANNOT BE THEIR OWN MANAGER'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM EMPLOYEE_MASTER
                   WHERE EMPLOYEE_ID = :HV-MANAGER-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'MANAGER IS NOT AN ACTIVE EMPLOYEE'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF HV-ROLE = HV-CURRENT-ROLE
                   MOVE 'Y' TO WS-ROLE-VALID
               ELSE
                   PERFORM CHECK-ROLE-CONFLICTS
               END-IF
               END-IF
           END-IF
           END-IF.

       CHECK-ROLE-CONFLICTS.
           MOVE SPACES TO HV-RULE-ID

           EXEC SQL
               SELECT R.RULE_ID INTO :HV-RULE-ID
               FROM SOD_CONFLICT_RULES R
               WHERE R.ACTIVE_FLAG = 'Y'
                 AND EXISTS
                     (SELECT 1 FROM ROLE_ENTITLEMENTS E
                      WHERE E.ROLE = :HV-ROLE
                        AND E.PROGRAM_NAME = R.PROGRAM_NAME_1
                        AND E.FUNCTION_CODE = R.FUNCTION_CODE_1
                        AND E.ACTIVE_FLAG = 'Y')
                 AND EXISTS
                     (SELECT 1 FROM ROLE_ENTITLEMENTS E
                      WHERE E.ROLE = :HV-ROLE
                        AND E.PROGRAM_NAME = R.PROGRAM_NAME_2
                        AND E.FUNCTION_CODE = R.FUNCTION_CODE_2
                        AND E.ACTIVE_FLAG = 'Y')
               ORDER BY R.RULE_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 100
               MOVE 'Y' TO WS-ROLE-VALID
           ELSE IF SQLCODE = 0
               MOVE SPACES TO WS-RESPONSE
               STRING 'ROLE HOLDS CONFLICTING ENTITLEMENTS - RULE '
                      HV-RULE-ID DELIMITED BY SIZE
                   INTO WS-RESPONSE
               END-STRING
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR CHECKING ROLE CONFLICTS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

       READ-EMPLOYEE.
           EXEC SQL
               SELECT NAME, DEPARTMENT, ACTIVE_FLAG,
                      COALESCE(ROLE, ' '), COALESCE(REDRESS_LIMIT, 0),
                      COALESCE(MANAGER_ID, ' ')
               INTO :HV-NAME, :HV-DEPARTMENT, :HV-ACTIVE-FLAG,
                    :HV-ROLE, :HV-REDRESS-LIMIT, :HV-MANAGER-ID
               FROM EMPLOYEE_MASTER
               WHERE EMPLOYEE_ID = :HV-EMPLOYEE-ID
           END-EXEC
               MOVE HV-ACTIVE-FLAG TO LK-ACTIVE-FLAG
               MOVE HV-ROLE        TO LK-ROLE
               MOVE HV-REDRESS-LIMIT TO LK-REDRESS-LIMIT
               MOVE HV-MANAGER-ID  TO LK-MANAGER-ID
               MOVE 'EMPLOYEE FOUND' TO WS-RESPONSE
           ELSE
               MOVE 'EMPLOYEE NOT FOUND' TO WS-RESPONSE
