       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMGT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-MAP-ID             PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-ACCOUNT-TYPE       PIC X(20).
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-GL-ACCOUNT         PIC X(12).
       01  HV-EFFECTIVE-DATE     PIC X(10).
       01  HV-MAP-STATUS         PIC X(10).
       01  HV-APPROVAL-ID        PIC X(10).
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-ROW-COUNT          PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-SET         VALUE 'SET   '.
           88  FUNC-DEACT       VALUE 'DEACT '.
           88  FUNC-LIST        VALUE 'LIST  '.
           88  FUNC-APPLY       VALUE 'APPLY '.
           88  FUNC-DECLIN      VALUE 'DECLIN'.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-MAP-NUMBER         PIC 9(07) VALUE ZERO.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.
       01  WS-AUDIT-ACTION       PIC X(08).
       01  WS-NEW-STATUS         PIC X(10).

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

      * Commarea for the APPRVQUE CALL every SET and DEACT triggers -
      * a mapping change lands PENDING, and a different employee
      * approves before GLEXTRCT will use it.
       01  WS-APPRVQUE-COMMAREA.
           05  WS-AQ-APPROVAL-ID  PIC X(10).
           05  WS-AQ-ACTION-TYPE  PIC X(08).
           05  WS-AQ-TARGET-KEY-1 PIC X(12).
           05  WS-AQ-TARGET-KEY-2 PIC X(12).
           05  WS-AQ-AMOUNT       PIC S9(9)V99.
           05  WS-AQ-REASON       PIC X(100).
           05  WS-AQ-FUNCTION     PIC X(06).
           05  WS-AQ-EMPLOYEE-ID  PIC X(08).
           05  WS-AQ-APR-COUNT    PIC 9(02).
           05  WS-AQ-APR-RESULTS OCCURS 10 TIMES.
               10  WS-AQ-APR-ID          PIC X(10).
               10  WS-AQ-APR-ACTION      PIC X(08).
               10  WS-AQ-APR-KEY-1       PIC X(12).
               10  WS-AQ-APR-KEY-2       PIC X(12).
               10  WS-AQ-APR-AMOUNT      PIC S9(9)V99.
               10  WS-AQ-APR-REQUESTED-BY PIC X(08).
               10  WS-AQ-APR-REQUESTED-AT PIC X(26).
           05  WS-AQ-RETURN-CODE  PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-MAP-ID          PIC X(10).
           05  LK-TXN-TYPE        PIC X(10).
           05  LK-ACCOUNT-TYPE    PIC X(20).
           05  LK-BRANCH-ID       PIC X(06).
           05  LK-GL-ACCOUNT      PIC X(12).
           05  LK-EFFECTIVE-DATE  PIC X(10).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-APPROVAL-ID     PIC X(10).
           05  LK-MAP-COUNT       PIC 9(02).
           05  LK-MAP-RESULTS OCCURS 10 TIMES.
               10  LK-RES-MAP-ID       PIC X(10).
               10  LK-RES-ACCOUNT-TYPE PIC X(20).
               10  LK-RES-BRANCH-ID    PIC X(06).
               10  LK-RES-GL-ACCOUNT   PIC X(12).
               10  LK-RES-EFFECTIVE    PIC X(10).
               10  LK-RES-STATUS       PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Finance's console for GL_ACCOUNT_MAP, in the RATEMGMT mold -
      * a new TXN_TYPE or product stops being a GLEXTRCT change. A
      * mapping is keyed by TXN_TYPE and ACCOUNT_TYPE, optionally
      * narrowed to one branch, and is effective from a date. Every
      * change is maker-checker through APPRVQUE:
      *   SET    - a NEW effective-dated row lands PENDING (history
      *            is never rewritten in place) and goes for approval.
      *   DEACT  - an ACTIVE row goes PENDDEACT for approval; it stays
      *            in force until approved.
      *   LIST   - the rows for a TXN_TYPE, newest first.
      *   APPLY  - APPRVQUE's approval lands here under the checker's
      *            ID: PENDING goes ACTIVE, PENDDEACT goes INACTIVE.
      *   DECLIN - APPRVQUE's rejection: PENDING goes REJECTED,
      *            PENDDEACT goes back to ACTIVE.
      * Every step lands in GL_ACCOUNT_MAP_AUDIT with who and when.
       MAIN-LOGIC.
           MOVE LK-MAP-ID         TO HV-MAP-ID.
           MOVE LK-TXN-TYPE       TO HV-TXN-TYPE.
           MOVE LK-ACCOUNT-TYPE   TO HV-ACCOUNT-TYPE.
           MOVE LK-BRANCH-ID      TO HV-BRANCH-ID.
           MOVE LK-GL-ACCOUNT     TO HV-GL-ACCOUNT.
           MOVE LK-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF NOT EMPLOYEE-IS-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-SET
                   PERFORM SET-MAP-ROW
               WHEN FUNC-DEACT
                   PERFORM DEACTIVATE-MAP-ROW
               WHEN FUNC-LIST
                   PERFORM LIST-MAP-ROWS
               WHEN FUNC-APPLY
                   PERFORM APPLY-MAP-CHANGE
               WHEN FUNC-DECLIN
                   PERFORM DECLINE-MAP-CHANGE
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
                 AND PROGRAM_NAME = 'GLMAPMGT'
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

      * A remapping is a new row from its effective date forward. It
      * cannot start before today - GL files already cut were booked
      * under the old mapping, and GLRECON re-derives past days from
      * the rows in force then. The row and its approval request are
      * one unit of work.
       SET-MAP-ROW.
           IF HV-TXN-TYPE = SPACES OR HV-ACCOUNT-TYPE = SPACES
                   OR HV-GL-ACCOUNT = SPACES
                   OR HV-EFFECTIVE-DATE = SPACES
               MOVE 'TXN TYPE, ACCOUNT TYPE, GL ACCOUNT, DATE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-EFFECTIVE-DATE < HV-TIMESTAMP(1:10)
               MOVE 'EFFECTIVE DATE CANNOT BE BEFORE TODAY'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM CHECK-DUPLICATE-MAP-ROW

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-MAP-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   EXEC SQL
                       INSERT INTO GL_ACCOUNT_MAP
                           (MAP_ID, TXN_TYPE, ACCOUNT_TYPE, BRANCH_ID,
                            GL_ACCOUNT, EFFECTIVE_DATE, MAP_STATUS,
                            REQUESTED_BY, REQUESTED_AT)
                       VALUES
                           (:HV-MAP-ID, :HV-TXN-TYPE, :HV-ACCOUNT-TYPE,
                            :HV-BRANCH-ID, :HV-GL-ACCOUNT,
                            :HV-EFFECTIVE-DATE, 'PENDING',
                            :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-MAP-ID TO LK-MAP-ID
                       MOVE 'SET     ' TO WS-AUDIT-ACTION
                       PERFORM WRITE-MAP-AUDIT
                       PERFORM SUBMIT-FOR-APPROVAL
                   ELSE
                       MOVE 'ERROR SETTING MAPPING ROW' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * One live or pending row per key and effective date - a second
      * would leave GLACCMAP two answers for the same day.
       CHECK-DUPLICATE-MAP-ROW.
           MOVE ZERO TO HV-ROW-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-ROW-COUNT
               FROM GL_ACCOUNT_MAP
               WHERE TXN_TYPE = :HV-TXN-TYPE
                 AND ACCOUNT_TYPE = :HV-ACCOUNT-TYPE
                 AND COALESCE(BRANCH_ID, ' ') = :HV-BRANCH-ID
                 AND EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
                 AND MAP_STATUS IN ('PENDING', 'ACTIVE', 'PENDDEACT')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR CHECKING FOR EXISTING MAPPING'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-ROW-COUNT > 0
               MOVE 'A MAPPING FOR THAT KEY AND DATE ALREADY EXISTS'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * MAP_ID is owned by the system, drawn from the GL_MAP_CONTROL
      * one-row counter the way APPRVQUE draws approval numbers.
       GENERATE-MAP-ID.
           EXEC SQL
               UPDATE GL_MAP_CONTROL
               SET LAST_MAP_NUMBER = LAST_MAP_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING MAP NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_MAP_NUMBER INTO :HV-NEXT-NUMBER
                   FROM GL_MAP_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING MAP NUMBER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-MAP-NUMBER
                   MOVE SPACES TO HV-MAP-ID
                   STRING 'GLM' WS-MAP-NUMBER
                       DELIMITED BY SIZE INTO HV-MAP-ID
                   END-STRING
               END-IF
           END-IF.

      * Only a live row can be retired, and only one change per row
      * can be waiting on a checker at a time.
       DEACTIVATE-MAP-ROW.
           PERFORM READ-MAP-ROW

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF HV-MAP-STATUS NOT = 'ACTIVE'
               MOVE 'ONLY AN ACTIVE MAPPING CAN BE DEACTIVATED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE GL_ACCOUNT_MAP
                   SET MAP_STATUS = 'PENDDEACT',
                       REQUESTED_BY = :LK-EMPLOYEE-ID,
                       REQUESTED_AT = :HV-TIMESTAMP
                   WHERE MAP_ID = :HV-MAP-ID
                     AND MAP_STATUS = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'DEACT   ' TO WS-AUDIT-ACTION
                   PERFORM WRITE-MAP-AUDIT
                   PERFORM SUBMIT-FOR-APPROVAL
               ELSE
                   MOVE 'MAPPING IS NO LONGER ACTIVE' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The approval request carries the MAP_ID in TARGET_KEY_1 and
      * the GL account in TARGET_KEY_2, with the full key in the
      * reason, so the checker's LIST shows what they are signing off.
       SUBMIT-FOR-APPROVAL.
           MOVE SPACES TO WS-APPRVQUE-COMMAREA
           MOVE 'GLMAP   '       TO WS-AQ-ACTION-TYPE
           MOVE HV-MAP-ID        TO WS-AQ-TARGET-KEY-1
           MOVE HV-GL-ACCOUNT    TO WS-AQ-TARGET-KEY-2
           MOVE ZERO             TO WS-AQ-AMOUNT
           STRING WS-AUDIT-ACTION ' GL MAPPING ' HV-TXN-TYPE
                  ' / ' HV-ACCOUNT-TYPE ' / BRANCH ' HV-BRANCH-ID
                  ' FROM ' HV-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-AQ-REASON
           END-STRING
           MOVE 'SUBMIT'         TO WS-AQ-FUNCTION
           MOVE LK-EMPLOYEE-ID   TO WS-AQ-EMPLOYEE-ID
           MOVE 00 TO WS-AQ-RETURN-CODE

           CALL 'APPRVQUE' USING WS-APPRVQUE-COMMAREA

           IF WS-AQ-RETURN-CODE NOT = 00
               MOVE 'ERROR SUBMITTING MAPPING FOR APPROVAL'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE WS-AQ-APPROVAL-ID TO HV-APPROVAL-ID
               MOVE WS-AQ-APPROVAL-ID TO LK-APPROVAL-ID

               EXEC SQL
                   UPDATE GL_ACCOUNT_MAP
                   SET APPROVAL_ID = :HV-APPROVAL-ID
                   WHERE MAP_ID = :HV-MAP-ID
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'MAPPING CHANGE SUBMITTED FOR APPROVAL'
                       TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR RECORDING APPROVAL REFERENCE'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

      * APPRVQUE's approval lands here, under the checker's employee
      * ID. The status guard on the update stops the change being
      * applied twice.
       APPLY-MAP-CHANGE.
           PERFORM READ-MAP-ROW

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE
               EVALUATE HV-MAP-STATUS
                   WHEN 'PENDING'
                       MOVE 'ACTIVE'   TO WS-NEW-STATUS
                       MOVE 'APPROVED' TO WS-AUDIT-ACTION
                   WHEN 'PENDDEACT'
                       MOVE 'INACTIVE' TO WS-NEW-STATUS
                       MOVE 'DEACTVTD' TO WS-AUDIT-ACTION
                   WHEN OTHER
                       MOVE 'MAPPING HAS NO CHANGE AWAITING APPROVAL'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
               END-EVALUATE

               IF LK-RETURN-CODE = 00
                   PERFORM DECIDE-MAP-ROW
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * APPRVQUE's rejection: a new row is refused outright, and a
      * refused deactivation leaves the row in force as it was.
       DECLINE-MAP-CHANGE.
           PERFORM READ-MAP-ROW

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE
               EVALUATE HV-MAP-STATUS
                   WHEN 'PENDING'
                       MOVE 'REJECTED' TO WS-NEW-STATUS
                       MOVE 'REJECTED' TO WS-AUDIT-ACTION
                   WHEN 'PENDDEACT'
                       MOVE 'ACTIVE'   TO WS-NEW-STATUS
                       MOVE 'KEPT    ' TO WS-AUDIT-ACTION
                   WHEN OTHER
                       MOVE 'MAPPING HAS NO CHANGE AWAITING APPROVAL'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
               END-EVALUATE

               IF LK-RETURN-CODE = 00
                   PERFORM DECIDE-MAP-ROW
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       DECIDE-MAP-ROW.
           EXEC SQL
               UPDATE GL_ACCOUNT_MAP
               SET MAP_STATUS = :WS-NEW-STATUS,
                   DECIDED_BY = :LK-EMPLOYEE-ID,
                   DECIDED_AT = :HV-TIMESTAMP
               WHERE MAP_ID = :HV-MAP-ID
                 AND MAP_STATUS = :HV-MAP-STATUS
           END-EXEC

           IF SQLCODE = 0
               PERFORM WRITE-MAP-AUDIT
               MOVE WS-NEW-STATUS TO HV-MAP-STATUS
               MOVE SPACES TO WS-RESPONSE
               STRING 'MAPPING ' HV-MAP-ID ' NOW ' WS-NEW-STATUS
                   DELIMITED BY SIZE INTO WS-RESPONSE
               END-STRING
           ELSE
               MOVE 'MAPPING CHANGED WHILE AWAITING DECISION'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF.

       READ-MAP-ROW.
           MOVE SPACES TO HV-TXN-TYPE HV-ACCOUNT-TYPE HV-BRANCH-ID
                          HV-GL-ACCOUNT HV-EFFECTIVE-DATE
                          HV-MAP-STATUS HV-APPROVAL-ID

           EXEC SQL
               SELECT TXN_TYPE, ACCOUNT_TYPE, COALESCE(BRANCH_ID, ' '),
                      GL_ACCOUNT, CHAR(EFFECTIVE_DATE, ISO),
                      MAP_STATUS, COALESCE(APPROVAL_ID, ' ')
               INTO :HV-TXN-TYPE, :HV-ACCOUNT-TYPE, :HV-BRANCH-ID,
                    :HV-GL-ACCOUNT, :HV-EFFECTIVE-DATE,
                    :HV-MAP-STATUS, :HV-APPROVAL-ID
               FROM GL_ACCOUNT_MAP
               WHERE MAP_ID = :HV-MAP-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'MAPPING NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING MAPPING' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               MOVE HV-TXN-TYPE       TO LK-TXN-TYPE
               MOVE HV-ACCOUNT-TYPE   TO LK-ACCOUNT-TYPE
               MOVE HV-BRANCH-ID      TO LK-BRANCH-ID
               MOVE HV-GL-ACCOUNT     TO LK-GL-ACCOUNT
               MOVE HV-EFFECTIVE-DATE TO LK-EFFECTIVE-DATE
               MOVE HV-APPROVAL-ID    TO LK-APPROVAL-ID
           END-IF
           END-IF.

       LIST-MAP-ROWS.
           MOVE ZERO TO LK-MAP-COUNT

           EXEC SQL
               DECLARE GLMM_CUR CURSOR FOR
               SELECT MAP_ID, ACCOUNT_TYPE, COALESCE(BRANCH_ID, ' '),
                      GL_ACCOUNT, CHAR(EFFECTIVE_DATE, ISO),
                      MAP_STATUS
               FROM GL_ACCOUNT_MAP
               WHERE TXN_TYPE = :HV-TXN-TYPE
               ORDER BY ACCOUNT_TYPE, BRANCH_ID, EFFECTIVE_DATE DESC
           END-EXEC

           EXEC SQL OPEN GLMM_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH GLMM_CUR INTO
                       :HV-MAP-ID,
                       :HV-ACCOUNT-TYPE,
                       :HV-BRANCH-ID,
                       :HV-GL-ACCOUNT,
                       :HV-EFFECTIVE-DATE,
                       :HV-MAP-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-MAP-ID         TO LK-RES-MAP-ID(WS-IDX)
                   MOVE HV-ACCOUNT-TYPE
                       TO LK-RES-ACCOUNT-TYPE(WS-IDX)
                   MOVE HV-BRANCH-ID      TO LK-RES-BRANCH-ID(WS-IDX)
                   MOVE HV-GL-ACCOUNT     TO LK-RES-GL-ACCOUNT(WS-IDX)
                   MOVE HV-EFFECTIVE-DATE TO LK-RES-EFFECTIVE(WS-IDX)
                   MOVE HV-MAP-STATUS     TO LK-RES-STATUS(WS-IDX)
                   ADD 1 TO LK-MAP-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE GLMM_CUR END-EXEC

           IF LK-MAP-COUNT = ZERO
               MOVE 'NO MAPPING ROWS FOR THAT TXN TYPE'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'MAPPING ROWS RETRIEVED' TO WS-RESPONSE
           END-IF.

       WRITE-MAP-AUDIT.
           EXEC SQL
               INSERT INTO GL_ACCOUNT_MAP_AUDIT
                   (MAP_ID, TXN_TYPE, ACCOUNT_TYPE, BRANCH_ID,
                    GL_ACCOUNT, EFFECTIVE_DATE, MAP_ACTION,
                    CHANGED_BY, CHANGED_AT)
               VALUES
                   (:HV-MAP-ID, :HV-TXN-TYPE, :HV-ACCOUNT-TYPE,
                    :HV-BRANCH-ID, :HV-GL-ACCOUNT,
                    :HV-EFFECTIVE-DATE, :WS-AUDIT-ACTION,
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING MAPPING AUDIT ROW, SQLCODE: '
                   SQLCODE
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-MAP-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
