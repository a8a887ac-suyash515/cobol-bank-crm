       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESCHD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-FEE-CODE           PIC X(08).
       01  HV-PRODUCT-CODE       PIC X(20).
       01  HV-FEE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  HV-EFFECTIVE-DATE     PIC X(10).
       01  HV-ACTIVE-FLAG        PIC X(01).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-SET         VALUE 'SET   '.
           88  FUNC-DEACT       VALUE 'DEACT '.
           88  FUNC-LIST        VALUE 'LIST  '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.
       01  WS-AUDIT-ACTION       PIC X(06).

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-FEE-CODE        PIC X(08).
           05  LK-PRODUCT-CODE    PIC X(20).
           05  LK-FEE-AMOUNT      PIC S9(9)V99.
           05  LK-EFFECTIVE-DATE  PIC X(10).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-FEE-COUNT       PIC 9(02).
           05  LK-FEE-RESULTS OCCURS 10 TIMES.
               10  LK-RES-PRODUCT     PIC X(20).
               10  LK-RES-AMOUNT      PIC S9(9)V99.
               10  LK-RES-EFFECTIVE   PIC X(10).
               10  LK-RES-ACTIVE      PIC X(01).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Operations' console for FEE_SCHEDULE, in the RATEMGMT mold.
      * One row per fee code, product and effective date; product
      * ALL is the house price a product-specific row overrides.
      * Every fee-posting program (TXNPOST's NSF fee, STOPPAY,
      * ACCRUAL's maintenance fee, RETITEM, LOANDUE's late fee)
      * charges the row in force on the posting date, and stamps the
      * fee code on the TRANSACTIONS row so FEEREP can report
      * revenue by code. SET always inserts a NEW effective-dated
      * row, DEACT retires a specific row, and every action lands in
      * FEE_SCHEDULE_AUDIT with who did it and when.
       MAIN-LOGIC.
           MOVE LK-FEE-CODE       TO HV-FEE-CODE.
           MOVE LK-PRODUCT-CODE   TO HV-PRODUCT-CODE.
           MOVE LK-FEE-AMOUNT     TO HV-FEE-AMOUNT.
           MOVE LK-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.

           IF HV-PRODUCT-CODE = SPACES
               MOVE 'ALL' TO HV-PRODUCT-CODE
           END-IF.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF NOT EMPLOYEE-IS-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-SET
                   PERFORM SET-FEE-ROW
               WHEN FUNC-DEACT
                   PERFORM DEACTIVATE-FEE-ROW
               WHEN FUNC-LIST
                   PERFORM LIST-FEE-ROWS
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
                 AND PROGRAM_NAME = 'FEESCHD'
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

      * A repricing is a new row from its effective date forward -
      * the rows behind it stay untouched so every past fee's basis
      * is still on file. A zero amount is a legitimate price: it
      * switches the fee off for that product from that date.
       SET-FEE-ROW.
           IF HV-FEE-CODE = SPACES OR HV-EFFECTIVE-DATE = SPACES
               MOVE 'FEE CODE AND EFFECTIVE DATE ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-FEE-AMOUNT < ZERO
               MOVE 'FEE AMOUNT MUST NOT BE NEGATIVE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   INSERT INTO FEE_SCHEDULE
                       (FEE_CODE, PRODUCT_CODE, FEE_AMOUNT,
                        EFFECTIVE_DATE, ACTIVE_FLAG)
                   VALUES
                       (:HV-FEE-CODE, :HV-PRODUCT-CODE,
                        :HV-FEE-AMOUNT, :HV-EFFECTIVE-DATE, 'Y')
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'SET   ' TO WS-AUDIT-ACTION
                   PERFORM WRITE-FEE-AUDIT
                   MOVE 'FEE SCHEDULE ROW SET' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR SETTING FEE SCHEDULE ROW' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       DEACTIVATE-FEE-ROW.
           EXEC SQL
               UPDATE FEE_SCHEDULE
               SET ACTIVE_FLAG = 'N'
               WHERE FEE_CODE = :HV-FEE-CODE
                 AND PRODUCT_CODE = :HV-PRODUCT-CODE
                 AND EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'DEACT ' TO WS-AUDIT-ACTION
               PERFORM WRITE-FEE-AUDIT
               MOVE 'FEE SCHEDULE ROW DEACTIVATED' TO WS-RESPONSE
           ELSE IF SQLCODE = 100
               MOVE 'NO ACTIVE FEE ROW FOR THAT KEY' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'ERROR DEACTIVATING FEE ROW' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Every row for the fee code, all products, newest first within
      * each product.
       LIST-FEE-ROWS.
           MOVE ZERO TO LK-FEE-COUNT

           EXEC SQL
               DECLARE FEE_CUR CURSOR FOR
               SELECT PRODUCT_CODE, FEE_AMOUNT, EFFECTIVE_DATE,
                      ACTIVE_FLAG
               FROM FEE_SCHEDULE
               WHERE FEE_CODE = :HV-FEE-CODE
               ORDER BY PRODUCT_CODE, EFFECTIVE_DATE DESC
           END-EXEC

           EXEC SQL OPEN FEE_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH FEE_CUR INTO
                       :HV-PRODUCT-CODE,
                       :HV-FEE-AMOUNT,
                       :HV-EFFECTIVE-DATE,
                       :HV-ACTIVE-FLAG
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-PRODUCT-CODE   TO LK-RES-PRODUCT(WS-IDX)
                   MOVE HV-FEE-AMOUNT     TO LK-RES-AMOUNT(WS-IDX)
                   MOVE HV-EFFECTIVE-DATE TO LK-RES-EFFECTIVE(WS-IDX)
                   MOVE HV-ACTIVE-FLAG    TO LK-RES-ACTIVE(WS-IDX)
                   ADD 1 TO LK-FEE-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE FEE_CUR END-EXEC

           IF LK-FEE-COUNT = ZERO
               MOVE 'NO SCHEDULE ROWS FOR THAT FEE CODE'
                   TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'FEE SCHEDULE ROWS RETRIEVED' TO WS-RESPONSE
           END-IF.

       WRITE-FEE-AUDIT.
           EXEC SQL
               INSERT INTO FEE_SCHEDULE_AUDIT
                   (FEE_CODE, PRODUCT_CODE, FEE_AMOUNT,
                    EFFECTIVE_DATE, FEE_ACTION, CHANGED_BY,
                    CHANGED_AT)
               VALUES
                   (:HV-FEE-CODE, :HV-PRODUCT-CODE, :HV-FEE-AMOUNT,
                    :HV-EFFECTIVE-DATE, :WS-AUDIT-ACTION,
                    :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING FEE AUDIT ROW, SQLCODE: '
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION,
                    :HV-FEE-CODE, :WS-SEC-OUTCOME,
                    :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
