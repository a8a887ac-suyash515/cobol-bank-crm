       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPMGT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-ITEM-ID            PIC X(10).
       01  HV-FILE-ID            PIC X(12).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-TO-ACCOUNT-ID      PIC X(12).
       01  HV-TXN-DATE           PIC X(10).
       01  HV-TXN-TYPE           PIC X(10).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-DESCRIPTION        PIC X(100).
       01  HV-REJECT-REASON      PIC X(50).
       01  HV-ITEM-STATUS        PIC X(10).
       01  HV-RESOLVE-NOTE       PIC X(100).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-APPLY       VALUE 'APPLY '.
           88  FUNC-RETURN      VALUE 'RETURN'.
           88  FUNC-LIST        VALUE 'LIST  '.

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

      * Commarea for the TXNPOST CALL that puts an applied item on
      * the corrected account - the same posting path, limits and
      * entitlement checks as any other money movement.
       01  WS-TXNPOST-COMMAREA.
           05  WS-TP-ACCOUNT-ID      PIC X(12).
           05  WS-TP-CUSTOMER-ID     PIC X(10).
           05  WS-TP-TXN-DATE        PIC X(10).
           05  WS-TP-TXN-TYPE        PIC X(10).
           05  WS-TP-AMOUNT          PIC S9(9)V99.
           05  WS-TP-DESCRIPTION     PIC X(100).
           05  WS-TP-NEW-BALANCE     PIC S9(9)V99.
           05  WS-TP-TO-ACCOUNT-ID   PIC X(12).
           05  WS-TP-FUNCTION        PIC X(08).
           05  WS-TP-EMPLOYEE-ID     PIC X(08).
           05  WS-TP-BRANCH-ID       PIC X(06).
           05  WS-TP-CHANNEL         PIC X(08).
           05  WS-TP-OVERRIDE-FLAG   PIC X(01).
           05  WS-TP-FEE-CODE        PIC X(08).
           05  WS-TP-RETURN-CODE     PIC 9(02).

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
           05  LK-ITEM-ID         PIC X(10).
      * LIST only: a FILE_ID narrows the list to one feed file.
           05  LK-FILE-ID         PIC X(12).
           05  LK-TO-ACCOUNT-ID   PIC X(12).
      * Why the item was applied or returned - required for RETURN,
      * where it carries the core-banking return reference.
           05  LK-RESOLVE-NOTE    PIC X(100).
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-NEW-BALANCE     PIC S9(9)V99.
           05  LK-ITEM-COUNT      PIC 9(02).
           05  LK-ITEM-RESULTS OCCURS 10 TIMES.
               10  LK-RES-ITEM-ID     PIC X(10).
               10  LK-RES-FILE-ID     PIC X(12).
               10  LK-RES-ACCOUNT-ID  PIC X(12).
               10  LK-RES-TXN-DATE    PIC X(10).
               10  LK-RES-TXN-TYPE    PIC X(10).
               10  LK-RES-AMOUNT      PIC S9(9)V99.
               10  LK-RES-REASON      PIC X(50).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Repair console for UNAPPLIED_FUNDS, the register TXNIMPT
      * parks a core-feed item on when its account is not on file or
      * is closed - the money has already moved at the core, so the
      * item is held here until someone resolves it:
      *   APPLY  - posts the item through TXNPOST to the corrected
      *            account and marks it APPLIED, in one unit of work;
      *   RETURN - marks it RETURNED to the core, with the reference;
      *   LIST   - the oldest open items, optionally for one file.
      * Each item resolves once; UNAPREP ages what is still open and
      * proves the register against the rejects every night.
       MAIN-LOGIC.
           MOVE LK-ITEM-ID       TO HV-ITEM-ID.
           MOVE LK-FILE-ID       TO HV-FILE-ID.
           MOVE LK-TO-ACCOUNT-ID TO HV-TO-ACCOUNT-ID.
           MOVE LK-RESOLVE-NOTE  TO HV-RESOLVE-NOTE.
           MOVE LK-FUNCTION      TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-APPLY
                   PERFORM APPLY-UNAPPLIED-ITEM
               WHEN FUNC-RETURN
                   PERFORM RETURN-UNAPPLIED-ITEM
               WHEN FUNC-LIST
                   PERFORM LIST-UNAPPLIED-ITEMS
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
                 AND PROGRAM_NAME = 'UNAPMGT'
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

      * The item posts as it arrived - its TXN_TYPE, amount and
      * description - on today's date with the BATCH channel the
      * rest of the feed carries, so GLEXTRCT books it like any other
      * core item. A posting TXNPOST refuses (account not open,
      * limits, NSF) leaves the item OPEN and nothing behind; a
      * status stamp that fails backs the posting out.
       APPLY-UNAPPLIED-ITEM.
           IF HV-ITEM-ID = SPACES OR HV-TO-ACCOUNT-ID = SPACES
               MOVE 'ITEM ID AND CORRECTED ACCOUNT REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-ITEM

               IF LK-RETURN-CODE = 00
                   PERFORM POST-TO-CORRECTED-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 00
                   EXEC SQL
                       UPDATE UNAPPLIED_FUNDS
                       SET ITEM_STATUS = 'APPLIED',
                           APPLIED_ACCOUNT = :HV-TO-ACCOUNT-ID,
                           RESOLVE_NOTE = :HV-RESOLVE-NOTE,
                           RESOLVED_BY = :LK-EMPLOYEE-ID,
                           RESOLVED_AT = :HV-TIMESTAMP
                       WHERE ITEM_ID = :HV-ITEM-ID
                         AND ITEM_STATUS = 'OPEN'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'UNAPPLIED ITEM APPLIED TO ACCOUNT'
                           TO WS-RESPONSE
                   ELSE
                       MOVE 'ERROR MARKING ITEM APPLIED, BACKED OUT'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                       EXEC SQL ROLLBACK END-EXEC
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       POST-TO-CORRECTED-ACCOUNT.
           MOVE SPACES TO WS-TXNPOST-COMMAREA
           MOVE HV-TO-ACCOUNT-ID       TO WS-TP-ACCOUNT-ID
           MOVE HV-TIMESTAMP(1:10)     TO WS-TP-TXN-DATE
           MOVE HV-TXN-TYPE            TO WS-TP-TXN-TYPE
           MOVE HV-AMOUNT              TO WS-TP-AMOUNT
           MOVE HV-DESCRIPTION         TO WS-TP-DESCRIPTION
           MOVE 'POST    '             TO WS-TP-FUNCTION
           MOVE LK-EMPLOYEE-ID         TO WS-TP-EMPLOYEE-ID
           MOVE 'BATCH'                TO WS-TP-CHANNEL
           MOVE 'N'                    TO WS-TP-OVERRIDE-FLAG
           MOVE 00 TO WS-TP-RETURN-CODE
           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

           IF WS-TP-RETURN-CODE NOT = 00
               MOVE 'POSTING REJECTED BY TXNPOST, ITEM STILL OPEN'
                   TO WS-RESPONSE
               MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE WS-TP-NEW-BALANCE TO LK-NEW-BALANCE
           END-IF.

      * Returned to the core-banking side - the money goes back the
      * way it came, so nothing posts here; the note carries the
      * return reference for the audit trail.
       RETURN-UNAPPLIED-ITEM.
           IF HV-ITEM-ID = SPACES OR HV-RESOLVE-NOTE = SPACES
               MOVE 'ITEM ID AND RETURN REFERENCE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-ITEM

               IF LK-RETURN-CODE = 00
                   EXEC SQL
                       UPDATE UNAPPLIED_FUNDS
                       SET ITEM_STATUS = 'RETURNED',
                           RESOLVE_NOTE = :HV-RESOLVE-NOTE,
                           RESOLVED_BY = :LK-EMPLOYEE-ID,
                           RESOLVED_AT = :HV-TIMESTAMP
                       WHERE ITEM_ID = :HV-ITEM-ID
                         AND ITEM_STATUS = 'OPEN'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'UNAPPLIED ITEM RETURNED' TO WS-RESPONSE
                   ELSE IF SQLCODE = 100
                       MOVE 'ITEM IS NO LONGER OPEN' TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       MOVE 'ERROR RETURNING ITEM' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-OPEN-ITEM.
           MOVE SPACES TO HV-ITEM-STATUS HV-TXN-TYPE HV-DESCRIPTION
           MOVE ZERO TO HV-AMOUNT

           EXEC SQL
               SELECT ITEM_STATUS, TXN_TYPE, AMOUNT, DESCRIPTION
               INTO :HV-ITEM-STATUS, :HV-TXN-TYPE, :HV-AMOUNT,
                    :HV-DESCRIPTION
               FROM UNAPPLIED_FUNDS
               WHERE ITEM_ID = :HV-ITEM-ID
           END-EXEC

           IF SQLCODE = 100
               MOVE 'UNAPPLIED ITEM NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING UNAPPLIED ITEM' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-ITEM-STATUS NOT = 'OPEN'
               MOVE 'ITEM ALREADY APPLIED OR RETURNED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF
           END-IF.

      * Oldest first, so the list is the work queue.
       LIST-UNAPPLIED-ITEMS.
           MOVE ZERO TO LK-ITEM-COUNT

           EXEC SQL
               DECLARE UNAPL_CUR CURSOR FOR
               SELECT ITEM_ID, FILE_ID, ACCOUNT_ID,
                      CHAR(TXN_DATE, ISO), TXN_TYPE, AMOUNT,
                      REJECT_REASON
               FROM UNAPPLIED_FUNDS
               WHERE ITEM_STATUS = 'OPEN'
                 AND (:HV-FILE-ID = ' ' OR FILE_ID = :HV-FILE-ID)
               ORDER BY PARKED_AT, ITEM_ID
           END-EXEC

           EXEC SQL OPEN UNAPL_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 10
               EXEC SQL
                   FETCH UNAPL_CUR INTO
                       :HV-ITEM-ID,
                       :HV-FILE-ID,
                       :HV-ACCOUNT-ID,
                       :HV-TXN-DATE,
                       :HV-TXN-TYPE,
                       :HV-AMOUNT,
                       :HV-REJECT-REASON
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-ITEM-ID       TO LK-RES-ITEM-ID(WS-IDX)
                   MOVE HV-FILE-ID       TO LK-RES-FILE-ID(WS-IDX)
                   MOVE HV-ACCOUNT-ID    TO LK-RES-ACCOUNT-ID(WS-IDX)
                   MOVE HV-TXN-DATE      TO LK-RES-TXN-DATE(WS-IDX)
                   MOVE HV-TXN-TYPE      TO LK-RES-TXN-TYPE(WS-IDX)
                   MOVE HV-AMOUNT        TO LK-RES-AMOUNT(WS-IDX)
                   MOVE HV-REJECT-REASON TO LK-RES-REASON(WS-IDX)
                   ADD 1 TO LK-ITEM-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE UNAPL_CUR END-EXEC

           IF LK-ITEM-COUNT = ZERO
               MOVE 'NO OPEN UNAPPLIED ITEMS' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE 'UNAPPLIED ITEMS RETRIEVED' TO WS-RESPONSE
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-TO-ACCOUNT-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-TO-ACCOUNT-ID TO WS-IDN-ID
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :LK-ITEM-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
