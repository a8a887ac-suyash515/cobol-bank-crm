       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBOXMGT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-BOX-NUMBER         PIC X(06).
       01  HV-BOX-SIZE           PIC X(06).
       01  HV-BOX-STATUS         PIC X(10).
       01  HV-NEW-BOX-STATUS     PIC X(10).
       01  HV-BOX-KEY            PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-RENTER-ROLE        PIC X(10).
       01  HV-PRIMARY-ID         PIC X(10).
       01  HV-BILL-ACCOUNT-ID    PIC X(12).
       01  HV-RENTAL-STATUS      PIC X(10).
       01  HV-END-STATUS         PIC X(10).
       01  HV-NEXT-BILL-DATE     PIC X(10).
       01  HV-ACCOUNT-STATUS     PIC X(10).
       01  HV-RECORD-STATUS      PIC X(10).
       01  HV-CHECK-ID           PIC X(10).
       01  HV-ACCESS-OUTCOME     PIC X(10).
       01  HV-ACCESS-REASON      PIC X(10).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-ADDBOX      VALUE 'ADDBOX  '.
           88  FUNC-BOXSTAT     VALUE 'BOXSTAT '.
           88  FUNC-RENT        VALUE 'RENT    '.
           88  FUNC-ADDRNTR     VALUE 'ADDRNTR '.
           88  FUNC-DELRNTR     VALUE 'DELRNTR '.
           88  FUNC-ACCESS      VALUE 'ACCESS  '.
           88  FUNC-REBILL      VALUE 'REBILL  '.
           88  FUNC-SURRNDR     VALUE 'SURRNDR '.
           88  FUNC-INQUIRE     VALUE 'INQUIRE '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-FOUND              PIC X VALUE 'N'.
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-RENTAL-FOUND       PIC X VALUE 'N'.
           88  RENTAL-FOUND          VALUE 'Y'.
       01  WS-DECEASED           PIC X VALUE 'N'.
           88  CUSTOMER-DECEASED     VALUE 'Y'.
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
           05  LK-BRANCH-ID       PIC X(06).
           05  LK-BOX-NUMBER      PIC X(06).
           05  LK-BOX-SIZE        PIC X(06).
           05  LK-BOX-STATUS      PIC X(10).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-RENTER-ROLE     PIC X(10).
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-RENTAL-STATUS   PIC X(10).
           05  LK-PRIMARY-ID      PIC X(10).
           05  LK-NEXT-BILL-DATE  PIC X(10).
           05  LK-ACCESS-REASON   PIC X(10).
           05  LK-RENTER-COUNT    PIC 9(02).
           05  LK-RENTER-RESULTS OCCURS 5 TIMES.
               10  LK-RNT-CUSTOMER-ID PIC X(10).
               10  LK-RNT-ROLE        PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Safe-deposit box register - replaces the ledger book each
      * branch kept. SDB_BOXES is the inventory per BRANCH_MASTER
      * branch (box number, size, status); SDB_RENTALS is the
      * rental against a box, billed yearly by SDBBILL from the
      * linked account; SDB_RENTERS holds the primary renter and
      * any co-renters or deputies, the way ACCOUNT_OWNERS does for
      * accounts; SDB_ACCESS_LOG records every attempt to enter the
      * vault, admitted or not. DATAPURGE and CUST360 read the
      * renters so a box is never forgotten behind a closed
      * customer.
       MAIN-LOGIC.
           MOVE LK-BRANCH-ID   TO HV-BRANCH-ID.
           MOVE LK-BOX-NUMBER  TO HV-BOX-NUMBER.
           MOVE LK-BOX-SIZE    TO HV-BOX-SIZE.
           MOVE LK-BOX-STATUS  TO HV-NEW-BOX-STATUS.
           MOVE LK-CUSTOMER-ID TO HV-CUSTOMER-ID.
           MOVE LK-ACCOUNT-ID  TO HV-ACCOUNT-ID.
           MOVE LK-RENTER-ROLE TO HV-RENTER-ROLE.
           MOVE LK-FUNCTION    TO WS-FUNCTION.
           MOVE LK-BRANCH-ID   TO HV-BOX-KEY(1:6).
           MOVE LK-BOX-NUMBER  TO HV-BOX-KEY(7:6).
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE SPACES TO LK-ACCESS-REASON.
           MOVE 00 TO LK-RETURN-CODE.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           IF HV-BRANCH-ID = SPACES OR HV-BOX-NUMBER = SPACES
               MOVE 'BRANCH AND BOX NUMBER ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-ADDBOX
                   PERFORM ADD-BOX
               WHEN FUNC-BOXSTAT
                   PERFORM CHANGE-BOX-STATUS
               WHEN FUNC-RENT
                   PERFORM RENT-BOX
               WHEN FUNC-ADDRNTR
                   PERFORM ADD-RENTER
               WHEN FUNC-DELRNTR
                   PERFORM REMOVE-RENTER
               WHEN FUNC-ACCESS
                   PERFORM RECORD-VAULT-ACCESS
               WHEN FUNC-REBILL
                   PERFORM REBILL-RENTAL
               WHEN FUNC-SURRNDR
                   PERFORM SURRENDER-BOX
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-BOX
               WHEN OTHER
                   MOVE 'INVALID FUNCTION' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
           END-EVALUATE.

           PERFORM WRITE-SECURITY-AUDIT.

           GOBACK.

      * Rejects an unknown or deactivated operator, then applies the
      * ROLE_ENTITLEMENTS gate the other commarea programs carry -
      * vault access, renting and box status changes (drilling
      * included) are separate function codes so a branch can hand
      * them to different roles.
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
                 AND PROGRAM_NAME = 'SDBOXMGT'
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

      * A new box goes on the register AVAILABLE, at a live branch.
      * The size decides the rent SDBBILL charges (FEE_SCHEDULE
      * SDBRENT, product code = box size).
       ADD-BOX.
           IF HV-BOX-SIZE NOT = 'SMALL'
                   AND HV-BOX-SIZE NOT = 'MEDIUM'
                   AND HV-BOX-SIZE NOT = 'LARGE'
               MOVE 'BOX SIZE MUST BE SMALL, MEDIUM OR LARGE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-FOUND
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM BRANCH_MASTER
                   WHERE BRANCH_ID = :HV-BRANCH-ID
                     AND ACTIVE_FLAG = 'Y'
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'UNKNOWN OR INACTIVE BRANCH ID' TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   EXEC SQL
                       SELECT 'X' INTO :WS-FOUND
                       FROM SDB_BOXES
                       WHERE BRANCH_ID = :HV-BRANCH-ID
                         AND BOX_NUMBER = :HV-BOX-NUMBER
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'BOX ALREADY ON THE REGISTER'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       EXEC SQL
                           INSERT INTO SDB_BOXES
                               (BRANCH_ID, BOX_NUMBER, BOX_SIZE,
                                BOX_STATUS, ADDED_BY, ADDED_AT)
                           VALUES
                               (:HV-BRANCH-ID, :HV-BOX-NUMBER,
                                :HV-BOX-SIZE, 'AVAILABLE',
                                :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
                       END-EXEC

                       IF SQLCODE = 0
                           MOVE 'AVAILABLE' TO LK-BOX-STATUS
                           MOVE 'BOX ADDED TO THE REGISTER'
                               TO WS-RESPONSE
                       ELSE
                           MOVE 'ERROR ADDING BOX' TO WS-RESPONSE
                           MOVE 12 TO LK-RETURN-CODE
                           DISPLAY 'SQLCODE:' SQLCODE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * An empty box can be taken out of service and put back. A
      * rented box only changes status through its rental: it is
      * surrendered, or - once the rent has gone unpaid and the
      * notice period run - drilled open.
       CHANGE-BOX-STATUS.
           PERFORM READ-BOX

           IF LK-RETURN-CODE = 00
               IF HV-NEW-BOX-STATUS = 'DRILLED'
                   PERFORM DRILL-BOX
               ELSE IF HV-NEW-BOX-STATUS NOT = 'AVAILABLE'
                       AND HV-NEW-BOX-STATUS NOT = 'OUTOFSVC'
                   MOVE 'STATUS MUST BE AVAILABLE, OUTOFSVC OR DRILLED'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE IF HV-BOX-STATUS = 'RENTED'
                   MOVE 'BOX IS RENTED, SURRENDER OR DRILL IT FIRST'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   EXEC SQL
                       UPDATE SDB_BOXES
                       SET BOX_STATUS = :HV-NEW-BOX-STATUS,
                           STATUS_CHANGED_BY = :LK-EMPLOYEE-ID,
                           STATUS_CHANGED_AT = :HV-TIMESTAMP
                       WHERE BRANCH_ID = :HV-BRANCH-ID
                         AND BOX_NUMBER = :HV-BOX-NUMBER
                         AND BOX_STATUS NOT = 'RENTED'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-NEW-BOX-STATUS TO LK-BOX-STATUS
                       MOVE 'BOX STATUS CHANGED' TO WS-RESPONSE
                   ELSE
                       MOVE 'ERROR CHANGING BOX STATUS' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Drilling is the end of the unpaid-rent road SDBBILL starts:
      * only a PASTDUE rental can be drilled. The rental ends as
      * DRILLED, every renter's authority ends with it, and the box
      * stays out of service until the lock is replaced.
       DRILL-BOX.
           PERFORM READ-LIVE-RENTAL

           IF NOT RENTAL-FOUND
               MOVE 'NO LIVE RENTAL ON THIS BOX' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF HV-RENTAL-STATUS NOT = 'PASTDUE'
               MOVE 'ONLY A PAST-DUE RENTAL CAN BE DRILLED'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'DRILLED' TO HV-END-STATUS
               MOVE 'OUTOFSVC' TO HV-NEW-BOX-STATUS
               PERFORM END-RENTAL

               IF LK-RETURN-CODE = 00
                   MOVE 'DRILLED' TO LK-RENTAL-STATUS
                   MOVE 'OUTOFSVC' TO LK-BOX-STATUS
                   MOVE 'BOX DRILLED, RENTAL ENDED' TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.

      * A box is let to one primary renter, who must be a live,
      * living customer, and billed to an open account that
      * customer holds. The first year's rent is due today, so the
      * rental is billed in tonight's SDBBILL run.
       RENT-BOX.
           IF HV-CUSTOMER-ID = SPACES OR HV-ACCOUNT-ID = SPACES
               MOVE 'CUSTOMER AND BILLING ACCOUNT ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-BOX

               IF LK-RETURN-CODE = 00
                       AND HV-BOX-STATUS NOT = 'AVAILABLE'
                   MOVE 'BOX IS NOT AVAILABLE TO RENT' TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM CHECK-RENTER-CUSTOMER
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE HV-CUSTOMER-ID TO HV-PRIMARY-ID
                   PERFORM CHECK-BILL-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM OPEN-RENTAL
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       OPEN-RENTAL.
           EXEC SQL
               UPDATE SDB_BOXES
               SET BOX_STATUS = 'RENTED',
                   STATUS_CHANGED_BY = :LK-EMPLOYEE-ID,
                   STATUS_CHANGED_AT = :HV-TIMESTAMP
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND BOX_STATUS = 'AVAILABLE'
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO SDB_RENTALS
                       (BRANCH_ID, BOX_NUMBER, CUSTOMER_ID,
                        BILL_ACCOUNT_ID, RENTAL_STATUS,
                        NEXT_BILL_DATE, OPENED_BY, RENTED_AT)
                   VALUES
                       (:HV-BRANCH-ID, :HV-BOX-NUMBER,
                        :HV-CUSTOMER-ID, :HV-ACCOUNT-ID, 'ACTIVE',
                        CURRENT DATE, :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
               END-EXEC
           END-IF

           IF SQLCODE = 0
               MOVE 'PRIMARY' TO HV-RENTER-ROLE
               PERFORM INSERT-RENTER
           END-IF

           IF SQLCODE = 0
               MOVE 'RENTED' TO LK-BOX-STATUS
               MOVE 'ACTIVE' TO LK-RENTAL-STATUS
               MOVE HV-CUSTOMER-ID TO LK-PRIMARY-ID
               MOVE HV-TIMESTAMP(1:10) TO LK-NEXT-BILL-DATE
               MOVE 'BOX RENTED, FIRST RENT DUE TODAY' TO WS-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR OPENING BOX RENTAL' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * Co-renters share full access; a deputy is an agent the
      * primary renter appoints, whose authority ends with the
      * primary renter's. Both must be live, living customers.
       ADD-RENTER.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-RENTER-ROLE NOT = 'CORENTER'
                   AND HV-RENTER-ROLE NOT = 'DEPUTY'
               MOVE 'ROLE MUST BE CORENTER OR DEPUTY' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-LIVE-RENTAL

               IF NOT RENTAL-FOUND
                   MOVE 'NO LIVE RENTAL ON THIS BOX' TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   PERFORM CHECK-RENTER-CUSTOMER
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE 'N' TO WS-FOUND
                   EXEC SQL
                       SELECT 'X' INTO :WS-FOUND
                       FROM SDB_RENTERS
                       WHERE BRANCH_ID = :HV-BRANCH-ID
                         AND BOX_NUMBER = :HV-BOX-NUMBER
                         AND CUSTOMER_ID = :HV-CUSTOMER-ID
                         AND REMOVED_AT IS NULL
                       FETCH FIRST 1 ROW ONLY
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'CUSTOMER ALREADY A RENTER OF THIS BOX'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE
                       PERFORM INSERT-RENTER

                       IF SQLCODE = 0
                           MOVE 'RENTER ADDED' TO WS-RESPONSE
                       ELSE
                           MOVE 'ERROR ADDING RENTER' TO WS-RESPONSE
                           MOVE 12 TO LK-RETURN-CODE
                           DISPLAY 'SQLCODE:' SQLCODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       INSERT-RENTER.
           EXEC SQL
               INSERT INTO SDB_RENTERS
                   (BRANCH_ID, BOX_NUMBER, CUSTOMER_ID, RENTER_ROLE,
                    ADDED_BY, ADDED_AT)
               VALUES
                   (:HV-BRANCH-ID, :HV-BOX-NUMBER, :HV-CUSTOMER-ID,
                    :HV-RENTER-ROLE, :LK-EMPLOYEE-ID, :HV-TIMESTAMP)
           END-EXEC.

      * Removal, not deletion - REMOVED_AT stamps when the access
      * authority ended, so the access log stays explainable. The
      * primary renter leaves only by surrendering the box.
       REMOVE-RENTER.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE SDB_RENTERS
                   SET REMOVED_AT = :HV-TIMESTAMP,
                       REMOVED_BY = :LK-EMPLOYEE-ID
                   WHERE BRANCH_ID = :HV-BRANCH-ID
                     AND BOX_NUMBER = :HV-BOX-NUMBER
                     AND CUSTOMER_ID = :HV-CUSTOMER-ID
                     AND RENTER_ROLE NOT = 'PRIMARY'
                     AND REMOVED_AT IS NULL
               END-EXEC

               IF SQLCODE = 0
                   MOVE 'RENTER REMOVED' TO WS-RESPONSE
               ELSE IF SQLCODE = 100
                   MOVE 'NO REMOVABLE RENTER FOR THAT CUSTOMER'
                       TO WS-RESPONSE
                   MOVE 04 TO LK-RETURN-CODE
               ELSE
                   MOVE 'ERROR REMOVING RENTER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Every attempt to enter the vault is decided and logged here,
      * admitted or refused. Entry needs a live rental with the
      * rent paid, and the presenter must be a current renter who
      * is still living. A deputy's authority also ends when the
      * primary renter dies - the box is then opened only for a
      * co-renter or under the estate process. A refusal returns
      * 16 with the reason code; if the log row cannot be written
      * the customer is not admitted.
       RECORD-VAULT-ACCESS.
           IF HV-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               MOVE SPACES TO HV-ACCESS-REASON
               PERFORM READ-BOX

               IF LK-RETURN-CODE NOT = 00
                   MOVE 'NOBOX' TO HV-ACCESS-REASON
               ELSE
                   PERFORM READ-LIVE-RENTAL
                   IF NOT RENTAL-FOUND
                       MOVE 'NORENTAL' TO HV-ACCESS-REASON
                   ELSE IF HV-RENTAL-STATUS = 'PASTDUE'
                       MOVE 'RENTUNPAID' TO HV-ACCESS-REASON
                   ELSE
                       PERFORM CHECK-PRESENTER
                   END-IF
                   END-IF
               END-IF

               IF HV-ACCESS-REASON = SPACES
                   MOVE 'GRANTED' TO HV-ACCESS-OUTCOME
               ELSE
                   MOVE 'DENIED' TO HV-ACCESS-OUTCOME
               END-IF

               EXEC SQL
                   INSERT INTO SDB_ACCESS_LOG
                       (BRANCH_ID, BOX_NUMBER, CUSTOMER_ID,
                        EMPLOYEE_ID, OUTCOME, REASON_CODE,
                        ACCESSED_AT)
                   VALUES
                       (:HV-BRANCH-ID, :HV-BOX-NUMBER,
                        :HV-CUSTOMER-ID, :LK-EMPLOYEE-ID,
                        :HV-ACCESS-OUTCOME, :HV-ACCESS-REASON,
                        :HV-TIMESTAMP)
               END-EXEC

               MOVE HV-ACCESS-REASON TO LK-ACCESS-REASON

               IF SQLCODE NOT = 0
                   MOVE 'ACCESS NOT RECORDED, DO NOT ADMIT'
                       TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE IF HV-ACCESS-REASON = SPACES
                   MOVE 'VAULT ACCESS GRANTED' TO WS-RESPONSE
               ELSE
                   MOVE 'VAULT ACCESS DENIED - ' TO WS-RESPONSE
                   MOVE HV-ACCESS-REASON TO WS-RESPONSE(23:)
                   IF LK-RETURN-CODE = 00
                       MOVE 16 TO LK-RETURN-CODE
                   END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       CHECK-PRESENTER.
           EXEC SQL
               SELECT RENTER_ROLE INTO :HV-RENTER-ROLE
               FROM SDB_RENTERS
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND REMOVED_AT IS NULL
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'NOTRENTER' TO HV-ACCESS-REASON
           ELSE
               MOVE HV-CUSTOMER-ID TO HV-CHECK-ID
               PERFORM CHECK-DECEASED
               IF CUSTOMER-DECEASED
                   MOVE 'DECEASED' TO HV-ACCESS-REASON
               ELSE IF HV-RENTER-ROLE = 'DEPUTY'
                   MOVE HV-PRIMARY-ID TO HV-CHECK-ID
                   PERFORM CHECK-DECEASED
                   IF CUSTOMER-DECEASED
                       MOVE 'PRIMDEAD' TO HV-ACCESS-REASON
                   END-IF
               END-IF
               END-IF
           END-IF.

       CHECK-DECEASED.
           MOVE 'N' TO WS-DECEASED

           EXEC SQL
               SELECT 'Y' INTO :WS-DECEASED
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CHECK-ID
                 AND DATE_OF_DEATH IS NOT NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-DECEASED
           END-IF.

      * Points the rent at a different account the primary renter
      * holds - typically after the old one closed and the rent
      * bounced - and, for a past-due rental, brings the next
      * billing attempt forward to tonight's SDBBILL run. An
      * up-to-date rental keeps its anniversary date.
       REBILL-RENTAL.
           PERFORM READ-LIVE-RENTAL

           IF NOT RENTAL-FOUND
               MOVE 'NO LIVE RENTAL ON THIS BOX' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               IF HV-ACCOUNT-ID = SPACES
                   MOVE HV-BILL-ACCOUNT-ID TO HV-ACCOUNT-ID
               ELSE
                   PERFORM CHECK-BILL-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 00
                   IF HV-RENTAL-STATUS = 'PASTDUE'
                       MOVE HV-TIMESTAMP(1:10) TO HV-NEXT-BILL-DATE
                   END-IF

                   EXEC SQL
                       UPDATE SDB_RENTALS
                       SET BILL_ACCOUNT_ID = :HV-ACCOUNT-ID,
                           NEXT_BILL_DATE = :HV-NEXT-BILL-DATE
                       WHERE BRANCH_ID = :HV-BRANCH-ID
                         AND BOX_NUMBER = :HV-BOX-NUMBER
                         AND RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE HV-NEXT-BILL-DATE TO LK-NEXT-BILL-DATE
                       MOVE HV-RENTAL-STATUS TO LK-RENTAL-STATUS
                       MOVE 'RENTAL BILLING UPDATED' TO WS-RESPONSE
                   ELSE
                       MOVE 'ERROR UPDATING RENTAL BILLING'
                           TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The renter hands back the keys. Arrears must be settled
      * first - a past-due box is recovered by REBILL or, in the
      * end, by drilling. Rent already taken is not refunded.
       SURRENDER-BOX.
           PERFORM READ-LIVE-RENTAL

           IF NOT RENTAL-FOUND
               MOVE 'NO LIVE RENTAL ON THIS BOX' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF HV-RENTAL-STATUS = 'PASTDUE'
               MOVE 'RENT IS PAST DUE, SETTLE ARREARS FIRST'
                   TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               MOVE 'ENDED' TO HV-END-STATUS
               MOVE 'AVAILABLE' TO HV-NEW-BOX-STATUS
               PERFORM END-RENTAL

               IF LK-RETURN-CODE = 00
                   MOVE 'ENDED' TO LK-RENTAL-STATUS
                   MOVE 'AVAILABLE' TO LK-BOX-STATUS
                   MOVE 'BOX SURRENDERED, RENTAL ENDED' TO WS-RESPONSE
               END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Closes the live rental with HV-END-STATUS, ends every
      * renter's authority and sets the box to HV-NEW-BOX-STATUS,
      * all or nothing.
       END-RENTAL.
           EXEC SQL
               UPDATE SDB_RENTALS
               SET RENTAL_STATUS = :HV-END-STATUS,
                   ENDED_BY = :LK-EMPLOYEE-ID,
                   ENDED_AT = :HV-TIMESTAMP
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE SDB_RENTERS
                   SET REMOVED_AT = :HV-TIMESTAMP,
                       REMOVED_BY = :LK-EMPLOYEE-ID
                   WHERE BRANCH_ID = :HV-BRANCH-ID
                     AND BOX_NUMBER = :HV-BOX-NUMBER
                     AND REMOVED_AT IS NULL
               END-EXEC
           END-IF

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE SDB_BOXES
                   SET BOX_STATUS = :HV-NEW-BOX-STATUS,
                       STATUS_CHANGED_BY = :LK-EMPLOYEE-ID,
                       STATUS_CHANGED_AT = :HV-TIMESTAMP
                   WHERE BRANCH_ID = :HV-BRANCH-ID
                     AND BOX_NUMBER = :HV-BOX-NUMBER
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ERROR ENDING BOX RENTAL' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * Returns the box, its live rental if any, and up to five of
      * the current renters.
       INQUIRE-BOX.
           MOVE ZERO TO LK-RENTER-COUNT
           MOVE SPACES TO LK-RENTAL-STATUS LK-PRIMARY-ID
                          LK-NEXT-BILL-DATE
           PERFORM READ-BOX

           IF LK-RETURN-CODE = 00
               MOVE HV-BOX-SIZE TO LK-BOX-SIZE
               MOVE HV-BOX-STATUS TO LK-BOX-STATUS
               PERFORM READ-LIVE-RENTAL

               IF RENTAL-FOUND
                   MOVE HV-RENTAL-STATUS TO LK-RENTAL-STATUS
                   MOVE HV-PRIMARY-ID TO LK-PRIMARY-ID
                   MOVE HV-BILL-ACCOUNT-ID TO LK-ACCOUNT-ID
                   MOVE HV-NEXT-BILL-DATE TO LK-NEXT-BILL-DATE
                   PERFORM LIST-RENTERS
               END-IF

               MOVE 'BOX RETRIEVED' TO WS-RESPONSE
           END-IF.
           DISPLAY WS-RESPONSE.

       LIST-RENTERS.
           EXEC SQL
               DECLARE SDB_RNT_CUR CURSOR FOR
               SELECT CUSTOMER_ID, RENTER_ROLE
               FROM SDB_RENTERS
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND REMOVED_AT IS NULL
               ORDER BY ADDED_AT
           END-EXEC

           EXEC SQL OPEN SDB_RNT_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
               EXEC SQL
                   FETCH SDB_RNT_CUR INTO
                       :HV-CUSTOMER-ID,
                       :HV-RENTER-ROLE
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-CUSTOMER-ID TO LK-RNT-CUSTOMER-ID(WS-IDX)
                   MOVE HV-RENTER-ROLE TO LK-RNT-ROLE(WS-IDX)
                   ADD 1 TO LK-RENTER-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE SDB_RNT_CUR END-EXEC.

       READ-BOX.
           EXEC SQL
               SELECT BOX_SIZE, BOX_STATUS
               INTO :HV-BOX-SIZE, :HV-BOX-STATUS
               FROM SDB_BOXES
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
           END-EXEC

           IF SQLCODE = 100
               MOVE 'BOX NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING BOX' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF
           END-IF.

      * A box has at most one live rental - ACTIVE, or PASTDUE once
      * SDBBILL has failed to collect the rent.
       READ-LIVE-RENTAL.
           MOVE 'N' TO WS-RENTAL-FOUND

           EXEC SQL
               SELECT CUSTOMER_ID, BILL_ACCOUNT_ID, RENTAL_STATUS,
                      CHAR(NEXT_BILL_DATE, ISO)
               INTO :HV-PRIMARY-ID, :HV-BILL-ACCOUNT-ID,
                    :HV-RENTAL-STATUS, :HV-NEXT-BILL-DATE
               FROM SDB_RENTALS
               WHERE BRANCH_ID = :HV-BRANCH-ID
                 AND BOX_NUMBER = :HV-BOX-NUMBER
                 AND RENTAL_STATUS IN ('ACTIVE', 'PASTDUE')
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-RENTAL-FOUND
           END-IF.

      * A renter must be on the customer master, not closed, and
      * not recorded as deceased.
       CHECK-RENTER-CUSTOMER.
           MOVE SPACES TO HV-RECORD-STATUS

           EXEC SQL
               SELECT COALESCE(RECORD_STATUS, ' ')
               INTO :HV-RECORD-STATUS
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-RECORD-STATUS = 'CLOSED'
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE
               MOVE HV-CUSTOMER-ID TO HV-CHECK-ID
               PERFORM CHECK-DECEASED
               IF CUSTOMER-DECEASED
                   MOVE 'CUSTOMER IS RECORDED AS DECEASED'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF.

      * The rent account must be open and held by the primary
      * renter, as primary holder or through ACCOUNT_OWNERS.
       CHECK-BILL-ACCOUNT.
           MOVE SPACES TO HV-ACCOUNT-STATUS

           EXEC SQL
               SELECT ACCOUNT_STATUS INTO :HV-ACCOUNT-STATUS
               FROM ACCOUNTS
               WHERE ACCOUNT_ID = :HV-ACCOUNT-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ACCOUNT NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF HV-ACCOUNT-STATUS NOT = 'OPEN'
               MOVE 'BILLING ACCOUNT IS NOT OPEN' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               EXEC SQL
                   SELECT 'X' INTO :WS-FOUND
                   FROM ACCOUNTS A
                   WHERE A.ACCOUNT_ID = :HV-ACCOUNT-ID
                     AND (A.CUSTOMER_ID = :HV-PRIMARY-ID
                          OR EXISTS
                             (SELECT 1 FROM ACCOUNT_OWNERS O
                              WHERE O.ACCOUNT_ID = A.ACCOUNT_ID
                                AND O.CUSTOMER_ID = :HV-PRIMARY-ID
                                AND O.REMOVED_AT IS NULL))
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'RENTER DOES NOT HOLD THE BILLING ACCOUNT'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF
           END-IF
           END-IF.

      * Customer and account numbers carry a check digit; a keyed
      * number that fails it is refused here, before any lookup,
      * so one slipped digit cannot land on somebody else's
      * record. Numbers from before system numbering pass through
      * to the lookup as they always have.
       CHECK-KEYED-NUMBERS.
           MOVE 'Y' TO WS-NUMBERS-VALID

           IF LK-ACCOUNT-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-ACCOUNT-ID TO WS-IDN-ID
               PERFORM CALL-IDNUMBER
           END-IF

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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-BOX-KEY,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
