       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLRDRAWR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-BRANCH-ID          PIC X(06).
       01  HV-DRAWER-DATE        PIC X(10).
       01  HV-DRAWER-STATUS      PIC X(06).
       01  HV-AMOUNT             PIC S9(9)V99 COMP-3.
       01  HV-OPENING-FLOAT      PIC S9(9)V99 COMP-3.
       01  HV-VAULT-IN           PIC S9(9)V99 COMP-3.
       01  HV-VAULT-OUT          PIC S9(9)V99 COMP-3.
       01  HV-CASH-NET           PIC S9(9)V99 COMP-3.
       01  HV-EXPECTED-CASH      PIC S9(9)V99 COMP-3.
       01  HV-OVER-SHORT         PIC S9(9)V99 COMP-3.
       01  HV-MOVE-TYPE          PIC X(04).
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(06).
           88  FUNC-OPEN        VALUE 'OPEN  '.
           88  FUNC-BUY         VALUE 'BUY   '.
           88  FUNC-SELL        VALUE 'SELL  '.
           88  FUNC-CLOSE       VALUE 'CLOSE '.
           88  FUNC-STATUS      VALUE 'STATUS'.

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

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-BRANCH-ID       PIC X(06).
      * The counted float for OPEN, the cash bought from or sold to
      * the vault for BUY and SELL, the counted total for CLOSE.
           05  LK-AMOUNT          PIC S9(9)V99.
           05  LK-FUNCTION        PIC X(06).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-DRAWER-STATUS   PIC X(06).
           05  LK-OPENING-FLOAT   PIC S9(9)V99.
           05  LK-VAULT-NET       PIC S9(9)V99.
           05  LK-CASH-NET        PIC S9(9)V99.
           05  LK-EXPECTED-CASH   PIC S9(9)V99.
           05  LK-OVER-SHORT      PIC S9(9)V99.
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * The teller's cash drawer for the day, one TELLER_DRAWERS row
      * per teller per business date. OPEN records the counted float,
      * BUY and SELL move cash in from and back out to the branch
      * vault (each move kept in TELLER_VAULT_MOVES), and CLOSE takes
      * the counted total and works out what the drawer should hold:
      * the float, plus cash bought, less cash sold, plus the day's
      * cash DEPOSIT and WITHDRAWAL postings TXNPOST stamped with
      * this teller at this branch on the TELLER channel. The
      * difference is the over/short DRWRREP reports to the branch.
      * STATUS shows the same figures for an open drawer so a teller
      * can check before counting down. The operator is the teller -
      * a drawer is only ever worked by its own teller.
       MAIN-LOGIC.
           MOVE LK-BRANCH-ID TO HV-BRANCH-ID.
           MOVE LK-AMOUNT    TO HV-AMOUNT.
           MOVE LK-FUNCTION  TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE HV-TIMESTAMP(1:10) TO HV-DRAWER-DATE.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE SPACES TO LK-DRAWER-STATUS.
           MOVE ZERO TO LK-OPENING-FLOAT LK-VAULT-NET LK-CASH-NET
                        LK-EXPECTED-CASH LK-OVER-SHORT.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF NOT EMPLOYEE-IS-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-OPEN
                   PERFORM OPEN-DRAWER
               WHEN FUNC-BUY
                   MOVE 'BUY ' TO HV-MOVE-TYPE
                   PERFORM MOVE-VAULT-CASH
               WHEN FUNC-SELL
                   MOVE 'SELL' TO HV-MOVE-TYPE
                   PERFORM MOVE-VAULT-CASH
               WHEN FUNC-CLOSE
                   PERFORM CLOSE-DRAWER
               WHEN FUNC-STATUS
                   PERFORM SHOW-DRAWER-STATUS
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
                 AND PROGRAM_NAME = 'TLRDRAWR'
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

      * A drawer opens at a live BRANCH_MASTER branch - the same
      * check TXNPOST puts on the branch it stamps - and only once a
      * day: a drawer already opened today, even one since closed,
      * is refused rather than overwritten, so the day's count stays
      * on file.
       OPEN-DRAWER.
           IF HV-BRANCH-ID = SPACES OR HV-AMOUNT < ZERO
               MOVE 'BRANCH ID AND A COUNTED FLOAT ARE REQUIRED'
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
                   PERFORM READ-DRAWER

                   IF SQLCODE = 0
                       MOVE 'DRAWER ALREADY OPENED TODAY'
                           TO WS-RESPONSE
                       MOVE 16 TO LK-RETURN-CODE
                   ELSE IF SQLCODE NOT = 100
                       MOVE 'ERROR READING DRAWER' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   ELSE
                       EXEC SQL
                           INSERT INTO TELLER_DRAWERS
                               (EMPLOYEE_ID, DRAWER_DATE, BRANCH_ID,
                                DRAWER_STATUS, OPENING_FLOAT,
                                VAULT_IN, VAULT_OUT, OPENED_AT)
                           VALUES
                               (:LK-EMPLOYEE-ID, :HV-DRAWER-DATE,
                                :HV-BRANCH-ID, 'OPEN', :HV-AMOUNT,
                                0, 0, :HV-TIMESTAMP)
                       END-EXEC

                       IF SQLCODE = 0
                           MOVE 'OPEN' TO LK-DRAWER-STATUS
                           MOVE HV-AMOUNT TO LK-OPENING-FLOAT
                           MOVE HV-AMOUNT TO LK-EXPECTED-CASH
                           MOVE 'DRAWER OPENED' TO WS-RESPONSE
                       ELSE
                           MOVE 'ERROR OPENING DRAWER' TO WS-RESPONSE
                           MOVE 12 TO LK-RETURN-CODE
                           DISPLAY 'SQLCODE:' SQLCODE
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Cash bought from the vault goes into the drawer, cash sold
      * back comes out of it. A sale can take the drawer down to
      * nothing but not below - the drawer cannot hand the vault
      * cash it should not be holding. The move and the drawer's
      * running totals land together.
       MOVE-VAULT-CASH.
           IF HV-AMOUNT NOT > ZERO
               MOVE 'A POSITIVE AMOUNT IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-DRAWER

               IF LK-RETURN-CODE NOT = 00
                   CONTINUE
               ELSE IF HV-MOVE-TYPE = 'SELL'
                       AND HV-AMOUNT > HV-EXPECTED-CASH
                   MOVE 'SALE EXCEEDS THE CASH THE DRAWER SHOULD HOLD'
                       TO WS-RESPONSE
                   MOVE 16 TO LK-RETURN-CODE
               ELSE
                   EXEC SQL
                       INSERT INTO TELLER_VAULT_MOVES
                           (EMPLOYEE_ID, DRAWER_DATE, BRANCH_ID,
                            MOVE_TYPE, AMOUNT, MOVED_AT)
                       VALUES
                           (:LK-EMPLOYEE-ID, :HV-DRAWER-DATE,
                            :HV-BRANCH-ID, :HV-MOVE-TYPE, :HV-AMOUNT,
                            :HV-TIMESTAMP)
                   END-EXEC

                   IF SQLCODE = 0
                       EXEC SQL
                           UPDATE TELLER_DRAWERS
                           SET VAULT_IN = VAULT_IN
                                   + CASE WHEN :HV-MOVE-TYPE = 'BUY'
                                          THEN :HV-AMOUNT ELSE 0 END,
                               VAULT_OUT = VAULT_OUT
                                   + CASE WHEN :HV-MOVE-TYPE = 'SELL'
                                          THEN :HV-AMOUNT ELSE 0 END
                           WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                             AND DRAWER_DATE = :HV-DRAWER-DATE
                             AND DRAWER_STATUS = 'OPEN'
                       END-EXEC
                   END-IF

                   IF SQLCODE NOT = 0
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 'ERROR RECORDING VAULT MOVE' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   ELSE
                       IF HV-MOVE-TYPE = 'BUY'
                           ADD HV-AMOUNT TO HV-VAULT-IN
                           ADD HV-AMOUNT TO HV-EXPECTED-CASH
                           MOVE 'CASH BOUGHT FROM VAULT' TO WS-RESPONSE
                       ELSE
                           ADD HV-AMOUNT TO HV-VAULT-OUT
                           SUBTRACT HV-AMOUNT FROM HV-EXPECTED-CASH
                           MOVE 'CASH SOLD TO VAULT' TO WS-RESPONSE
                       END-IF
                       PERFORM RETURN-DRAWER-FIGURES
                   END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * The count is final: the expected figure, the count and the
      * over/short (count less expected - negative is short) are
      * written on the drawer with the close, and the drawer cannot
      * be reopened or worked again that day.
       CLOSE-DRAWER.
           IF HV-AMOUNT < ZERO
               MOVE 'A COUNTED TOTAL IS REQUIRED' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM READ-OPEN-DRAWER

               IF LK-RETURN-CODE = 00
                   COMPUTE HV-OVER-SHORT = HV-AMOUNT - HV-EXPECTED-CASH

                   EXEC SQL
                       UPDATE TELLER_DRAWERS
                       SET DRAWER_STATUS = 'CLOSED',
                           CASH_NET = :HV-CASH-NET,
                           EXPECTED_CASH = :HV-EXPECTED-CASH,
                           CLOSING_COUNT = :HV-AMOUNT,
                           OVER_SHORT = :HV-OVER-SHORT,
                           CLOSED_AT = :HV-TIMESTAMP
                       WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                         AND DRAWER_DATE = :HV-DRAWER-DATE
                         AND DRAWER_STATUS = 'OPEN'
                   END-EXEC

                   IF SQLCODE = 0
                       MOVE 'CLOSED' TO HV-DRAWER-STATUS
                       PERFORM RETURN-DRAWER-FIGURES
                       MOVE HV-OVER-SHORT TO LK-OVER-SHORT
                       IF HV-OVER-SHORT = ZERO
                           MOVE 'DRAWER CLOSED - IN BALANCE'
                               TO WS-RESPONSE
                       ELSE IF HV-OVER-SHORT < ZERO
                           MOVE 'DRAWER CLOSED - SHORT' TO WS-RESPONSE
                       ELSE
                           MOVE 'DRAWER CLOSED - OVER' TO WS-RESPONSE
                       END-IF
                       END-IF
                   ELSE
                       MOVE 'ERROR CLOSING DRAWER' TO WS-RESPONSE
                       MOVE 12 TO LK-RETURN-CODE
                       DISPLAY 'SQLCODE:' SQLCODE
                   END-IF
               END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * An open drawer shows its running position; a closed one
      * shows the figures it was closed on.
       SHOW-DRAWER-STATUS.
           PERFORM READ-DRAWER

           IF SQLCODE = 100
               MOVE 'NO DRAWER OPENED TODAY' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING DRAWER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-DRAWER-STATUS = 'OPEN'
               PERFORM DERIVE-EXPECTED-CASH
               IF LK-RETURN-CODE = 00
                   PERFORM RETURN-DRAWER-FIGURES
                   MOVE 'DRAWER IS OPEN' TO WS-RESPONSE
               END-IF
           ELSE
               EXEC SQL
                   SELECT COALESCE(CASH_NET, 0),
                          COALESCE(EXPECTED_CASH, 0),
                          COALESCE(OVER_SHORT, 0)
                   INTO :HV-CASH-NET, :HV-EXPECTED-CASH,
                        :HV-OVER-SHORT
                   FROM TELLER_DRAWERS
                   WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                     AND DRAWER_DATE = :HV-DRAWER-DATE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM RETURN-DRAWER-FIGURES
                   MOVE HV-OVER-SHORT TO LK-OVER-SHORT
                   MOVE 'DRAWER IS CLOSED' TO WS-RESPONSE
               ELSE
                   MOVE 'ERROR READING DRAWER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

      * Today's drawer for the operator, whatever its status. The
      * caller tests SQLCODE.
       READ-DRAWER.
           MOVE SPACES TO HV-DRAWER-STATUS
           MOVE ZERO TO HV-OPENING-FLOAT HV-VAULT-IN HV-VAULT-OUT

           EXEC SQL
               SELECT DRAWER_STATUS, BRANCH_ID, OPENING_FLOAT,
                      VAULT_IN, VAULT_OUT
               INTO :HV-DRAWER-STATUS, :HV-BRANCH-ID,
                    :HV-OPENING-FLOAT, :HV-VAULT-IN, :HV-VAULT-OUT
               FROM TELLER_DRAWERS
               WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                 AND DRAWER_DATE = :HV-DRAWER-DATE
           END-EXEC.

      * BUY, SELL and CLOSE all need today's drawer open; the branch
      * worked is the one the drawer was opened at, whatever the
      * caller passed.
       READ-OPEN-DRAWER.
           PERFORM READ-DRAWER

           IF SQLCODE = 100
               MOVE 'NO DRAWER OPENED TODAY' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF SQLCODE NOT = 0
               MOVE 'ERROR READING DRAWER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE IF HV-DRAWER-STATUS NOT = 'OPEN'
               MOVE 'DRAWER IS ALREADY CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               PERFORM DERIVE-EXPECTED-CASH
           END-IF
           END-IF
           END-IF.

      * The teller's cash postings today at the drawer's branch: a
      * DEPOSIT is cash taken in (a positive posting), a WITHDRAWAL
      * cash paid out (a negative one), so their sum is the drawer's
      * net movement.
       DERIVE-EXPECTED-CASH.
           MOVE ZERO TO HV-CASH-NET

           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :HV-CASH-NET
               FROM TRANSACTIONS
               WHERE EMPLOYEE_ID = :LK-EMPLOYEE-ID
                 AND BRANCH_ID = :HV-BRANCH-ID
                 AND TXN_DATE = :HV-DRAWER-DATE
                 AND CHANNEL = 'TELLER'
                 AND TXN_TYPE IN ('DEPOSIT', 'WITHDRAWAL')
           END-EXEC

           IF SQLCODE = 0
               COMPUTE HV-EXPECTED-CASH = HV-OPENING-FLOAT
                   + HV-VAULT-IN - HV-VAULT-OUT + HV-CASH-NET
           ELSE
               MOVE 'ERROR READING CASH POSTINGS' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       RETURN-DRAWER-FIGURES.
           MOVE HV-DRAWER-STATUS TO LK-DRAWER-STATUS
           MOVE HV-OPENING-FLOAT TO LK-OPENING-FLOAT
           COMPUTE LK-VAULT-NET = HV-VAULT-IN - HV-VAULT-OUT
           MOVE HV-CASH-NET      TO LK-CASH-NET
           MOVE HV-EXPECTED-CASH TO LK-EXPECTED-CASH.

      * The audit key is the teller's own drawer: the operator is
      * always the teller, so the branch is what the row adds.
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
                    LOGGED_AT, BRANCH_ID, CHANNEL)
               VALUES
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-DRAWER-DATE,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP,
                    NULLIF(:HV-BRANCH-ID, ' '), 'TELLER')
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
