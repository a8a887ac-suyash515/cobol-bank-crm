       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSRV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z16.
       OBJECT-COMPUTER. IBM-Z16.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  HV-LOAN-ID            PIC X(12).
       01  HV-CUSTOMER-ID        PIC X(10).
       01  HV-PRINCIPAL          PIC S9(9)V99 COMP-3.
       01  HV-ANNUAL-RATE        PIC S9(3)V9(4) COMP-3.
       01  HV-TERM-MONTHS        PIC S9(4) COMP-5.
       01  HV-INSTALLMENT        PIC S9(9)V99 COMP-3.
       01  HV-PRINCIPAL-BALANCE  PIC S9(9)V99 COMP-3.
       01  HV-LATE-FEE-BALANCE   PIC S9(9)V99 COMP-3.
       01  HV-NEXT-DUE-DATE      PIC X(10).
       01  HV-LOAN-STATUS        PIC X(10).
       01  HV-ACCOUNT-ID         PIC X(12).
       01  HV-INST-NO            PIC S9(4) COMP-5.
       01  HV-DUE-DATE           PIC X(10).
       01  HV-INST-PAYMENT       PIC S9(9)V99 COMP-3.
       01  HV-INST-INTEREST      PIC S9(9)V99 COMP-3.
       01  HV-INST-PRINCIPAL     PIC S9(9)V99 COMP-3.
       01  HV-INTEREST-PAID      PIC S9(9)V99 COMP-3.
       01  HV-PRINCIPAL-PAID     PIC S9(9)V99 COMP-3.
       01  HV-INST-STATUS        PIC X(10).
       01  HV-PAYOFF-AMOUNT      PIC S9(11)V99 COMP-3.
       01  HV-AMOUNT-DUE         PIC S9(11)V99 COMP-3.
       01  HV-FEE-PART           PIC S9(9)V99 COMP-3.
       01  HV-INTEREST-PART      PIC S9(9)V99 COMP-3.
       01  HV-PRINCIPAL-PART     PIC S9(9)V99 COMP-3.
       01  HV-CUST-STATUS        PIC X(10).
       01  HV-COUNT              PIC S9(9) COMP-5.
       01  HV-NEXT-NUMBER        PIC S9(9) COMP-5.
       01  HV-TIMESTAMP          PIC X(26).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-FUNCTION           PIC X(08).
           88  FUNC-BOOK         VALUE 'BOOK    '.
           88  FUNC-PAYMENT      VALUE 'PAYMENT '.
           88  FUNC-INQUIRE      VALUE 'INQUIRE '.

       01  WS-RESPONSE           PIC X(100).
       01  WS-IDX                PIC 9(02) VALUE ZERO.
       01  WS-LOAN-NUMBER        PIC 9(07) VALUE ZERO.
       01  WS-FETCH-DONE         PIC X VALUE 'N'.
           88  FETCH-DONE            VALUE 'Y'.
       01  WS-EMP-VALID          PIC X VALUE 'N'.
           88  EMPLOYEE-IS-VALID     VALUE 'Y'.
       01  WS-EMP-ROLE            PIC X(10).
       01  WS-AUTH-LIMIT          PIC S9(9)V99 COMP-3.
       01  WS-AUTH-DENIED         PIC X VALUE 'N'.
           88  AUTH-DENIED            VALUE 'Y'.

       01  WS-SEC-TIMESTAMP      PIC X(26).
       01  WS-SEC-OUTCOME        PIC X(10).

      * Level-payment amortization: the monthly rate is the annual
      * percentage over 1200, the installment the standard annuity
      *   P * r * (1+r)**n / ((1+r)**n - 1)
      * (principal over term at a zero rate). Each scheduled row
      * carries its own interest on the running balance and the
      * principal that clears; the last row takes whatever principal
      * is left, so rounding never strands a cent on the loan.
       01  WS-MONTHLY-RATE       PIC S9V9(9) COMP-3.
       01  WS-GROWTH-FACTOR      PIC S9(7)V9(9) COMP-3.
       01  WS-RUNNING-BALANCE    PIC S9(9)V99 COMP-3.
       01  WS-SCHED-FAILED       PIC X VALUE 'N'.
           88  SCHED-FAILED          VALUE 'Y'.

      * Payment application order: outstanding late fees first, then
      * installment by installment oldest first - each one's interest
      * before its principal. WS-REMAINING is what is left of the
      * payment as it is spread.
       01  WS-REMAINING          PIC S9(9)V99 COMP-3.
       01  WS-OWED               PIC S9(9)V99 COMP-3.
       01  WS-APPLY              PIC S9(9)V99 COMP-3.
       01  WS-APPLY-FAILED       PIC X VALUE 'N'.
           88  APPLY-FAILED          VALUE 'Y'.

      * Commarea for the TXNPOST CALLs that disburse a booked loan into
      * the customer's deposit account and draw a payment from one -
      * same shape as its DFHCOMMAREA.
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
           05  LK-LOAN-ID         PIC X(12).
           05  LK-CUSTOMER-ID     PIC X(10).
           05  LK-PRINCIPAL       PIC S9(9)V99.
           05  LK-ANNUAL-RATE     PIC S9(3)V9(4).
           05  LK-TERM-MONTHS     PIC 9(03).
      * Deposit account the loan disburses into on BOOK, or the
      * payment is drawn from on PAYMENT. Blank on a PAYMENT means
      * the money arrived some other way (cash at the counter, an
      * external remittance) and is only applied to the loan.
           05  LK-ACCOUNT-ID      PIC X(12).
           05  LK-PAYMENT-AMOUNT  PIC S9(9)V99.
           05  LK-FUNCTION        PIC X(08).
           05  LK-EMPLOYEE-ID     PIC X(08).
           05  LK-INSTALLMENT     PIC S9(9)V99.
           05  LK-PRINCIPAL-BALANCE PIC S9(9)V99.
           05  LK-LATE-FEE-BALANCE PIC S9(9)V99.
           05  LK-NEXT-DUE-DATE   PIC X(10).
           05  LK-AMOUNT-DUE      PIC S9(9)V99.
           05  LK-LOAN-STATUS     PIC X(10).
           05  LK-FEE-APPLIED     PIC S9(9)V99.
           05  LK-INTEREST-APPLIED PIC S9(9)V99.
           05  LK-PRINCIPAL-APPLIED PIC S9(9)V99.
           05  LK-SCHED-COUNT     PIC 9(02).
           05  LK-SCHED-RESULTS OCCURS 12 TIMES.
               10  LK-SCHED-INST-NO   PIC 9(03).
               10  LK-SCHED-DUE-DATE  PIC X(10).
               10  LK-SCHED-PAYMENT   PIC S9(9)V99.
               10  LK-SCHED-INTEREST  PIC S9(9)V99.
               10  LK-SCHED-PRINCIPAL PIC S9(9)V99.
               10  LK-SCHED-STATUS    PIC X(10).
           05  LK-RETURN-CODE     PIC 9(02).
               88  RC-SUCCESS            VALUE 00.
               88  RC-NOT-FOUND          VALUE 04.
               88  RC-VALIDATION-ERROR   VALUE 08.
               88  RC-SQL-ERROR          VALUE 12.
               88  RC-CONFLICT           VALUE 16.

       PROCEDURE DIVISION USING DFHCOMMAREA.

      * Installment loan servicing - the personal loans that used to
      * live on spreadsheets. BOOK sets up the LOAN_ACCOUNTS row with
      * its generated LOAN_SCHEDULE and optionally disburses into a
      * deposit account through TXNPOST; PAYMENT splits a payment
      * into late fees, interest and principal against the schedule
      * (drawing it from a deposit account when one is named);
      * INQUIRE returns the loan and its next open installments. The
      * nightly LOANDUE step marks missed installments past due,
      * charges the late fee and feeds COLLECTION_QUEUE.
       MAIN-LOGIC.
           MOVE LK-LOAN-ID        TO HV-LOAN-ID.
           MOVE LK-CUSTOMER-ID    TO HV-CUSTOMER-ID.
           MOVE LK-ACCOUNT-ID     TO HV-ACCOUNT-ID.
           MOVE LK-FUNCTION       TO WS-FUNCTION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO HV-TIMESTAMP.
           MOVE 00 TO LK-RETURN-CODE.
           MOVE ZERO TO LK-FEE-APPLIED LK-INTEREST-APPLIED
                        LK-PRINCIPAL-APPLIED LK-SCHED-COUNT.

           PERFORM VALIDATE-EMPLOYEE-ID.

           IF EMPLOYEE-IS-VALID
               PERFORM CHECK-KEYED-NUMBERS
           END-IF.

           IF NOT EMPLOYEE-IS-VALID OR NOT NUMBERS-ARE-VALID
               PERFORM WRITE-SECURITY-AUDIT
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN FUNC-BOOK
                   PERFORM BOOK-LOAN
               WHEN FUNC-PAYMENT
                   PERFORM APPLY-LOAN-PAYMENT
               WHEN FUNC-INQUIRE
                   PERFORM INQUIRE-LOAN
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

      * The entitlement's AMOUNT_LIMIT is the role's lending ceiling
      * on BOOK (zero means uncapped), the same way TXNPOST caps a
      * teller's postings.
       CHECK-FUNCTION-AUTHORITY.
           MOVE ZERO TO WS-AUTH-LIMIT

           EXEC SQL
               SELECT COALESCE(AMOUNT_LIMIT, 0) INTO :WS-AUTH-LIMIT
               FROM ROLE_ENTITLEMENTS
               WHERE ROLE = :WS-EMP-ROLE
                 AND PROGRAM_NAME = 'LOANSRV'
                 AND FUNCTION_CODE = :WS-FUNCTION
                 AND ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               IF FUNC-BOOK AND WS-AUTH-LIMIT > ZERO
                       AND LK-PRINCIPAL > WS-AUTH-LIMIT
                   MOVE 'Y' TO WS-AUTH-DENIED
                   MOVE 'AMOUNT EXCEEDS YOUR ROLE CEILING'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-EMP-VALID
               END-IF
           ELSE
               MOVE 'Y' TO WS-AUTH-DENIED
               MOVE 'FUNCTION NOT AUTHORIZED FOR YOUR ROLE'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * The loan row, its whole schedule and the disbursement are one
      * unit of work - a loan with half a schedule, or booked but
      * never paid out, is rolled back for the desk to retry.
       BOOK-LOAN.
           IF HV-CUSTOMER-ID = SPACES
                   OR LK-PRINCIPAL NOT > ZERO
                   OR LK-TERM-MONTHS = ZERO
               MOVE 'CUSTOMER, PRINCIPAL AND TERM ARE REQUIRED'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-TERM-MONTHS > 360
               MOVE 'TERM CANNOT EXCEED 360 MONTHS' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF LK-ANNUAL-RATE < ZERO OR LK-ANNUAL-RATE > 36
               MOVE 'ANNUAL RATE MUST BE 0 TO 36 PERCENT'
                   TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE
               PERFORM CHECK-BORROWER

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-LOAN-ID
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM COMPUTE-INSTALLMENT
                   PERFORM INSERT-LOAN-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM GENERATE-SCHEDULE
               END-IF

               IF LK-RETURN-CODE = 00 AND HV-ACCOUNT-ID NOT = SPACES
                   PERFORM DISBURSE-LOAN
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE HV-LOAN-ID TO LK-LOAN-ID
                   PERFORM INQUIRE-LOAN
                   MOVE 'LOAN BOOKED' TO WS-RESPONSE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       CHECK-BORROWER.
           MOVE SPACES TO HV-CUST-STATUS

           EXEC SQL
               SELECT COALESCE(RECORD_STATUS, ' ')
               INTO :HV-CUST-STATUS
               FROM CUSTOMER_MASTER
               WHERE CUSTOMER_ID = :HV-CUSTOMER-ID
                 AND DATE_OF_DEATH IS NULL
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           ELSE IF HV-CUST-STATUS = 'CLOSED'
               MOVE 'CUSTOMER RECORD IS CLOSED' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           END-IF
           END-IF.

      * LOAN_ID is drawn from the LOAN_CONTROL one-row counter the way
      * STNDINST draws instruction numbers - the UPDATE locks the row
      * so two bookings at once cannot draw the same number.
       GENERATE-LOAN-ID.
           EXEC SQL
               UPDATE LOAN_CONTROL
               SET LAST_LOAN_NUMBER = LAST_LOAN_NUMBER + 1
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR ASSIGNING LOAN NUMBER' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           ELSE
               EXEC SQL
                   SELECT LAST_LOAN_NUMBER INTO :HV-NEXT-NUMBER
                   FROM LOAN_CONTROL
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'ERROR ASSIGNING LOAN NUMBER' TO WS-RESPONSE
                   MOVE 12 TO LK-RETURN-CODE
                   DISPLAY 'SQLCODE:' SQLCODE
               ELSE
                   MOVE HV-NEXT-NUMBER TO WS-LOAN-NUMBER
                   MOVE SPACES TO HV-LOAN-ID
                   STRING 'LN' WS-LOAN-NUMBER
                       DELIMITED BY SIZE INTO HV-LOAN-ID
                   END-STRING
               END-IF
           END-IF.

       COMPUTE-INSTALLMENT.
           MOVE LK-PRINCIPAL   TO HV-PRINCIPAL
           MOVE LK-ANNUAL-RATE TO HV-ANNUAL-RATE
           MOVE LK-TERM-MONTHS TO HV-TERM-MONTHS

           COMPUTE WS-MONTHLY-RATE ROUNDED = HV-ANNUAL-RATE / 1200

           IF WS-MONTHLY-RATE = ZERO
               COMPUTE HV-INSTALLMENT ROUNDED =
                   HV-PRINCIPAL / HV-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** HV-TERM-MONTHS
               COMPUTE HV-INSTALLMENT ROUNDED =
                   HV-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                   / (WS-GROWTH-FACTOR - 1)
           END-IF.

      * The first installment falls due one month from booking.
       INSERT-LOAN-ACCOUNT.
           EXEC SQL
               INSERT INTO LOAN_ACCOUNTS
                   (LOAN_ID, CUSTOMER_ID, PRINCIPAL_AMOUNT,
                    ANNUAL_RATE, TERM_MONTHS, INSTALLMENT_AMOUNT,
                    PRINCIPAL_BALANCE, LATE_FEE_BALANCE,
                    NEXT_DUE_DATE, LOAN_STATUS, DISBURSE_ACCOUNT_ID,
                    OPENED_AT, OPENED_BY)
               VALUES
                   (:HV-LOAN-ID, :HV-CUSTOMER-ID, :HV-PRINCIPAL,
                    :HV-ANNUAL-RATE, :HV-TERM-MONTHS, :HV-INSTALLMENT,
                    :HV-PRINCIPAL, 0,
                    CURRENT DATE + 1 MONTH, 'ACTIVE', :HV-ACCOUNT-ID,
                    :HV-TIMESTAMP, :LK-EMPLOYEE-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR BOOKING LOAN' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       GENERATE-SCHEDULE.
           MOVE 'N' TO WS-SCHED-FAILED
           MOVE HV-PRINCIPAL TO WS-RUNNING-BALANCE

           PERFORM VARYING HV-INST-NO FROM 1 BY 1
                   UNTIL HV-INST-NO > HV-TERM-MONTHS
                      OR SCHED-FAILED
               COMPUTE HV-INST-INTEREST ROUNDED =
                   WS-RUNNING-BALANCE * WS-MONTHLY-RATE

               IF HV-INST-NO = HV-TERM-MONTHS
                   MOVE WS-RUNNING-BALANCE TO HV-INST-PRINCIPAL
               ELSE
                   COMPUTE HV-INST-PRINCIPAL =
                       HV-INSTALLMENT - HV-INST-INTEREST
               END-IF

               COMPUTE HV-INST-PAYMENT =
                   HV-INST-PRINCIPAL + HV-INST-INTEREST
               SUBTRACT HV-INST-PRINCIPAL FROM WS-RUNNING-BALANCE

               EXEC SQL
                   INSERT INTO LOAN_SCHEDULE
                       (LOAN_ID, INSTALLMENT_NO, DUE_DATE,
                        PAYMENT_AMOUNT, INTEREST_AMOUNT,
                        PRINCIPAL_AMOUNT, INTEREST_PAID,
                        PRINCIPAL_PAID, INST_STATUS)
                   VALUES
                       (:HV-LOAN-ID, :HV-INST-NO,
                        CURRENT DATE + :HV-INST-NO MONTHS,
                        :HV-INST-PAYMENT, :HV-INST-INTEREST,
                        :HV-INST-PRINCIPAL, 0, 0, 'DUE')
               END-EXEC

               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-SCHED-FAILED
                   DISPLAY 'SQLCODE:' SQLCODE
               END-IF
           END-PERFORM

           IF SCHED-FAILED
               MOVE 'ERROR GENERATING AMORTIZATION SCHEDULE'
                   TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

      * The borrower is presented as the customer, so TXNPOST refuses
      * to pay the proceeds into an account they neither hold nor
      * sign on.
       DISBURSE-LOAN.
           MOVE SPACES TO WS-TXNPOST-COMMAREA
           MOVE HV-ACCOUNT-ID          TO WS-TP-ACCOUNT-ID
           MOVE HV-CUSTOMER-ID         TO WS-TP-CUSTOMER-ID
           MOVE HV-TIMESTAMP(1:10)     TO WS-TP-TXN-DATE
           MOVE 'LOANDISB'             TO WS-TP-TXN-TYPE
           MOVE HV-PRINCIPAL           TO WS-TP-AMOUNT
           STRING 'LOAN DISBURSEMENT ' HV-LOAN-ID
               DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
           END-STRING
           MOVE 'POST    '             TO WS-TP-FUNCTION
           MOVE LK-EMPLOYEE-ID         TO WS-TP-EMPLOYEE-ID
           MOVE 'N'                    TO WS-TP-OVERRIDE-FLAG
           MOVE 00 TO WS-TP-RETURN-CODE
           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

           IF WS-TP-RETURN-CODE = 08
               MOVE 'DISBURSEMENT REFUSED - BORROWER HAS NO AUTHORITY '
                   TO WS-RESPONSE
               MOVE 'ON THE ACCOUNT OR POSTING NOT AUTHORIZED'
                   TO WS-RESPONSE(50:)
               MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
           ELSE IF WS-TP-RETURN-CODE NOT = 00
               MOVE 'DISBURSEMENT REJECTED BY TXNPOST, LOAN NOT BOOKED'
                   TO WS-RESPONSE
               MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
           END-IF
           END-IF.

      * A payment is accepted up to the payoff amount (late fees plus
      * everything still owed on the schedule) - anything more has
      * nowhere to go. The deposit-account debit, the schedule rows,
      * the loan balances and the LOAN_PAYMENTS record all land
      * together or are rolled back.
       APPLY-LOAN-PAYMENT.
           PERFORM READ-LOAN

           IF LK-RETURN-CODE NOT = 00
               CONTINUE
           ELSE IF LK-PAYMENT-AMOUNT NOT > ZERO
               MOVE 'PAYMENT AMOUNT MUST BE POSITIVE' TO WS-RESPONSE
               MOVE 08 TO LK-RETURN-CODE
           ELSE IF HV-LOAN-STATUS = 'PAIDOFF'
               MOVE 'LOAN IS ALREADY PAID OFF' TO WS-RESPONSE
               MOVE 16 TO LK-RETURN-CODE
           ELSE
               PERFORM COMPUTE-PAYOFF-AMOUNT

               IF LK-PAYMENT-AMOUNT > HV-PAYOFF-AMOUNT
                   MOVE 'PAYMENT EXCEEDS LOAN PAYOFF AMOUNT'
                       TO WS-RESPONSE
                   MOVE 08 TO LK-RETURN-CODE
               END-IF

               IF LK-RETURN-CODE = 00 AND HV-ACCOUNT-ID NOT = SPACES
                   PERFORM DRAW-PAYMENT-FROM-ACCOUNT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM SPREAD-PAYMENT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM UPDATE-LOAN-AFTER-PAYMENT
               END-IF

               IF LK-RETURN-CODE = 00
                   PERFORM RECORD-LOAN-PAYMENT
               END-IF

               IF LK-RETURN-CODE = 00
                   MOVE HV-FEE-PART       TO LK-FEE-APPLIED
                   MOVE HV-INTEREST-PART  TO LK-INTEREST-APPLIED
                   MOVE HV-PRINCIPAL-PART TO LK-PRINCIPAL-APPLIED
                   PERFORM INQUIRE-LOAN
                   MOVE 'LOAN PAYMENT APPLIED' TO WS-RESPONSE
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY WS-RESPONSE.

       READ-LOAN.
           MOVE SPACES TO HV-LOAN-STATUS HV-NEXT-DUE-DATE
           MOVE ZERO TO HV-PRINCIPAL-BALANCE HV-LATE-FEE-BALANCE
                        HV-INSTALLMENT

           EXEC SQL
               SELECT CUSTOMER_ID, INSTALLMENT_AMOUNT,
                      PRINCIPAL_BALANCE, LATE_FEE_BALANCE,
                      COALESCE(CHAR(NEXT_DUE_DATE), ' '), LOAN_STATUS
               INTO :HV-CUSTOMER-ID, :HV-INSTALLMENT,
                    :HV-PRINCIPAL-BALANCE, :HV-LATE-FEE-BALANCE,
                    :HV-NEXT-DUE-DATE, :HV-LOAN-STATUS
               FROM LOAN_ACCOUNTS
               WHERE LOAN_ID = :HV-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'LOAN NOT FOUND' TO WS-RESPONSE
               MOVE 04 TO LK-RETURN-CODE
           END-IF.

       COMPUTE-PAYOFF-AMOUNT.
           MOVE ZERO TO HV-PAYOFF-AMOUNT

           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT_AMOUNT - INTEREST_PAID
                                   - PRINCIPAL_PAID), 0)
               INTO :HV-PAYOFF-AMOUNT
               FROM LOAN_SCHEDULE
               WHERE LOAN_ID = :HV-LOAN-ID
                 AND INST_STATUS NOT = 'PAID'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING LOAN SCHEDULE' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           ELSE
               ADD HV-LATE-FEE-BALANCE TO HV-PAYOFF-AMOUNT
           END-IF.

      * As on the disbursement, the borrower read with the loan is
      * presented, so an instalment is only drawn from an account
      * they hold or sign on.
       DRAW-PAYMENT-FROM-ACCOUNT.
           MOVE SPACES TO WS-TXNPOST-COMMAREA
           MOVE HV-ACCOUNT-ID          TO WS-TP-ACCOUNT-ID
           MOVE HV-CUSTOMER-ID         TO WS-TP-CUSTOMER-ID
           MOVE HV-TIMESTAMP(1:10)     TO WS-TP-TXN-DATE
           MOVE 'LOANPMT'              TO WS-TP-TXN-TYPE
           COMPUTE WS-TP-AMOUNT = ZERO - LK-PAYMENT-AMOUNT
           STRING 'LOAN PAYMENT ' HV-LOAN-ID
               DELIMITED BY SIZE INTO WS-TP-DESCRIPTION
           END-STRING
           MOVE 'POST    '             TO WS-TP-FUNCTION
           MOVE LK-EMPLOYEE-ID         TO WS-TP-EMPLOYEE-ID
           MOVE 'N'                    TO WS-TP-OVERRIDE-FLAG
           MOVE 00 TO WS-TP-RETURN-CODE
           CALL 'TXNPOST' USING WS-TXNPOST-COMMAREA

           IF WS-TP-RETURN-CODE = 08
               MOVE 'PAYMENT DEBIT REFUSED - BORROWER HAS NO AUTHORITY '
                   TO WS-RESPONSE
               MOVE 'ON THE ACCOUNT OR POSTING NOT AUTHORIZED'
                   TO WS-RESPONSE(51:)
               MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
           ELSE IF WS-TP-RETURN-CODE NOT = 00
               MOVE 'PAYMENT DEBIT REJECTED BY TXNPOST' TO WS-RESPONSE
               MOVE WS-TP-RETURN-CODE TO LK-RETURN-CODE
           END-IF
           END-IF.

      * The cursor walks the open installments oldest first; each
      * fetch takes what it can of the installment's outstanding
      * interest, then its principal, and marks the row PAID once
      * nothing is left owing on it.
       SPREAD-PAYMENT.
           MOVE LK-PAYMENT-AMOUNT TO WS-REMAINING
           MOVE ZERO TO HV-FEE-PART HV-INTEREST-PART HV-PRINCIPAL-PART
           MOVE 'N' TO WS-APPLY-FAILED

           IF HV-LATE-FEE-BALANCE > ZERO
               IF WS-REMAINING < HV-LATE-FEE-BALANCE
                   MOVE WS-REMAINING TO HV-FEE-PART
               ELSE
                   MOVE HV-LATE-FEE-BALANCE TO HV-FEE-PART
               END-IF
               SUBTRACT HV-FEE-PART FROM WS-REMAINING
           END-IF

           EXEC SQL
               DECLARE LOAN_PAY_CUR CURSOR FOR
               SELECT INSTALLMENT_NO, INTEREST_AMOUNT,
                      PRINCIPAL_AMOUNT, INTEREST_PAID, PRINCIPAL_PAID,
                      INST_STATUS
               FROM LOAN_SCHEDULE
               WHERE LOAN_ID = :HV-LOAN-ID
                 AND INST_STATUS NOT = 'PAID'
               ORDER BY INSTALLMENT_NO
           END-EXEC

           EXEC SQL OPEN LOAN_PAY_CUR END-EXEC

           MOVE 'N' TO WS-FETCH-DONE
           PERFORM UNTIL FETCH-DONE OR APPLY-FAILED
                   OR WS-REMAINING NOT > ZERO
               EXEC SQL
                   FETCH LOAN_PAY_CUR INTO
                       :HV-INST-NO,
                       :HV-INST-INTEREST,
                       :HV-INST-PRINCIPAL,
                       :HV-INTEREST-PAID,
                       :HV-PRINCIPAL-PAID,
                       :HV-INST-STATUS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM APPLY-TO-INSTALLMENT
               ELSE
                   MOVE 'Y' TO WS-FETCH-DONE
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LOAN_PAY_CUR END-EXEC

           IF APPLY-FAILED
               MOVE 'ERROR APPLYING PAYMENT TO SCHEDULE' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
           END-IF.

       APPLY-TO-INSTALLMENT.
           COMPUTE WS-OWED = HV-INST-INTEREST - HV-INTEREST-PAID
           IF WS-OWED > WS-REMAINING
               MOVE WS-REMAINING TO WS-APPLY
           ELSE
               MOVE WS-OWED TO WS-APPLY
           END-IF
           ADD WS-APPLY TO HV-INTEREST-PAID HV-INTEREST-PART
           SUBTRACT WS-APPLY FROM WS-REMAINING

           COMPUTE WS-OWED = HV-INST-PRINCIPAL - HV-PRINCIPAL-PAID
           IF WS-OWED > WS-REMAINING
               MOVE WS-REMAINING TO WS-APPLY
           ELSE
               MOVE WS-OWED TO WS-APPLY
           END-IF
           ADD WS-APPLY TO HV-PRINCIPAL-PAID HV-PRINCIPAL-PART
           SUBTRACT WS-APPLY FROM WS-REMAINING

           IF HV-INTEREST-PAID = HV-INST-INTEREST
                   AND HV-PRINCIPAL-PAID = HV-INST-PRINCIPAL
               MOVE 'PAID' TO HV-INST-STATUS
           END-IF

           EXEC SQL
               UPDATE LOAN_SCHEDULE
               SET INTEREST_PAID = :HV-INTEREST-PAID,
                   PRINCIPAL_PAID = :HV-PRINCIPAL-PAID,
                   INST_STATUS = :HV-INST-STATUS,
                   PAID_DATE = CASE WHEN :HV-INST-STATUS = 'PAID'
                                    THEN CURRENT DATE
                                    ELSE PAID_DATE END
               WHERE LOAN_ID = :HV-LOAN-ID
                 AND INSTALLMENT_NO = :HV-INST-NO
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-APPLY-FAILED
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * The next due date is the oldest installment still open; the
      * loan is back to ACTIVE once no PASTDUE installment is left,
      * and PAIDOFF once nothing at all is owed.
       UPDATE-LOAN-AFTER-PAYMENT.
           MOVE ZERO TO HV-COUNT

           EXEC SQL
               SELECT COUNT(*) INTO :HV-COUNT
               FROM LOAN_SCHEDULE
               WHERE LOAN_ID = :HV-LOAN-ID
                 AND INST_STATUS = 'PASTDUE'
           END-EXEC

           SUBTRACT HV-PRINCIPAL-PART FROM HV-PRINCIPAL-BALANCE
           SUBTRACT HV-FEE-PART FROM HV-LATE-FEE-BALANCE

           IF LK-PAYMENT-AMOUNT = HV-PAYOFF-AMOUNT
               MOVE 'PAIDOFF' TO HV-LOAN-STATUS
           ELSE IF HV-COUNT = ZERO
               MOVE 'ACTIVE' TO HV-LOAN-STATUS
           ELSE
               MOVE 'PASTDUE' TO HV-LOAN-STATUS
           END-IF
           END-IF

           EXEC SQL
               UPDATE LOAN_ACCOUNTS
               SET PRINCIPAL_BALANCE = :HV-PRINCIPAL-BALANCE,
                   LATE_FEE_BALANCE = :HV-LATE-FEE-BALANCE,
                   LOAN_STATUS = :HV-LOAN-STATUS,
                   NEXT_DUE_DATE =
                       (SELECT MIN(DUE_DATE) FROM LOAN_SCHEDULE
                        WHERE LOAN_ID = :HV-LOAN-ID
                          AND INST_STATUS NOT = 'PAID'),
                   LAST_PAYMENT_AT = :HV-TIMESTAMP
               WHERE LOAN_ID = :HV-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING LOAN BALANCES' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

       RECORD-LOAN-PAYMENT.
           EXEC SQL
               INSERT INTO LOAN_PAYMENTS
                   (LOAN_ID, PAID_AT, AMOUNT, FEE_PART,
                    INTEREST_PART, PRINCIPAL_PART,
                    SOURCE_ACCOUNT_ID, POSTED_BY)
               VALUES
                   (:HV-LOAN-ID, :HV-TIMESTAMP, :LK-PAYMENT-AMOUNT,
                    :HV-FEE-PART, :HV-INTEREST-PART,
                    :HV-PRINCIPAL-PART, :HV-ACCOUNT-ID,
                    :LK-EMPLOYEE-ID)
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING LOAN PAYMENT' TO WS-RESPONSE
               MOVE 12 TO LK-RETURN-CODE
               DISPLAY 'SQLCODE:' SQLCODE
           END-IF.

      * Loan position plus its next twelve open installments. The
      * amount due is everything on installments already due, plus
      * late fees - what the customer must pay today to be current.
       INQUIRE-LOAN.
           MOVE LK-LOAN-ID TO HV-LOAN-ID
           PERFORM READ-LOAN

           IF LK-RETURN-CODE = 00
               MOVE HV-CUSTOMER-ID       TO LK-CUSTOMER-ID
               MOVE HV-INSTALLMENT       TO LK-INSTALLMENT
               MOVE HV-PRINCIPAL-BALANCE TO LK-PRINCIPAL-BALANCE
               MOVE HV-LATE-FEE-BALANCE  TO LK-LATE-FEE-BALANCE
               MOVE HV-NEXT-DUE-DATE     TO LK-NEXT-DUE-DATE
               MOVE HV-LOAN-STATUS       TO LK-LOAN-STATUS

               MOVE ZERO TO HV-AMOUNT-DUE
               EXEC SQL
                   SELECT COALESCE(SUM(PAYMENT_AMOUNT - INTEREST_PAID
                                       - PRINCIPAL_PAID), 0)
                   INTO :HV-AMOUNT-DUE
                   FROM LOAN_SCHEDULE
                   WHERE LOAN_ID = :HV-LOAN-ID
                     AND INST_STATUS NOT = 'PAID'
                     AND DUE_DATE <= CURRENT DATE
               END-EXEC
               ADD HV-LATE-FEE-BALANCE TO HV-AMOUNT-DUE
               MOVE HV-AMOUNT-DUE TO LK-AMOUNT-DUE

               PERFORM LIST-OPEN-INSTALLMENTS
               MOVE 'LOAN RETRIEVED' TO WS-RESPONSE
           END-IF.

       LIST-OPEN-INSTALLMENTS.
           MOVE ZERO TO LK-SCHED-COUNT

           EXEC SQL
               DECLARE LOAN_SCHED_CUR CURSOR FOR
               SELECT INSTALLMENT_NO, CHAR(DUE_DATE), PAYMENT_AMOUNT,
                      INTEREST_AMOUNT, PRINCIPAL_AMOUNT, INST_STATUS
               FROM LOAN_SCHEDULE
               WHERE LOAN_ID = :HV-LOAN-ID
                 AND INST_STATUS NOT = 'PAID'
               ORDER BY INSTALLMENT_NO
           END-EXEC

           EXEC SQL OPEN LOAN_SCHED_CUR END-EXEC

           MOVE 1 TO WS-IDX
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX > 12
               EXEC SQL
                   FETCH LOAN_SCHED_CUR INTO
                       :HV-INST-NO,
                       :HV-DUE-DATE,
                       :HV-INST-PAYMENT,
                       :HV-INST-INTEREST,
                       :HV-INST-PRINCIPAL,
                       :HV-INST-STATUS
               END-EXEC

               IF SQLCODE = 0
                   MOVE HV-INST-NO        TO LK-SCHED-INST-NO(WS-IDX)
                   MOVE HV-DUE-DATE       TO LK-SCHED-DUE-DATE(WS-IDX)
                   MOVE HV-INST-PAYMENT   TO LK-SCHED-PAYMENT(WS-IDX)
                   MOVE HV-INST-INTEREST  TO LK-SCHED-INTEREST(WS-IDX)
                   MOVE HV-INST-PRINCIPAL
                       TO LK-SCHED-PRINCIPAL(WS-IDX)
                   MOVE HV-INST-STATUS    TO LK-SCHED-STATUS(WS-IDX)
                   ADD 1 TO LK-SCHED-COUNT
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           EXEC SQL CLOSE LOAN_SCHED_CUR END-EXEC.

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
           END-IF

           IF LK-ACCOUNT-ID NOT = SPACES
               MOVE 'CHKACCT ' TO WS-IDN-FUNCTION
               MOVE LK-ACCOUNT-ID TO WS-IDN-ID
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
                   (:LK-EMPLOYEE-ID, :WS-FUNCTION, :HV-LOAN-ID,
                    :WS-SEC-OUTCOME, :WS-SEC-TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERROR WRITING SECURITY AUDIT LOG, SQLCODE: '
                   SQLCODE
           END-IF.
